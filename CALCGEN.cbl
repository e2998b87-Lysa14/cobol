IDENTIFICATION DIVISION.
PROGRAM-ID. CalculatorGeneration.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GEN-REQUEST-FILE ASSIGN TO "CALCGEN.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-FILE-STATUS.
    SELECT GEN-INDEX-FILE ASSIGN TO "CALCGEN.IDX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INDEX-FILE-STATUS.
    SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GENERATION-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENERATION-FILE-STATUS.
    SELECT CALC-TEST-FILE ASSIGN TO "CALCTESTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS CALCASE-CASE-ID
        FILE STATUS IS WS-CALCTEST-FILE-STATUS.
    SELECT LEGACY-TEST-FILE ASSIGN TO "LEGACY.DAT"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS LEGACY-CASE-ID
        FILE STATUS IS WS-LEGACY-FILE-STATUS.
    SELECT ADDITION-TEST-FILE ASSIGN TO "ADDTESTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADDITION-FILE-STATUS.
    SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    SELECT CHAIN-TEST-FILE ASSIGN TO "CALCCHNS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHAIN-FILE-STATUS.
*>  The restored masters mirror the organization of the files a
*>  replay runs them as, keyed on the same permanent case ID; the
*>  generations hold the masters in key order, so they restore in
*>  key order too.
    SELECT CALC-RESTORE-FILE ASSIGN TO "CALCTESTS.RST"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS CALC-RESTORE-KEY
        FILE STATUS IS WS-CALC-RESTORE-STATUS.
    SELECT LEGACY-RESTORE-FILE ASSIGN TO "LEGACY.RST"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS LEGACY-RESTORE-KEY
        FILE STATUS IS WS-LEG-RESTORE-STATUS.
    SELECT RESTORE-FILE ASSIGN TO DYNAMIC WS-RESTORE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESTORE-FILE-STATUS.
    SELECT DATE-RESTORE-FILE ASSIGN TO "CALCBDTE.RST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DATE-RESTORE-STATUS.
    SELECT CALC-RUN-FILE ASSIGN TO "CALCRUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-FILE-STATUS.
    SELECT GEN-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "CALCEXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  GEN-REQUEST-FILE.
    COPY CALCGENP.

FD  GEN-INDEX-FILE.
    COPY CALCGENX.

FD  GENERATION-FILE.
*> A generation holds verbatim images of one master's records, in
*> the order the master holds them; the picture is wide enough for
*> the longest of the five layouts, and LINE SEQUENTIAL drops the
*> trailing spaces on the way out.
01  GENERATION-IMAGE     PIC X(80).

FD  CALC-TEST-FILE.
    COPY CALCTCSE.

FD  LEGACY-TEST-FILE.
    COPY LEGCASE.

FD  ADDITION-TEST-FILE.
    COPY ADDTCASE.

FD  CALC-PARM-FILE.
    COPY CALCPARM.

FD  CHAIN-TEST-FILE.
    COPY CALCCHNC.

FD  CALC-RESTORE-FILE.
01  CALC-RESTORE-RECORD.
    05  CALC-RESTORE-KEY     PIC 9(7).
    05  FILLER               PIC X(33).

FD  LEGACY-RESTORE-FILE.
01  LEGACY-RESTORE-RECORD.
    05  LEGACY-RESTORE-KEY   PIC 9(7).
    05  FILLER               PIC X(27).

FD  RESTORE-FILE.
01  RESTORE-IMAGE        PIC X(80).

FD  DATE-RESTORE-FILE.
    COPY CALCBDT REPLACING ==BUSINESS-DATE-RECORD==
        BY ==DATE-RESTORE-RECORD== LEADING ==BDT-== BY ==RBD-==.

FD  CALC-RUN-FILE.
    COPY CALCRUN.

FD  GEN-REPORT-FILE.
01  GEN-REPORT-LINE      PIC X(80).

FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

FD  EXCEPTION-FILE.
    COPY CALCEXCR.

WORKING-STORAGE SECTION.
COPY CALCBDWS.
COPY CALCEXWS.

01 WS-REQUEST-FILE-STATUS    PIC X(2).
01 WS-INDEX-FILE-STATUS      PIC X(2).
01 WS-INDEX-EOF              PIC X(1) VALUE "N".
01 WS-GENERATION-FILE-STATUS PIC X(2).
01 WS-GENERATION-EOF         PIC X(1) VALUE "N".
01 WS-CALCTEST-FILE-STATUS   PIC X(2).
01 WS-LEGACY-FILE-STATUS     PIC X(2).
01 WS-ADDITION-FILE-STATUS   PIC X(2).
01 WS-PARM-FILE-STATUS       PIC X(2).
01 WS-CHAIN-FILE-STATUS      PIC X(2).
01 WS-MASTER-EOF             PIC X(1) VALUE "N".
01 WS-CALC-RESTORE-STATUS    PIC X(2).
01 WS-LEG-RESTORE-STATUS     PIC X(2).
01 WS-RESTORE-FILE-STATUS    PIC X(2).
01 WS-DATE-RESTORE-STATUS    PIC X(2).
01 WS-RUN-FILE-STATUS        PIC X(2).
01 WS-RUN-EOF                PIC X(1) VALUE "N".
01 WS-REPORT-FILE-STATUS     PIC X(2).
01 WS-REPORT-NAME            PIC X(12).
01 WS-RESTORE-NAME           PIC X(13).
01 WS-FINAL-RC               PIC 9(4) VALUE ZERO.

01 WS-REQUEST-FUNCTION       PIC X(8) VALUE "SNAP".
01 WS-REQUEST-DATE           PIC X(8) VALUE SPACES.
01 WS-REQUEST-TO-DATE        PIC X(8) VALUE SPACES.

*> The masters taken each night, in the order they are taken:
*> the code in the generation file name, the master's name, the
*> file a restore rebuilds it as, and where its key sits in the
*> record for the difference listing. ADDTESTS and CALCCHNS carry
*> no case ID, so the whole record is their key: a changed case
*> lists as one removed and one added.
01 WS-MASTER-DEFINITIONS.
    05 FILLER PIC X(32) VALUE "TSTCALCTESTS   CALCTESTS.RST0107".
    05 FILLER PIC X(32) VALUE "LEGLEGACY      LEGACY.RST   0107".
    05 FILLER PIC X(32) VALUE "ADDADDTESTS    ADDTESTS.RST 0126".
    05 FILLER PIC X(32) VALUE "PRMCALCPARM    CALCPARM.RST 0120".
    05 FILLER PIC X(32) VALUE "CHNCALCCHNS    CALCCHNS.RST 0170".
01 WS-MASTER-TABLE REDEFINES WS-MASTER-DEFINITIONS.
    05 WS-MASTER-ENTRY OCCURS 5.
       10 WS-MST-CODE         PIC X(3).
       10 WS-MST-NAME         PIC X(12).
       10 WS-MST-RESTORE-NAME PIC X(13).
       10 WS-MST-KEY-START    PIC 9(2).
       10 WS-MST-KEY-LENGTH   PIC 9(2).
01 WS-MASTER-COUNT           PIC 9(1) VALUE 5.
01 WS-MASTER-SUB             PIC 9(1).
01 WS-MASTER-FOUND           PIC X(1).

*> Dated generation of one master, e.g. GTST20261015.GEN. A retake
*> on the same business date overwrites the same file.
01 WS-GENERATION-NAME.
    05 FILLER                PIC X(1) VALUE "G".
    05 WS-GEN-NAME-CODE      PIC X(3).
    05 WS-GEN-NAME-DATE      PIC X(8).
    05 FILLER                PIC X(4) VALUE ".GEN".

*> Generations older than this many days are purged, catalogue
*> entry and file both. Defaults to 90 unless overridden by a
*> "CALCGEN" record in CALCPARM.DAT (whole-number part of the
*> expected-result field), the way CALCARCH takes its retention.
01 WS-RETENTION-DAYS         PIC 9(4) VALUE 90.

01 WS-RUN-DATE               PIC X(8).
01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
01 WS-TODAY-INTEGER          PIC 9(8).
01 WS-ENTRY-INTEGER          PIC 9(8).
01 WS-ENTRY-DATE             PIC X(8).
01 WS-ENTRY-DATE-NUM REDEFINES WS-ENTRY-DATE PIC 9(8).
01 WS-ENTRY-AGE              PIC S9(8).
01 WS-NEXT-RUN-ID            PIC 9(6) VALUE ZERO.
01 WS-DELETE-STATUS          PIC 9(4) VALUE ZERO.
01 WS-PURGE-NAME             PIC X(16).

*> In-storage copy of the catalogue, so a retake can replace its
*> entry and retention can drop entries before the file is
*> rewritten in one pass -- five masters a night keeps better than
*> half a year.
01 WS-INDEX-LIMIT            PIC 9(4) VALUE 1000.
01 WS-INDEX-COUNT            PIC 9(4) VALUE ZERO.
01 WS-INDEX-TABLE.
    05 WS-INDEX-ENTRY OCCURS 1000.
       10 WS-IX-DATE         PIC X(8).
       10 WS-IX-RUN-ID       PIC 9(6).
       10 WS-IX-MASTER       PIC X(12).
       10 WS-IX-FILE-NAME    PIC X(16).
       10 WS-IX-RECORD-COUNT PIC 9(7).
       10 WS-IX-HASH-TOTAL   PIC S9(13)V99.
       10 WS-IX-TIMESTAMP    PIC X(26).
       10 WS-IX-KEEP         PIC X(1).
01 WS-INDEX-SUB              PIC 9(4).
01 WS-FOUND-SUB              PIC 9(4).
01 WS-FROM-INDEX-SUB         PIC 9(4).
01 WS-TO-INDEX-SUB           PIC 9(4).
01 WS-FIND-DATE              PIC X(8).

*> Record count and hash total of the images being taken or read
*> back. Each image is hashed through its own master's layout: the
*> sum of its numeric fields, skipping any that are not numeric, so
*> a master with a bad record still copies (CALCEDIT is where bad
*> records are dealt with) and still hashes the same both ways.
01 WS-IMAGE-COUNT            PIC 9(7).
01 WS-IMAGE-HASH             PIC S9(13)V99.
01 WS-HASH-IMAGE             PIC X(80).
COPY CALCTCSE REPLACING ==CALC-TEST-RECORD==
    BY ==WS-HASH-CALC-TEST REDEFINES WS-HASH-IMAGE==
    LEADING ==CALCASE-== BY ==WS-HT-==.
COPY LEGCASE REPLACING ==LEGACY-TEST-RECORD==
    BY ==WS-HASH-LEGACY REDEFINES WS-HASH-IMAGE==
    LEADING ==LEGACY-== BY ==WS-HL-==.
COPY ADDTCASE REPLACING ==ADDITION-TEST-RECORD==
    BY ==WS-HASH-ADDITION REDEFINES WS-HASH-IMAGE==
    LEADING ==ADDCASE-== BY ==WS-HA-==.
COPY CALCPARM REPLACING ==CALC-PARM-RECORD==
    BY ==WS-HASH-PARM REDEFINES WS-HASH-IMAGE==
    LEADING ==PARM-== BY ==WS-HP-==.
COPY CALCCHNC REPLACING ==CHAIN-TEST-RECORD==
    BY ==WS-HASH-CHAIN REDEFINES WS-HASH-IMAGE==
    LEADING ==CHNCASE-== BY ==WS-HC-==.
01 WS-HASH-STEP              PIC 9(1).

*> What VerifyGeneration does with each image it reads back besides
*> counting and hashing it: nothing (V), write it to the restored
*> master (R), or load it into the from (F) or to (T) table of the
*> difference listing.
01 WS-VERIFY-ACTION          PIC X(1).
01 WS-VERIFY-VERDICT         PIC X(13).
01 WS-FEED-EXCEPTIONS        PIC X(1) VALUE "N".
01 WS-WRITE-ERRORS           PIC 9(7).

01 WS-TAKEN-COUNT            PIC 9(3) VALUE ZERO.
01 WS-NO-MASTER-COUNT        PIC 9(3) VALUE ZERO.
01 WS-INDEX-FULL-COUNT       PIC 9(3) VALUE ZERO.
01 WS-PURGED-COUNT           PIC 9(3) VALUE ZERO.
01 WS-CHECKED-COUNT          PIC 9(4) VALUE ZERO.
01 WS-MISSING-COUNT          PIC 9(4) VALUE ZERO.
01 WS-MISMATCH-COUNT         PIC 9(4) VALUE ZERO.
01 WS-RESTORED-COUNT         PIC 9(1) VALUE ZERO.
01 WS-NOT-TAKEN-COUNT        PIC 9(1) VALUE ZERO.
01 WS-DAMAGED-COUNT          PIC 9(1) VALUE ZERO.
01 WS-NOT-COMPARED-COUNT     PIC 9(1) VALUE ZERO.
01 WS-TOTAL-ADDED            PIC 9(5) VALUE ZERO.
01 WS-TOTAL-REMOVED          PIC 9(5) VALUE ZERO.
01 WS-TOTAL-CHANGED          PIC 9(5) VALUE ZERO.

*> Both generations being compared, held whole. A master larger
*> than the table is reported as not compared rather than half
*> compared.
01 WS-DIFF-LIMIT             PIC 9(5) VALUE 5000.
01 WS-DIFF-OVERFLOW          PIC X(1).
01 WS-FROM-COUNT             PIC 9(5).
01 WS-FROM-TABLE.
    05 WS-FROM-ENTRY OCCURS 5000.
       10 WS-FROM-IMAGE      PIC X(80).
       10 WS-FROM-MATCHED    PIC X(1).
01 WS-TO-COUNT               PIC 9(5).
01 WS-TO-TABLE.
    05 WS-TO-ENTRY OCCURS 5000.
       10 WS-TO-IMAGE        PIC X(80).
       10 WS-TO-MATCHED      PIC X(1).
01 WS-FROM-SUB               PIC 9(5).
01 WS-TO-SUB                 PIC 9(5).
01 WS-MATCH-SUB              PIC 9(5).
01 WS-KEY-START              PIC 9(2).
01 WS-KEY-LENGTH             PIC 9(2).
01 WS-ADDED-COUNT            PIC 9(5).
01 WS-REMOVED-COUNT          PIC 9(5).
01 WS-CHANGED-COUNT          PIC 9(5).
01 WS-UNCHANGED-COUNT        PIC 9(5).

01 WS-HEADING-LINE.
    05 WS-HEAD-TITLE         PIC X(36).
    05 FILLER                PIC X(10) VALUE "RUN DATE: ".
    05 WS-HEAD-DATE          PIC X(8).
    05 FILLER                PIC X(26) VALUE SPACES.
01 WS-TAKEN-TITLE-LINE.
    05 FILLER                PIC X(36)
       VALUE "GENERATIONS TAKEN FOR BUSINESS DATE ".
    05 WS-TKN-DATE           PIC X(8).
    05 FILLER                PIC X(15) VALUE ", FIRST RUN ID ".
    05 WS-TKN-RUN-ID         PIC 9(6).
    05 FILLER                PIC X(15) VALUE SPACES.
01 WS-PURGE-TITLE-LINE.
    05 FILLER                PIC X(30)
       VALUE "GENERATIONS PURGED, RETENTION ".
    05 WS-PRG-DAYS           PIC ZZZ9.
    05 FILLER                PIC X(5) VALUE " DAYS".
    05 FILLER                PIC X(41) VALUE SPACES.
01 WS-RESTORE-TITLE-LINE.
    05 FILLER                PIC X(47)
       VALUE "RESTORED FROM THE GENERATIONS OF BUSINESS DATE ".
    05 WS-RST-DATE           PIC X(8).
    05 FILLER                PIC X(25) VALUE SPACES.
01 WS-DIFF-TITLE-LINE.
    05 FILLER                PIC X(31)
       VALUE "DIFFERENCES FROM BUSINESS DATE ".
    05 WS-DFT-FROM-DATE      PIC X(8).
    05 FILLER                PIC X(4) VALUE " TO ".
    05 WS-DFT-TO-DATE        PIC X(8).
    05 FILLER                PIC X(29) VALUE SPACES.
01 WS-COLUMN-LINE.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 FILLER                PIC X(9) VALUE "DATE".
    05 FILLER                PIC X(10) VALUE "MASTER".
    05 FILLER                PIC X(17) VALUE "GENERATION FILE".
    05 FILLER                PIC X(7) VALUE "RECORDS".
    05 FILLER                PIC X(17) VALUE "       HASH TOTAL".
    05 FILLER                PIC X(1) VALUE SPACES.
    05 FILLER                PIC X(7) VALUE "VERDICT".
    05 FILLER                PIC X(10) VALUE SPACES.
01 WS-DETAIL-LINE.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 WS-DET-DATE           PIC X(8).
    05 FILLER                PIC X(1) VALUE SPACES.
    05 WS-DET-MASTER         PIC X(9).
    05 FILLER                PIC X(1) VALUE SPACES.
    05 WS-DET-FILE           PIC X(16).
    05 FILLER                PIC X(1) VALUE SPACES.
    05 WS-DET-COUNT          PIC ZZZZZZ9.
    05 FILLER                PIC X(1) VALUE SPACES.
    05 WS-DET-HASH           PIC -ZZZZZZZZZZZ9.99.
    05 FILLER                PIC X(1) VALUE SPACES.
    05 WS-DET-VERDICT        PIC X(13).
    05 FILLER                PIC X(4) VALUE SPACES.
*> Printed under a generation that no longer balances: what the
*> file holds now, against the catalogued figures on the line above.
01 WS-ACTUAL-LINE.
    05 FILLER                PIC X(21) VALUE SPACES.
    05 FILLER                PIC X(17) VALUE "FILE HOLDS NOW".
    05 WS-ACT-COUNT          PIC ZZZZZZ9.
    05 FILLER                PIC X(1) VALUE SPACES.
    05 WS-ACT-HASH           PIC -ZZZZZZZZZZZ9.99.
    05 FILLER                PIC X(18) VALUE SPACES.
01 WS-DIFF-MASTER-LINE.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 WS-DFM-MASTER         PIC X(10).
    05 FILLER                PIC X(5) VALUE "FROM ".
    05 WS-DFM-FROM-FILE      PIC X(16).
    05 FILLER                PIC X(5) VALUE " RUN ".
    05 WS-DFM-FROM-RUN       PIC 9(6).
    05 FILLER                PIC X(4) VALUE " TO ".
    05 WS-DFM-TO-FILE        PIC X(16).
    05 FILLER                PIC X(5) VALUE " RUN ".
    05 WS-DFM-TO-RUN         PIC 9(6).
    05 FILLER                PIC X(5) VALUE SPACES.
01 WS-NOT-COMPARED-LINE.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 FILLER                PIC X(15) VALUE "*NOT COMPARED* ".
    05 WS-NCL-REASON         PIC X(61).
01 WS-NOT-TAKEN-REASON.
    05 FILLER                PIC X(18) VALUE "NO GENERATION FOR ".
    05 WS-NTR-DATE           PIC X(8).
    05 FILLER                PIC X(35) VALUE SPACES.
01 WS-DAMAGED-REASON.
    05 WS-DMR-FILE           PIC X(16).
    05 FILLER                PIC X(22) VALUE " FAILED VERIFICATION: ".
    05 WS-DMR-VERDICT        PIC X(13).
    05 FILLER                PIC X(10) VALUE SPACES.
01 WS-DIFF-LINE.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 WS-DIF-ACTION         PIC X(10).
    05 WS-DIF-KEY            PIC X(20).
    05 FILLER                PIC X(48) VALUE SPACES.
01 WS-IMAGE-LINE.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 WS-IML-LABEL          PIC X(5).
    05 WS-IML-IMAGE          PIC X(71).
01 WS-DIFF-COUNT-LINE.
    05 FILLER                PIC X(4) VALUE SPACES.
    05 FILLER                PIC X(6) VALUE "ADDED ".
    05 WS-DFC-ADDED          PIC ZZZZ9.
    05 FILLER                PIC X(10) VALUE "  REMOVED ".
    05 WS-DFC-REMOVED        PIC ZZZZ9.
    05 FILLER                PIC X(10) VALUE "  CHANGED ".
    05 WS-DFC-CHANGED        PIC ZZZZ9.
    05 FILLER                PIC X(12) VALUE "  UNCHANGED ".
    05 WS-DFC-UNCHANGED      PIC ZZZZ9.
    05 FILLER                PIC X(18) VALUE SPACES.
01 WS-COUNT-LINE.
    05 FILLER                PIC X(2) VALUE SPACES.
    05 WS-CNT-LABEL          PIC X(22).
    05 WS-CNT-VALUE          PIC ZZZZZZ9.
    05 FILLER                PIC X(49) VALUE SPACES.
01 WS-TEXT-LINE              PIC X(80).

*> Text of the exception fed for a generation that no longer
*> balances by count.
01 WS-EXC-COUNT-TEXT.
    05 FILLER                PIC X(10) VALUE "CATALOGUE ".
    05 WS-EXC-INDEX-COUNT    PIC ZZZZZZ9.
    05 FILLER                PIC X(12) VALUE " FILE HOLDS ".
    05 WS-EXC-FILE-COUNT     PIC ZZZZZZ9.
    05 FILLER                PIC X(4) VALUE SPACES.

PROCEDURE DIVISION.

    DISPLAY "Running CALCGEN...".

    PERFORM LoadRequest.
    IF WS-FINAL-RC > ZERO
        MOVE WS-FINAL-RC TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM LoadCatalog.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEAD-DATE.
    EVALUATE WS-REQUEST-FUNCTION
        WHEN "SNAP"
            PERFORM TakeGenerations
        WHEN "RESTORE"
            PERFORM RestoreGenerations
        WHEN "DIFF"
            PERFORM ListDifferences
    END-EVALUATE.

    DISPLAY "CALCGEN finished.".

    MOVE WS-FINAL-RC TO RETURN-CODE.

    STOP RUN.

COPY CALCBDPR.
COPY CALCEXPR.

LoadRequest.

*>  No request file is the nightly case: take tonight's generations.
    OPEN INPUT GEN-REQUEST-FILE.
    IF WS-REQUEST-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    READ GEN-REQUEST-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE GRQ-FUNCTION TO WS-REQUEST-FUNCTION
            MOVE GRQ-DATE     TO WS-REQUEST-DATE
            MOVE GRQ-TO-DATE  TO WS-REQUEST-TO-DATE
    END-READ.
    CLOSE GEN-REQUEST-FILE.

    EVALUATE WS-REQUEST-FUNCTION
        WHEN "SNAP"
            CONTINUE
        WHEN "RESTORE"
            IF WS-REQUEST-DATE NOT NUMERIC
                DISPLAY "CALCGEN.PRM restore date bad: "
                    WS-REQUEST-DATE
                MOVE 8 TO WS-FINAL-RC
            END-IF
        WHEN "DIFF"
            IF WS-REQUEST-DATE NOT NUMERIC
                OR WS-REQUEST-TO-DATE NOT NUMERIC
                DISPLAY "CALCGEN.PRM difference dates bad: "
                    WS-REQUEST-DATE " " WS-REQUEST-TO-DATE
                MOVE 8 TO WS-FINAL-RC
            END-IF
        WHEN OTHER
            DISPLAY "CALCGEN.PRM function unknown: "
                WS-REQUEST-FUNCTION
            MOVE 8 TO WS-FINAL-RC
    END-EVALUATE.

LoadParameters.

    OPEN INPUT CALC-PARM-FILE.
    IF WS-PARM-FILE-STATUS = "35"
        DISPLAY "CALCPARM.DAT not found, using built-in defaults."
    ELSE
        MOVE "N" TO WS-MASTER-EOF
        PERFORM UNTIL WS-MASTER-EOF = "Y"
            READ CALC-PARM-FILE
                AT END
                    MOVE "Y" TO WS-MASTER-EOF
                NOT AT END
                    PERFORM StoreParameter
            END-READ
        END-PERFORM
        CLOSE CALC-PARM-FILE
    END-IF.

StoreParameter.

    EVALUATE PARM-TEST-ID
        WHEN "CALCGEN"
            IF PARM-EXPECTED-RESULT > ZERO
                MOVE PARM-EXPECTED-RESULT TO WS-RETENTION-DAYS
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LoadCatalog.

    OPEN INPUT GEN-INDEX-FILE.
    IF WS-INDEX-FILE-STATUS = "35"
        DISPLAY "No generation catalogue yet, starting a new one."
    ELSE
        MOVE "N" TO WS-INDEX-EOF
        PERFORM UNTIL WS-INDEX-EOF = "Y"
            READ GEN-INDEX-FILE
                AT END
                    MOVE "Y" TO WS-INDEX-EOF
                NOT AT END
                    PERFORM StoreCatalogEntry
            END-READ
        END-PERFORM
        CLOSE GEN-INDEX-FILE
    END-IF.

StoreCatalogEntry.

    IF WS-INDEX-COUNT < WS-INDEX-LIMIT
        ADD 1 TO WS-INDEX-COUNT
        MOVE GENX-DATE         TO WS-IX-DATE(WS-INDEX-COUNT)
        MOVE GENX-RUN-ID       TO WS-IX-RUN-ID(WS-INDEX-COUNT)
        MOVE GENX-MASTER       TO WS-IX-MASTER(WS-INDEX-COUNT)
        MOVE GENX-FILE-NAME    TO WS-IX-FILE-NAME(WS-INDEX-COUNT)
        MOVE GENX-RECORD-COUNT TO WS-IX-RECORD-COUNT(WS-INDEX-COUNT)
        MOVE GENX-HASH-TOTAL   TO WS-IX-HASH-TOTAL(WS-INDEX-COUNT)
        MOVE GENX-TIMESTAMP    TO WS-IX-TIMESTAMP(WS-INDEX-COUNT)
        MOVE "Y"               TO WS-IX-KEEP(WS-INDEX-COUNT)
    ELSE
        DISPLAY "Generation catalogue full, entry dropped: "
            GENX-FILE-NAME
    END-IF.

TakeGenerations.

*>  Generations are named and catalogued by the stream's business
*>  date, and retention ages from the same date.
    PERFORM LoadBusinessDate.
    MOVE "CALCGEN"        TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.
    MOVE "Y"              TO WS-FEED-EXCEPTIONS.
    MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

    PERFORM LoadParameters.
    PERFORM FindNextRunId.

    MOVE "CALCGEN.RPT" TO WS-REPORT-NAME.
    OPEN OUTPUT GEN-REPORT-FILE.
    MOVE "CALCGEN - MASTER FILE GENERATIONS" TO WS-HEAD-TITLE.
    WRITE GEN-REPORT-LINE FROM WS-HEADING-LINE.
    MOVE SPACES TO WS-TEXT-LINE.
    WRITE GEN-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE WS-BUSINESS-DATE TO WS-TKN-DATE.
    MOVE WS-NEXT-RUN-ID   TO WS-TKN-RUN-ID.
    WRITE GEN-REPORT-LINE FROM WS-TAKEN-TITLE-LINE.
    WRITE GEN-REPORT-LINE FROM WS-COLUMN-LINE.

    MOVE 1 TO WS-MASTER-SUB.
    PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
        PERFORM SnapMaster
        ADD 1 TO WS-MASTER-SUB
    END-PERFORM.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE GEN-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE WS-RETENTION-DAYS TO WS-PRG-DAYS.
    WRITE GEN-REPORT-LINE FROM WS-PURGE-TITLE-LINE.
    PERFORM PurgeExpiredGenerations.
    IF WS-PURGED-COUNT = ZERO
        MOVE "  (NONE)" TO WS-TEXT-LINE
        WRITE GEN-REPORT-LINE FROM WS-TEXT-LINE
    END-IF.

*>  The catalogue is rewritten before anything is verified, so a
*>  generation taken tonight is on file even if the check below
*>  finds trouble with an older one.
    PERFORM RewriteCatalog.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE GEN-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "CATALOGUE VERIFICATION" TO WS-TEXT-LINE.
    WRITE GEN-REPORT-LINE FROM WS-TEXT-LINE.
    WRITE GEN-REPORT-LINE FROM WS-COLUMN-LINE.
    MOVE "V" TO WS-VERIFY-ACTION.
    MOVE 1 TO WS-INDEX-SUB.
    PERFORM UNTIL WS-INDEX-SUB > WS-INDEX-COUNT
        IF WS-IX-KEEP(WS-INDEX-SUB) = "Y"
            ADD 1 TO WS-CHECKED-COUNT
            PERFORM VerifyGeneration
            PERFORM WriteVerifiedLine
        END-IF
        ADD 1 TO WS-INDEX-SUB
    END-PERFORM.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE GEN-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "GENERATIONS TAKEN:    " TO WS-CNT-LABEL.
    MOVE WS-TAKEN-COUNT TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "MASTERS NOT FOUND:    " TO WS-CNT-LABEL.
    MOVE WS-NO-MASTER-COUNT TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "GENERATIONS PURGED:   " TO WS-CNT-LABEL.
    MOVE WS-PURGED-COUNT TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "GENERATIONS CHECKED:  " TO WS-CNT-LABEL.
    MOVE WS-CHECKED-COUNT TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "GENERATIONS MISSING:  " TO WS-CNT-LABEL.
    MOVE WS-MISSING-COUNT TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "COUNT/HASH MISMATCHES:" TO WS-CNT-LABEL.
    MOVE WS-MISMATCH-COUNT TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    CLOSE GEN-REPORT-FILE.

    DISPLAY "Took " WS-TAKEN-COUNT " generations for "
        WS-BUSINESS-DATE ", purged " WS-PURGED-COUNT
        ", checked " WS-CHECKED-COUNT ": " WS-MISSING-COUNT
        " missing, " WS-MISMATCH-COUNT " not balancing.".

*>  A master that could not be copied, or a copy that no longer
*>  balances, is the night an audit question could not be answered;
*>  the warning-level code puts it in front of the scheduler.
    IF WS-NO-MASTER-COUNT > ZERO OR WS-INDEX-FULL-COUNT > ZERO
        OR WS-MISSING-COUNT > ZERO OR WS-MISMATCH-COUNT > ZERO
        MOVE 4 TO WS-FINAL-RC
    END-IF.

FindNextRunId.

*>  The night's run-controlled programs have not started yet; the
*>  first of them will be given one past the highest run ID on file.
    MOVE 1 TO WS-NEXT-RUN-ID.
    OPEN INPUT CALC-RUN-FILE.
    IF WS-RUN-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO WS-RUN-EOF.
    PERFORM UNTIL WS-RUN-EOF = "Y"
        READ CALC-RUN-FILE
            AT END
                MOVE "Y" TO WS-RUN-EOF
            NOT AT END
                IF RUN-ID >= WS-NEXT-RUN-ID
                    COMPUTE WS-NEXT-RUN-ID = RUN-ID + 1
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CALC-RUN-FILE.

SnapMaster.

    MOVE WS-MST-CODE(WS-MASTER-SUB) TO WS-GEN-NAME-CODE.
    MOVE WS-BUSINESS-DATE           TO WS-GEN-NAME-DATE.
    MOVE ZERO TO WS-IMAGE-COUNT.
    MOVE ZERO TO WS-IMAGE-HASH.
    MOVE "N"  TO WS-MASTER-FOUND.

    EVALUATE WS-MASTER-SUB
        WHEN 1
            PERFORM SnapCalcTests
        WHEN 2
            PERFORM SnapLegacy
        WHEN 3
            PERFORM SnapAdditions
        WHEN 4
            PERFORM SnapParameters
        WHEN 5
            PERFORM SnapChains
    END-EVALUATE.

    MOVE WS-BUSINESS-DATE            TO WS-DET-DATE.
    MOVE WS-MST-NAME(WS-MASTER-SUB)  TO WS-DET-MASTER.
    MOVE WS-IMAGE-COUNT              TO WS-DET-COUNT.
    MOVE WS-IMAGE-HASH               TO WS-DET-HASH.

    IF WS-MASTER-FOUND = "N"
        ADD 1 TO WS-NO-MASTER-COUNT
        MOVE SPACES        TO WS-DET-FILE
        MOVE "*NO MASTER*" TO WS-DET-VERDICT
        WRITE GEN-REPORT-LINE FROM WS-DETAIL-LINE
        DISPLAY "Master not found, no generation taken: "
            WS-MST-NAME(WS-MASTER-SUB)
        MOVE 3          TO WS-EXC-SEVERITY
        MOVE "GENNOMST" TO WS-EXC-CODE
        MOVE WS-MST-NAME(WS-MASTER-SUB) TO WS-EXC-SUBJECT
        MOVE "MASTER NOT FOUND, NO GENERATION TAKEN"
            TO WS-EXC-TEXT
        PERFORM WriteException
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-TAKEN-COUNT.
    MOVE WS-GENERATION-NAME TO WS-DET-FILE.
    MOVE "TAKEN"            TO WS-DET-VERDICT.
    WRITE GEN-REPORT-LINE FROM WS-DETAIL-LINE.
    PERFORM RecordGeneration.

SnapCalcTests.

    OPEN INPUT CALC-TEST-FILE.
    IF WS-CALCTEST-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-MASTER-FOUND.
    OPEN OUTPUT GENERATION-FILE.
    MOVE "N" TO WS-MASTER-EOF.
    PERFORM UNTIL WS-MASTER-EOF = "Y"
        READ CALC-TEST-FILE
            AT END
                MOVE "Y" TO WS-MASTER-EOF
            NOT AT END
                MOVE SPACES TO GENERATION-IMAGE
                MOVE CALC-TEST-RECORD TO GENERATION-IMAGE
                PERFORM TakeImage
        END-READ
    END-PERFORM.
    CLOSE CALC-TEST-FILE.
    CLOSE GENERATION-FILE.

SnapLegacy.

    OPEN INPUT LEGACY-TEST-FILE.
    IF WS-LEGACY-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-MASTER-FOUND.
    OPEN OUTPUT GENERATION-FILE.
    MOVE "N" TO WS-MASTER-EOF.
    PERFORM UNTIL WS-MASTER-EOF = "Y"
        READ LEGACY-TEST-FILE
            AT END
                MOVE "Y" TO WS-MASTER-EOF
            NOT AT END
                MOVE SPACES TO GENERATION-IMAGE
                MOVE LEGACY-TEST-RECORD TO GENERATION-IMAGE
                PERFORM TakeImage
        END-READ
    END-PERFORM.
    CLOSE LEGACY-TEST-FILE.
    CLOSE GENERATION-FILE.

SnapAdditions.

    OPEN INPUT ADDITION-TEST-FILE.
    IF WS-ADDITION-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-MASTER-FOUND.
    OPEN OUTPUT GENERATION-FILE.
    MOVE "N" TO WS-MASTER-EOF.
    PERFORM UNTIL WS-MASTER-EOF = "Y"
        READ ADDITION-TEST-FILE
            AT END
                MOVE "Y" TO WS-MASTER-EOF
            NOT AT END
                MOVE SPACES TO GENERATION-IMAGE
                MOVE ADDITION-TEST-RECORD TO GENERATION-IMAGE
                PERFORM TakeImage
        END-READ
    END-PERFORM.
    CLOSE ADDITION-TEST-FILE.
    CLOSE GENERATION-FILE.

SnapParameters.

    OPEN INPUT CALC-PARM-FILE.
    IF WS-PARM-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-MASTER-FOUND.
    OPEN OUTPUT GENERATION-FILE.
    MOVE "N" TO WS-MASTER-EOF.
    PERFORM UNTIL WS-MASTER-EOF = "Y"
        READ CALC-PARM-FILE
            AT END
                MOVE "Y" TO WS-MASTER-EOF
            NOT AT END
                MOVE SPACES TO GENERATION-IMAGE
                MOVE CALC-PARM-RECORD TO GENERATION-IMAGE
                PERFORM TakeImage
        END-READ
    END-PERFORM.
    CLOSE CALC-PARM-FILE.
    CLOSE GENERATION-FILE.

SnapChains.

    OPEN INPUT CHAIN-TEST-FILE.
    IF WS-CHAIN-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-MASTER-FOUND.
    OPEN OUTPUT GENERATION-FILE.
    MOVE "N" TO WS-MASTER-EOF.
    PERFORM UNTIL WS-MASTER-EOF = "Y"
        READ CHAIN-TEST-FILE
            AT END
                MOVE "Y" TO WS-MASTER-EOF
            NOT AT END
                MOVE SPACES TO GENERATION-IMAGE
                MOVE CHAIN-TEST-RECORD TO GENERATION-IMAGE
                PERFORM TakeImage
        END-READ
    END-PERFORM.
    CLOSE CHAIN-TEST-FILE.
    CLOSE GENERATION-FILE.

TakeImage.

    PERFORM AccumulateImage.
    WRITE GENERATION-IMAGE.

AccumulateImage.

    ADD 1 TO WS-IMAGE-COUNT.
    MOVE GENERATION-IMAGE TO WS-HASH-IMAGE.
    EVALUATE WS-MASTER-SUB
        WHEN 1
            PERFORM HashCalcTest
        WHEN 2
            PERFORM HashLegacy
        WHEN 3
            PERFORM HashAddition
        WHEN 4
            PERFORM HashParameter
        WHEN 5
            PERFORM HashChain
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

HashCalcTest.

    IF WS-HT-CASE-ID NUMERIC
        ADD WS-HT-CASE-ID TO WS-IMAGE-HASH
    END-IF.
    IF WS-HT-NUM1 NUMERIC
        ADD WS-HT-NUM1 TO WS-IMAGE-HASH
    END-IF.
    IF WS-HT-NUM2 NUMERIC
        ADD WS-HT-NUM2 TO WS-IMAGE-HASH
    END-IF.
    IF WS-HT-EXPECTED-RESULT NUMERIC
        ADD WS-HT-EXPECTED-RESULT TO WS-IMAGE-HASH
    END-IF.
    IF WS-HT-TOLERANCE NUMERIC
        ADD WS-HT-TOLERANCE TO WS-IMAGE-HASH
    END-IF.

HashLegacy.

    IF WS-HL-CASE-ID NUMERIC
        ADD WS-HL-CASE-ID TO WS-IMAGE-HASH
    END-IF.
    IF WS-HL-NUM1 NUMERIC
        ADD WS-HL-NUM1 TO WS-IMAGE-HASH
    END-IF.
    IF WS-HL-NUM2 NUMERIC
        ADD WS-HL-NUM2 TO WS-IMAGE-HASH
    END-IF.
    IF WS-HL-RESULT NUMERIC
        ADD WS-HL-RESULT TO WS-IMAGE-HASH
    END-IF.

HashAddition.

    IF WS-HA-NUM1 NUMERIC
        ADD WS-HA-NUM1 TO WS-IMAGE-HASH
    END-IF.
    IF WS-HA-NUM2 NUMERIC
        ADD WS-HA-NUM2 TO WS-IMAGE-HASH
    END-IF.
    IF WS-HA-EXPECTED-RESULT NUMERIC
        ADD WS-HA-EXPECTED-RESULT TO WS-IMAGE-HASH
    END-IF.

HashParameter.

    IF WS-HP-EXPECTED-RESULT NUMERIC
        ADD WS-HP-EXPECTED-RESULT TO WS-IMAGE-HASH
    END-IF.
    IF WS-HP-TOLERANCE NUMERIC
        ADD WS-HP-TOLERANCE TO WS-IMAGE-HASH
    END-IF.

HashChain.

    IF WS-HC-INITIAL NUMERIC
        ADD WS-HC-INITIAL TO WS-IMAGE-HASH
    END-IF.
    IF WS-HC-STEP-COUNT NUMERIC
        ADD WS-HC-STEP-COUNT TO WS-IMAGE-HASH
    END-IF.
    MOVE 1 TO WS-HASH-STEP.
    PERFORM UNTIL WS-HASH-STEP > 5
        IF WS-HC-OPERAND(WS-HASH-STEP) NUMERIC
            ADD WS-HC-OPERAND(WS-HASH-STEP) TO WS-IMAGE-HASH
        END-IF
        ADD 1 TO WS-HASH-STEP
    END-PERFORM.
    IF WS-HC-EXPECTED-RESULT NUMERIC
        ADD WS-HC-EXPECTED-RESULT TO WS-IMAGE-HASH
    END-IF.
    IF WS-HC-TOLERANCE NUMERIC
        ADD WS-HC-TOLERANCE TO WS-IMAGE-HASH
    END-IF.

RecordGeneration.

*>  A retake on the same business date overwrote the same file, so
*>  its catalogue entry is replaced rather than duplicated.
    MOVE WS-BUSINESS-DATE TO WS-FIND-DATE.
    PERFORM FindGeneration.

    IF WS-FOUND-SUB = ZERO
        IF WS-INDEX-COUNT < WS-INDEX-LIMIT
            ADD 1 TO WS-INDEX-COUNT
            MOVE WS-INDEX-COUNT TO WS-FOUND-SUB
        ELSE
            ADD 1 TO WS-INDEX-FULL-COUNT
            DISPLAY "Generation catalogue full, not catalogued: "
                WS-GENERATION-NAME
            MOVE 3                  TO WS-EXC-SEVERITY
            MOVE "GENIDXF"          TO WS-EXC-CODE
            MOVE WS-GENERATION-NAME TO WS-EXC-SUBJECT
            MOVE "CATALOGUE FULL, GENERATION NOT CATALOGUED"
                TO WS-EXC-TEXT
            PERFORM WriteException
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE WS-BUSINESS-DATE   TO WS-IX-DATE(WS-FOUND-SUB).
    MOVE WS-NEXT-RUN-ID     TO WS-IX-RUN-ID(WS-FOUND-SUB).
    MOVE WS-MST-NAME(WS-MASTER-SUB) TO WS-IX-MASTER(WS-FOUND-SUB).
    MOVE WS-GENERATION-NAME TO WS-IX-FILE-NAME(WS-FOUND-SUB).
    MOVE WS-IMAGE-COUNT     TO WS-IX-RECORD-COUNT(WS-FOUND-SUB).
    MOVE WS-IMAGE-HASH      TO WS-IX-HASH-TOTAL(WS-FOUND-SUB).
    MOVE FUNCTION CURRENT-DATE TO WS-IX-TIMESTAMP(WS-FOUND-SUB).
    MOVE "Y"                TO WS-IX-KEEP(WS-FOUND-SUB).

FindGeneration.

*>  The catalogue entry for WS-FIND-DATE's generation of master
*>  WS-MASTER-SUB, or zero.
    MOVE ZERO TO WS-FOUND-SUB.
    MOVE 1 TO WS-INDEX-SUB.
    PERFORM UNTIL WS-FOUND-SUB > ZERO
        OR WS-INDEX-SUB > WS-INDEX-COUNT
        IF WS-IX-DATE(WS-INDEX-SUB) = WS-FIND-DATE
            AND WS-IX-MASTER(WS-INDEX-SUB) =
                WS-MST-NAME(WS-MASTER-SUB)
            AND WS-IX-KEEP(WS-INDEX-SUB) = "Y"
            MOVE WS-INDEX-SUB TO WS-FOUND-SUB
        ELSE
            ADD 1 TO WS-INDEX-SUB
        END-IF
    END-PERFORM.

LocateMaster.

*>  The master table entry for catalogue entry WS-INDEX-SUB, so its
*>  images are hashed through the right layout.
    MOVE 1 TO WS-MASTER-SUB.
    PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
        OR WS-MST-NAME(WS-MASTER-SUB) = WS-IX-MASTER(WS-INDEX-SUB)
        ADD 1 TO WS-MASTER-SUB
    END-PERFORM.
    IF WS-MASTER-SUB > WS-MASTER-COUNT
        MOVE ZERO TO WS-MASTER-SUB
    END-IF.

PurgeExpiredGenerations.

    MOVE 1 TO WS-INDEX-SUB.
    PERFORM UNTIL WS-INDEX-SUB > WS-INDEX-COUNT
        PERFORM CheckGenerationRetention
        ADD 1 TO WS-INDEX-SUB
    END-PERFORM.

CheckGenerationRetention.

    MOVE WS-IX-DATE(WS-INDEX-SUB) TO WS-ENTRY-DATE.
    COMPUTE WS-ENTRY-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE-NUM).
    COMPUTE WS-ENTRY-AGE = WS-TODAY-INTEGER - WS-ENTRY-INTEGER.

    IF WS-ENTRY-AGE > WS-RETENTION-DAYS
        MOVE "N" TO WS-IX-KEEP(WS-INDEX-SUB)
        ADD 1 TO WS-PURGED-COUNT
        MOVE WS-IX-FILE-NAME(WS-INDEX-SUB) TO WS-PURGE-NAME
        MOVE WS-IX-DATE(WS-INDEX-SUB)      TO WS-DET-DATE
        MOVE WS-IX-MASTER(WS-INDEX-SUB)    TO WS-DET-MASTER
        MOVE WS-PURGE-NAME                 TO WS-DET-FILE
        MOVE WS-IX-RECORD-COUNT(WS-INDEX-SUB) TO WS-DET-COUNT
        MOVE WS-IX-HASH-TOTAL(WS-INDEX-SUB)   TO WS-DET-HASH
        CALL "CBL_DELETE_FILE" USING WS-PURGE-NAME
        MOVE RETURN-CODE TO WS-DELETE-STATUS
        MOVE 0 TO RETURN-CODE
        IF WS-DELETE-STATUS = ZERO
            MOVE "PURGED" TO WS-DET-VERDICT
            DISPLAY "Purged expired generation " WS-PURGE-NAME
        ELSE
            MOVE "*NOT DELETED*" TO WS-DET-VERDICT
            DISPLAY "Could not delete " WS-PURGE-NAME
                ", catalogue entry dropped anyway."
            MOVE 2             TO WS-EXC-SEVERITY
            MOVE "GENPURG"     TO WS-EXC-CODE
            MOVE WS-PURGE-NAME TO WS-EXC-SUBJECT
            MOVE "EXPIRED GENERATION NOT DELETED" TO WS-EXC-TEXT
            PERFORM WriteException
        END-IF
        WRITE GEN-REPORT-LINE FROM WS-DETAIL-LINE
    END-IF.

RewriteCatalog.

    OPEN OUTPUT GEN-INDEX-FILE.
    MOVE 1 TO WS-INDEX-SUB.
    PERFORM UNTIL WS-INDEX-SUB > WS-INDEX-COUNT
        IF WS-IX-KEEP(WS-INDEX-SUB) = "Y"
            MOVE WS-IX-DATE(WS-INDEX-SUB)      TO GENX-DATE
            MOVE WS-IX-RUN-ID(WS-INDEX-SUB)    TO GENX-RUN-ID
            MOVE WS-IX-MASTER(WS-INDEX-SUB)    TO GENX-MASTER
            MOVE WS-IX-FILE-NAME(WS-INDEX-SUB) TO GENX-FILE-NAME
            MOVE WS-IX-RECORD-COUNT(WS-INDEX-SUB)
                TO GENX-RECORD-COUNT
            MOVE WS-IX-HASH-TOTAL(WS-INDEX-SUB) TO GENX-HASH-TOTAL
            MOVE WS-IX-TIMESTAMP(WS-INDEX-SUB)  TO GENX-TIMESTAMP
            WRITE GEN-INDEX-RECORD
        END-IF
        ADD 1 TO WS-INDEX-SUB
    END-PERFORM.
    CLOSE GEN-INDEX-FILE.

VerifyGeneration.

*>  Re-reads catalogue entry WS-INDEX-SUB's generation, counting and
*>  hashing every image (and passing it on per WS-VERIFY-ACTION),
*>  and leaves the outcome in WS-VERIFY-VERDICT: OK, *MISSING*,
*>  *COUNT*, *HASH*, or *WRITE ERROR* when a restored master would
*>  not take a record.
    PERFORM LocateMaster.
    MOVE ZERO TO WS-IMAGE-COUNT.
    MOVE ZERO TO WS-IMAGE-HASH.
    MOVE ZERO TO WS-WRITE-ERRORS.
    MOVE WS-IX-FILE-NAME(WS-INDEX-SUB) TO WS-GENERATION-NAME.

    OPEN INPUT GENERATION-FILE.
    IF WS-GENERATION-FILE-STATUS = "35"
        ADD 1 TO WS-MISSING-COUNT
        MOVE "*MISSING*" TO WS-VERIFY-VERDICT
        DISPLAY "Catalogued generation missing: " WS-GENERATION-NAME
        IF WS-FEED-EXCEPTIONS = "Y"
            MOVE 3                  TO WS-EXC-SEVERITY
            MOVE "GENMISS"          TO WS-EXC-CODE
            MOVE WS-GENERATION-NAME TO WS-EXC-SUBJECT
            MOVE "CATALOGUED GENERATION MISSING" TO WS-EXC-TEXT
            PERFORM WriteException
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-GENERATION-EOF.
    PERFORM UNTIL WS-GENERATION-EOF = "Y"
        READ GENERATION-FILE
            AT END
                MOVE "Y" TO WS-GENERATION-EOF
            NOT AT END
                PERFORM AccumulateImage
                EVALUATE WS-VERIFY-ACTION
                    WHEN "R"
                        PERFORM RestoreImage
                    WHEN "F"
                        PERFORM LoadFromImage
                    WHEN "T"
                        PERFORM LoadToImage
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE GENERATION-FILE.

    EVALUATE TRUE
        WHEN WS-IMAGE-COUNT NOT = WS-IX-RECORD-COUNT(WS-INDEX-SUB)
            ADD 1 TO WS-MISMATCH-COUNT
            MOVE "*COUNT*" TO WS-VERIFY-VERDICT
            DISPLAY "Generation count mismatch: " WS-GENERATION-NAME
                " catalogue says " WS-IX-RECORD-COUNT(WS-INDEX-SUB)
                " file holds " WS-IMAGE-COUNT
            IF WS-FEED-EXCEPTIONS = "Y"
                MOVE 3                  TO WS-EXC-SEVERITY
                MOVE "GENCOUNT"         TO WS-EXC-CODE
                MOVE WS-GENERATION-NAME TO WS-EXC-SUBJECT
                MOVE WS-IX-RECORD-COUNT(WS-INDEX-SUB)
                    TO WS-EXC-INDEX-COUNT
                MOVE WS-IMAGE-COUNT     TO WS-EXC-FILE-COUNT
                MOVE WS-EXC-COUNT-TEXT  TO WS-EXC-TEXT
                PERFORM WriteException
            END-IF
        WHEN WS-IMAGE-HASH NOT = WS-IX-HASH-TOTAL(WS-INDEX-SUB)
            ADD 1 TO WS-MISMATCH-COUNT
            MOVE "*HASH*" TO WS-VERIFY-VERDICT
            DISPLAY "Generation hash total mismatch: "
                WS-GENERATION-NAME
            IF WS-FEED-EXCEPTIONS = "Y"
                MOVE 3                  TO WS-EXC-SEVERITY
                MOVE "GENHASH"          TO WS-EXC-CODE
                MOVE WS-GENERATION-NAME TO WS-EXC-SUBJECT
                MOVE "HASH TOTAL NO LONGER BALANCES"
                    TO WS-EXC-TEXT
                PERFORM WriteException
            END-IF
        WHEN WS-WRITE-ERRORS > ZERO
            MOVE "*WRITE ERROR*" TO WS-VERIFY-VERDICT
        WHEN OTHER
            MOVE "OK" TO WS-VERIFY-VERDICT
    END-EVALUATE.

WriteVerifiedLine.

    MOVE WS-IX-DATE(WS-INDEX-SUB)         TO WS-DET-DATE.
    MOVE WS-IX-MASTER(WS-INDEX-SUB)       TO WS-DET-MASTER.
    MOVE WS-IX-FILE-NAME(WS-INDEX-SUB)    TO WS-DET-FILE.
    MOVE WS-IX-RECORD-COUNT(WS-INDEX-SUB) TO WS-DET-COUNT.
    MOVE WS-IX-HASH-TOTAL(WS-INDEX-SUB)   TO WS-DET-HASH.
    MOVE WS-VERIFY-VERDICT                TO WS-DET-VERDICT.
    WRITE GEN-REPORT-LINE FROM WS-DETAIL-LINE.
    IF WS-VERIFY-VERDICT = "*COUNT*" OR WS-VERIFY-VERDICT = "*HASH*"
        MOVE WS-IMAGE-COUNT TO WS-ACT-COUNT
        MOVE WS-IMAGE-HASH  TO WS-ACT-HASH
        WRITE GEN-REPORT-LINE FROM WS-ACTUAL-LINE
    END-IF.

RestoreGenerations.

    MOVE "CALCGENR.RPT" TO WS-REPORT-NAME.
    OPEN OUTPUT GEN-REPORT-FILE.
    MOVE "CALCGEN - GENERATION RESTORE" TO WS-HEAD-TITLE.
    WRITE GEN-REPORT-LINE FROM WS-HEADING-LINE.
    MOVE SPACES TO WS-TEXT-LINE.
    WRITE GEN-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE WS-REQUEST-DATE TO WS-RST-DATE.
    WRITE GEN-REPORT-LINE FROM WS-RESTORE-TITLE-LINE.
    WRITE GEN-REPORT-LINE FROM WS-COLUMN-LINE.

    MOVE "R" TO WS-VERIFY-ACTION.
    MOVE 1 TO WS-MASTER-SUB.
    PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
        PERFORM RestoreMaster
        ADD 1 TO WS-MASTER-SUB
    END-PERFORM.

*>  The replay runs as of the restored date, so it is handed that
*>  business date -- but only when every generation it is given
*>  came back whole.
    IF WS-RESTORED-COUNT > ZERO AND WS-DAMAGED-COUNT = ZERO
        OPEN OUTPUT DATE-RESTORE-FILE
        MOVE WS-REQUEST-DATE TO RBD-BUSINESS-DATE
        MOVE FUNCTION CURRENT-DATE TO RBD-SET-TIMESTAMP
        WRITE DATE-RESTORE-RECORD
        CLOSE DATE-RESTORE-FILE
    END-IF.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE GEN-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "MASTERS RESTORED:     " TO WS-CNT-LABEL.
    MOVE WS-RESTORED-COUNT TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "NO GENERATION TAKEN:  " TO WS-CNT-LABEL.
    MOVE WS-NOT-TAKEN-COUNT TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "FAILED VERIFICATION:  " TO WS-CNT-LABEL.
    MOVE WS-DAMAGED-COUNT TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    CLOSE GEN-REPORT-FILE.

    DISPLAY "Restored " WS-RESTORED-COUNT " masters as of "
        WS-REQUEST-DATE ", " WS-NOT-TAKEN-COUNT " not taken, "
        WS-DAMAGED-COUNT " failed verification.".

*>  Nothing to replay, or a master that no longer balances, stops
*>  the replay: it would not be the night being asked about.
    EVALUATE TRUE
        WHEN WS-RESTORED-COUNT = ZERO OR WS-DAMAGED-COUNT > ZERO
            MOVE 8 TO WS-FINAL-RC
        WHEN WS-NOT-TAKEN-COUNT > ZERO
            MOVE 4 TO WS-FINAL-RC
    END-EVALUATE.

RestoreMaster.

    MOVE WS-REQUEST-DATE TO WS-FIND-DATE.
    PERFORM FindGeneration.

    IF WS-FOUND-SUB = ZERO
        ADD 1 TO WS-NOT-TAKEN-COUNT
        MOVE WS-REQUEST-DATE            TO WS-DET-DATE
        MOVE WS-MST-NAME(WS-MASTER-SUB) TO WS-DET-MASTER
        MOVE SPACES                     TO WS-DET-FILE
        MOVE ZERO                       TO WS-DET-COUNT
        MOVE ZERO                       TO WS-DET-HASH
        MOVE "*NOT TAKEN*"              TO WS-DET-VERDICT
        WRITE GEN-REPORT-LINE FROM WS-DETAIL-LINE
        DISPLAY "No generation of " WS-MST-NAME(WS-MASTER-SUB)
            " for " WS-REQUEST-DATE
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-MST-RESTORE-NAME(WS-MASTER-SUB) TO WS-RESTORE-NAME.
    EVALUATE WS-MASTER-SUB
        WHEN 1
            OPEN OUTPUT CALC-RESTORE-FILE
        WHEN 2
            OPEN OUTPUT LEGACY-RESTORE-FILE
        WHEN OTHER
            OPEN OUTPUT RESTORE-FILE
    END-EVALUATE.

    MOVE WS-FOUND-SUB TO WS-INDEX-SUB.
    PERFORM VerifyGeneration.

    EVALUATE WS-MASTER-SUB
        WHEN 1
            CLOSE CALC-RESTORE-FILE
        WHEN 2
            CLOSE LEGACY-RESTORE-FILE
        WHEN OTHER
            CLOSE RESTORE-FILE
    END-EVALUATE.

    IF WS-VERIFY-VERDICT = "OK"
        ADD 1 TO WS-RESTORED-COUNT
        MOVE "RESTORED" TO WS-VERIFY-VERDICT
    ELSE
*>      A restored master that does not match its catalogue entry
*>      is not left lying about for a replay to pick up.
        ADD 1 TO WS-DAMAGED-COUNT
        CALL "CBL_DELETE_FILE" USING WS-RESTORE-NAME
        MOVE 0 TO RETURN-CODE
    END-IF.
    PERFORM WriteVerifiedLine.

RestoreImage.

    EVALUATE WS-MASTER-SUB
        WHEN 1
            MOVE GENERATION-IMAGE TO CALC-RESTORE-RECORD
            WRITE CALC-RESTORE-RECORD
                INVALID KEY
                    ADD 1 TO WS-WRITE-ERRORS
                    DISPLAY "Restore rejected case "
                        CALC-RESTORE-KEY ", status "
                        WS-CALC-RESTORE-STATUS
            END-WRITE
        WHEN 2
            MOVE GENERATION-IMAGE TO LEGACY-RESTORE-RECORD
            WRITE LEGACY-RESTORE-RECORD
                INVALID KEY
                    ADD 1 TO WS-WRITE-ERRORS
                    DISPLAY "Restore rejected case "
                        LEGACY-RESTORE-KEY ", status "
                        WS-LEG-RESTORE-STATUS
            END-WRITE
        WHEN OTHER
            MOVE GENERATION-IMAGE TO RESTORE-IMAGE
            WRITE RESTORE-IMAGE
    END-EVALUATE.

ListDifferences.

    MOVE "CALCGEND.RPT" TO WS-REPORT-NAME.
    OPEN OUTPUT GEN-REPORT-FILE.
    MOVE "CALCGEN - GENERATION DIFFERENCES" TO WS-HEAD-TITLE.
    WRITE GEN-REPORT-LINE FROM WS-HEADING-LINE.
    MOVE SPACES TO WS-TEXT-LINE.
    WRITE GEN-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE WS-REQUEST-DATE    TO WS-DFT-FROM-DATE.
    MOVE WS-REQUEST-TO-DATE TO WS-DFT-TO-DATE.
    WRITE GEN-REPORT-LINE FROM WS-DIFF-TITLE-LINE.

    MOVE 1 TO WS-MASTER-SUB.
    PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
        PERFORM DiffMaster
        ADD 1 TO WS-MASTER-SUB
    END-PERFORM.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE GEN-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "RECORDS ADDED:        " TO WS-CNT-LABEL.
    MOVE WS-TOTAL-ADDED TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "RECORDS REMOVED:      " TO WS-CNT-LABEL.
    MOVE WS-TOTAL-REMOVED TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "RECORDS CHANGED:      " TO WS-CNT-LABEL.
    MOVE WS-TOTAL-CHANGED TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    MOVE "MASTERS NOT COMPARED: " TO WS-CNT-LABEL.
    MOVE WS-NOT-COMPARED-COUNT TO WS-CNT-VALUE.
    WRITE GEN-REPORT-LINE FROM WS-COUNT-LINE.
    CLOSE GEN-REPORT-FILE.

    DISPLAY "Differences " WS-REQUEST-DATE " to " WS-REQUEST-TO-DATE
        ": " WS-TOTAL-ADDED " added, " WS-TOTAL-REMOVED
        " removed, " WS-TOTAL-CHANGED " changed, "
        WS-NOT-COMPARED-COUNT " masters not compared.".

    EVALUATE TRUE
        WHEN WS-NOT-COMPARED-COUNT > ZERO
            MOVE 8 TO WS-FINAL-RC
        WHEN WS-TOTAL-ADDED > ZERO OR WS-TOTAL-REMOVED > ZERO
            OR WS-TOTAL-CHANGED > ZERO
            MOVE 4 TO WS-FINAL-RC
    END-EVALUATE.

DiffMaster.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE GEN-REPORT-LINE FROM WS-TEXT-LINE.

    MOVE WS-REQUEST-DATE TO WS-FIND-DATE.
    PERFORM FindGeneration.
    MOVE WS-FOUND-SUB TO WS-FROM-INDEX-SUB.
    MOVE WS-REQUEST-TO-DATE TO WS-FIND-DATE.
    PERFORM FindGeneration.
    MOVE WS-FOUND-SUB TO WS-TO-INDEX-SUB.

    MOVE WS-MST-NAME(WS-MASTER-SUB) TO WS-DFM-MASTER.
    MOVE SPACES TO WS-DFM-FROM-FILE.
    MOVE ZERO   TO WS-DFM-FROM-RUN.
    MOVE SPACES TO WS-DFM-TO-FILE.
    MOVE ZERO   TO WS-DFM-TO-RUN.
    IF WS-FROM-INDEX-SUB > ZERO
        MOVE WS-IX-FILE-NAME(WS-FROM-INDEX-SUB) TO WS-DFM-FROM-FILE
        MOVE WS-IX-RUN-ID(WS-FROM-INDEX-SUB)    TO WS-DFM-FROM-RUN
    END-IF.
    IF WS-TO-INDEX-SUB > ZERO
        MOVE WS-IX-FILE-NAME(WS-TO-INDEX-SUB) TO WS-DFM-TO-FILE
        MOVE WS-IX-RUN-ID(WS-TO-INDEX-SUB)    TO WS-DFM-TO-RUN
    END-IF.
    WRITE GEN-REPORT-LINE FROM WS-DIFF-MASTER-LINE.

    IF WS-FROM-INDEX-SUB = ZERO
        MOVE WS-REQUEST-DATE TO WS-NTR-DATE
        MOVE WS-NOT-TAKEN-REASON TO WS-NCL-REASON
        PERFORM WriteNotCompared
        EXIT PARAGRAPH
    END-IF.
    IF WS-TO-INDEX-SUB = ZERO
        MOVE WS-REQUEST-TO-DATE TO WS-NTR-DATE
        MOVE WS-NOT-TAKEN-REASON TO WS-NCL-REASON
        PERFORM WriteNotCompared
        EXIT PARAGRAPH
    END-IF.

*>  Both generations are verified as they are loaded: a difference
*>  listing drawn from a copy that no longer balances would be
*>  worse than none.
    MOVE "N" TO WS-DIFF-OVERFLOW.
    MOVE ZERO TO WS-FROM-COUNT.
    MOVE "F" TO WS-VERIFY-ACTION.
    MOVE WS-FROM-INDEX-SUB TO WS-INDEX-SUB.
    PERFORM VerifyGeneration.
    IF WS-VERIFY-VERDICT NOT = "OK"
        PERFORM WriteDamagedGeneration
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-TO-COUNT.
    MOVE "T" TO WS-VERIFY-ACTION.
    MOVE WS-TO-INDEX-SUB TO WS-INDEX-SUB.
    PERFORM VerifyGeneration.
    IF WS-VERIFY-VERDICT NOT = "OK"
        PERFORM WriteDamagedGeneration
        EXIT PARAGRAPH
    END-IF.

    IF WS-DIFF-OVERFLOW = "Y"
        MOVE "MORE RECORDS THAN THE COMPARISON TABLE HOLDS"
            TO WS-NCL-REASON
        PERFORM WriteNotCompared
        EXIT PARAGRAPH
    END-IF.

    PERFORM CompareGenerations.

    MOVE WS-ADDED-COUNT     TO WS-DFC-ADDED.
    MOVE WS-REMOVED-COUNT   TO WS-DFC-REMOVED.
    MOVE WS-CHANGED-COUNT   TO WS-DFC-CHANGED.
    MOVE WS-UNCHANGED-COUNT TO WS-DFC-UNCHANGED.
    WRITE GEN-REPORT-LINE FROM WS-DIFF-COUNT-LINE.
    ADD WS-ADDED-COUNT   TO WS-TOTAL-ADDED.
    ADD WS-REMOVED-COUNT TO WS-TOTAL-REMOVED.
    ADD WS-CHANGED-COUNT TO WS-TOTAL-CHANGED.

WriteNotCompared.

    ADD 1 TO WS-NOT-COMPARED-COUNT.
    WRITE GEN-REPORT-LINE FROM WS-NOT-COMPARED-LINE.

WriteDamagedGeneration.

    MOVE WS-IX-FILE-NAME(WS-INDEX-SUB) TO WS-DMR-FILE.
    MOVE WS-VERIFY-VERDICT             TO WS-DMR-VERDICT.
    MOVE WS-DAMAGED-REASON             TO WS-NCL-REASON.
    PERFORM WriteNotCompared.

LoadFromImage.

    IF WS-FROM-COUNT < WS-DIFF-LIMIT
        ADD 1 TO WS-FROM-COUNT
        MOVE GENERATION-IMAGE TO WS-FROM-IMAGE(WS-FROM-COUNT)
        MOVE "N" TO WS-FROM-MATCHED(WS-FROM-COUNT)
    ELSE
        MOVE "Y" TO WS-DIFF-OVERFLOW
    END-IF.

LoadToImage.

    IF WS-TO-COUNT < WS-DIFF-LIMIT
        ADD 1 TO WS-TO-COUNT
        MOVE GENERATION-IMAGE TO WS-TO-IMAGE(WS-TO-COUNT)
        MOVE "N" TO WS-TO-MATCHED(WS-TO-COUNT)
    ELSE
        MOVE "Y" TO WS-DIFF-OVERFLOW
    END-IF.

CompareGenerations.

*>  Every earlier record is matched to the first unmatched later one
*>  with the same key: none is a removal, a different image a change.
*>  Later records left unmatched were added in between.
    MOVE WS-MST-KEY-START(WS-MASTER-SUB)  TO WS-KEY-START.
    MOVE WS-MST-KEY-LENGTH(WS-MASTER-SUB) TO WS-KEY-LENGTH.
    MOVE ZERO TO WS-ADDED-COUNT.
    MOVE ZERO TO WS-REMOVED-COUNT.
    MOVE ZERO TO WS-CHANGED-COUNT.
    MOVE ZERO TO WS-UNCHANGED-COUNT.

    MOVE 1 TO WS-FROM-SUB.
    PERFORM UNTIL WS-FROM-SUB > WS-FROM-COUNT
        PERFORM MatchFromRecord
        ADD 1 TO WS-FROM-SUB
    END-PERFORM.

    MOVE 1 TO WS-TO-SUB.
    PERFORM UNTIL WS-TO-SUB > WS-TO-COUNT
        IF WS-TO-MATCHED(WS-TO-SUB) = "N"
            ADD 1 TO WS-ADDED-COUNT
            MOVE "ADDED" TO WS-DIF-ACTION
            MOVE WS-TO-IMAGE(WS-TO-SUB) TO WS-HASH-IMAGE
            PERFORM WriteDifferenceKey
            MOVE "NOW: " TO WS-IML-LABEL
            MOVE WS-TO-IMAGE(WS-TO-SUB) TO WS-IML-IMAGE
            WRITE GEN-REPORT-LINE FROM WS-IMAGE-LINE
        END-IF
        ADD 1 TO WS-TO-SUB
    END-PERFORM.

MatchFromRecord.

    MOVE ZERO TO WS-MATCH-SUB.
    MOVE 1 TO WS-TO-SUB.
    PERFORM UNTIL WS-MATCH-SUB > ZERO OR WS-TO-SUB > WS-TO-COUNT
        IF WS-TO-MATCHED(WS-TO-SUB) = "N"
            AND WS-TO-IMAGE(WS-TO-SUB)(WS-KEY-START:WS-KEY-LENGTH) =
                WS-FROM-IMAGE(WS-FROM-SUB)
                    (WS-KEY-START:WS-KEY-LENGTH)
            MOVE WS-TO-SUB TO WS-MATCH-SUB
        ELSE
            ADD 1 TO WS-TO-SUB
        END-IF
    END-PERFORM.

    MOVE WS-FROM-IMAGE(WS-FROM-SUB) TO WS-HASH-IMAGE.
    IF WS-MATCH-SUB = ZERO
        ADD 1 TO WS-REMOVED-COUNT
        MOVE "REMOVED" TO WS-DIF-ACTION
        PERFORM WriteDifferenceKey
        MOVE "WAS: " TO WS-IML-LABEL
        MOVE WS-FROM-IMAGE(WS-FROM-SUB) TO WS-IML-IMAGE
        WRITE GEN-REPORT-LINE FROM WS-IMAGE-LINE
        EXIT PARAGRAPH
    END-IF.

    MOVE "Y" TO WS-FROM-MATCHED(WS-FROM-SUB).
    MOVE "Y" TO WS-TO-MATCHED(WS-MATCH-SUB).
    IF WS-TO-IMAGE(WS-MATCH-SUB) = WS-FROM-IMAGE(WS-FROM-SUB)
        ADD 1 TO WS-UNCHANGED-COUNT
    ELSE
        ADD 1 TO WS-CHANGED-COUNT
        MOVE "CHANGED" TO WS-DIF-ACTION
        PERFORM WriteDifferenceKey
        MOVE "WAS: " TO WS-IML-LABEL
        MOVE WS-FROM-IMAGE(WS-FROM-SUB) TO WS-IML-IMAGE
        WRITE GEN-REPORT-LINE FROM WS-IMAGE-LINE
        MOVE "NOW: " TO WS-IML-LABEL
        MOVE WS-TO-IMAGE(WS-MATCH-SUB) TO WS-IML-IMAGE
        WRITE GEN-REPORT-LINE FROM WS-IMAGE-LINE
    END-IF.

WriteDifferenceKey.

*>  The case ID or parameter name of the record in WS-HASH-IMAGE;
*>  a master keyed by the whole record shows its image alone.
    IF WS-KEY-LENGTH > 20
        MOVE SPACES TO WS-DIF-KEY
    ELSE
        MOVE WS-HASH-IMAGE(WS-KEY-START:WS-KEY-LENGTH) TO WS-DIF-KEY
    END-IF.
    WRITE GEN-REPORT-LINE FROM WS-DIFF-LINE.
