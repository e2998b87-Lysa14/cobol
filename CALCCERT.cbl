IDENTIFICATION DIVISION.
PROGRAM-ID. CalculatorCertify.

*> Second half of a Calculator build certification, and the gate on
*> promoting a new build. Driven by a CALCCERT.PRM request:
*>   COMPARE  matches the production build's capture (CALCCAPP.DAT)
*>            against the candidate build's (CALCCAPC.DAT), both
*>            written by CALCCAPT from the same inputs, and lists in
*>            CALCCERT.RPT every case where RESULT-RESULT or
*>            RESULT-STATUS differs, with the differences summarized
*>            by operation. The outcome is added to the CALCCERT.DAT
*>            certification register.
*>   SIGNOFF  records an operator's sign-off, with a reason, that a
*>            certification's differences are the intended effect of
*>            the change.
*>   PROMOTE  answers whether the Calculator build this run loads may
*>            go into production: only on its latest certification,
*>            and only if that certification was clean or signed off
*>            and no other build has been promoted since it was taken.
*>            scripts/promote_calc.sh installs the build on RC 0.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CERT-REQUEST-FILE ASSIGN TO "CALCCERT.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-FILE-STATUS.
    SELECT PROD-CAPTURE-FILE ASSIGN TO "CALCCAPP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROD-FILE-STATUS.
    SELECT CAND-CAPTURE-FILE ASSIGN TO "CALCCAPC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAND-FILE-STATUS.
    SELECT CERT-REGISTER-FILE ASSIGN TO "CALCCERT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-FILE-STATUS.
    SELECT CERT-REPORT-FILE ASSIGN TO "CALCCERT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CERT-REQUEST-FILE.
    COPY CALCCRTQ.

FD  PROD-CAPTURE-FILE.
    COPY CALCCAPR REPLACING
        ==CAPTURE-RECORD== BY ==PROD-CAPTURE-RECORD==
        LEADING ==CAP-== BY ==PCP-==.

FD  CAND-CAPTURE-FILE.
    COPY CALCCAPR REPLACING
        ==CAPTURE-RECORD== BY ==CAND-CAPTURE-RECORD==
        LEADING ==CAP-== BY ==CCP-==.

FD  CERT-REGISTER-FILE.
    COPY CALCCRTR.

FD  CERT-REPORT-FILE.
01  CERT-REPORT-LINE     PIC X(80).

WORKING-STORAGE SECTION.
COPY CALCLINK.

01 WS-REQUEST-FILE-STATUS  PIC X(2).
01 WS-PROD-FILE-STATUS     PIC X(2).
01 WS-PROD-EOF             PIC X(1) VALUE "N".
01 WS-CAND-FILE-STATUS     PIC X(2).
01 WS-CAND-EOF             PIC X(1) VALUE "N".
01 WS-REGISTER-FILE-STATUS PIC X(2).
01 WS-REGISTER-EOF         PIC X(1) VALUE "N".
01 WS-REPORT-FILE-STATUS   PIC X(2).
01 WS-FINAL-RC             PIC 9(4) VALUE ZERO.

01 WS-REQUEST-FUNCTION     PIC X(8).
01 WS-REQUEST-CERT-ID      PIC 9(6).
01 WS-REQUEST-OPERATOR     PIC X(8).
01 WS-REQUEST-REASON       PIC X(40).

01 WS-NOW                  PIC X(26).
01 WS-RUN-DATE             PIC X(8).

*> The whole register is held and rewritten, the way the masters are.
*> One entry per certification run; when the table is full the
*> oldest is shifted out.
01 WS-REG-LIMIT            PIC 9(3) VALUE 500.
01 WS-REG-COUNT            PIC 9(3) VALUE ZERO.
01 WS-REG-TABLE.
    05 WS-REG-IMAGE OCCURS 500 PIC X(163).
01 WS-REG-SUB              PIC 9(3).
01 WS-REG-FOUND            PIC 9(3) VALUE ZERO.
01 WS-LAST-CERT-ID         PIC 9(6) VALUE ZERO.
COPY CALCCRTR REPLACING ==CERT-REGISTER-RECORD== BY ==WS-REG-ENTRY==
    LEADING ==CRR-== BY ==WR-==.
01 WS-CERT-TIMESTAMP       PIC X(26).

*> The comparison. Both captures were taken from the same inputs in
*> the same order, so they are read in step; a record that does not
*> pair with its partner means the inputs changed between the two
*> captures, and nothing after it can be trusted.
01 WS-PROD-BUILD-ID        PIC X(8) VALUE SPACES.
01 WS-CAND-BUILD-ID        PIC X(8) VALUE SPACES.
01 WS-CERT-STATUS          PIC X(1).
01 WS-CERT-REASON          PIC X(60) VALUE SPACES.
01 WS-COMPARE-COUNT        PIC 9(7) VALUE ZERO.
01 WS-DIFF-COUNT           PIC 9(7) VALUE ZERO.
01 WS-RESULT-DIFFERS       PIC X(1).
01 WS-STATUS-DIFFERS       PIC X(1).

01 WS-DECK-NAMES.
    05 FILLER PIC X(10) VALUE "TCALCTESTS".
    05 FILLER PIC X(10) VALUE "LLEGACY   ".
    05 FILLER PIC X(10) VALUE "CCALCCHNS ".
    05 FILLER PIC X(10) VALUE "HCALCSRVH ".
01 WS-DECK-TABLE REDEFINES WS-DECK-NAMES.
    05 WS-DECK-ENTRY OCCURS 4.
       10 WS-DECK-SOURCE PIC X(1).
       10 WS-DECK-NAME   PIC X(9).
01 WS-DECK-COUNTS.
    05 WS-DECK-COUNT OCCURS 4 PIC 9(7).
01 WS-DECK-SUB             PIC 9(1).

*> Differences summarized by operation: the six operation codes, any
*> other code the inputs carry, and chains as a whole.
01 WS-OP-LABELS.
    05 FILLER PIC X(8) VALUE "A ADD   ".
    05 FILLER PIC X(8) VALUE "S SUB   ".
    05 FILLER PIC X(8) VALUE "M MUL   ".
    05 FILLER PIC X(8) VALUE "D DIV   ".
    05 FILLER PIC X(8) VALUE "R REM   ".
    05 FILLER PIC X(8) VALUE "P PCT   ".
    05 FILLER PIC X(8) VALUE "  OTHER ".
    05 FILLER PIC X(8) VALUE "  CHAIN ".
01 WS-OP-LABEL-TABLE REDEFINES WS-OP-LABELS.
    05 WS-OP-LABEL OCCURS 8.
       10 WS-OP-CODE     PIC X(1).
       10 FILLER         PIC X(7).
01 WS-OP-STATS.
    05 WS-OP-STAT OCCURS 8.
       10 WS-OP-CASES       PIC 9(7).
       10 WS-OP-RESULT-DIFF PIC 9(7).
       10 WS-OP-STATUS-DIFF PIC 9(7).
       10 WS-OP-DIFFERING   PIC 9(7).
01 WS-OP-SUB               PIC 9(1).

01 WS-HEADING-LINE.
    05 FILLER            PIC X(36)
       VALUE "CALCCERT - BUILD CERTIFICATION      ".
    05 FILLER            PIC X(10) VALUE "RUN DATE: ".
    05 WS-HEAD-DATE      PIC X(8).
    05 FILLER            PIC X(26) VALUE SPACES.
01 WS-BUILD-LINE.
    05 FILLER            PIC X(16) VALUE "  CERTIFICATION ".
    05 WS-BLD-CERT-ID    PIC 9(6).
    05 FILLER            PIC X(20) VALUE "   PRODUCTION BUILD ".
    05 WS-BLD-PROD       PIC X(8).
    05 FILLER            PIC X(19) VALUE "   CANDIDATE BUILD ".
    05 WS-BLD-CAND       PIC X(8).
    05 FILLER            PIC X(3) VALUE SPACES.
01 WS-DECK-LINE.
    05 FILLER            PIC X(12) VALUE "  COMPARED: ".
    05 WS-DKL-ENTRY OCCURS 4.
       10 WS-DKL-NAME    PIC X(9).
       10 WS-DKL-COUNT   PIC ZZZZZ9.
       10 FILLER         PIC X(2) VALUE SPACES.
01 WS-DIFF-HEAD.
    05 FILLER            PIC X(40)
       VALUE "  DECK      CASE/REFERENCE OP     NUM1  ".
    05 FILLER            PIC X(40)
       VALUE "     NUM2  PRODUCTION S   CANDIDATE S   ".
01 WS-DIFF-LINE.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-DF-DECK        PIC X(9).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-DF-IDENT       PIC X(14).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-DF-OPERATION   PIC X(1).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-DF-NUM1        PIC -(5)9.99.
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-DF-NUM2        PIC -(5)9.99.
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-DF-PROD-RESULT PIC -(7)9.99.
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-DF-PROD-STATUS PIC X(1).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-DF-CAND-RESULT PIC -(7)9.99.
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-DF-CAND-STATUS PIC X(1).
    05 FILLER            PIC X(2) VALUE SPACES.
01 WS-OP-HEAD.
    05 FILLER            PIC X(40)
       VALUE "  OPERATION  CASES RESULT DIFF  STATUS D".
    05 FILLER            PIC X(40)
       VALUE "IFF CASES DIFFERENT                     ".
01 WS-OP-LINE.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-OPL-LABEL      PIC X(8).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-OPL-CASES      PIC ZZZZZZ9.
    05 FILLER            PIC X(5) VALUE SPACES.
    05 WS-OPL-RESULT     PIC ZZZZZZ9.
    05 FILLER            PIC X(6) VALUE SPACES.
    05 WS-OPL-STATUS     PIC ZZZZZZ9.
    05 FILLER            PIC X(9) VALUE SPACES.
    05 WS-OPL-DIFFERING  PIC ZZZZZZ9.
    05 FILLER            PIC X(21) VALUE SPACES.
01 WS-EDIT-COUNT           PIC ZZZZZZ9.
01 WS-EDIT-CERT-ID         PIC 9(6).
01 WS-TEXT-LINE            PIC X(80).

PROCEDURE DIVISION.

    DISPLAY "Running CALCCERT...".

    MOVE FUNCTION CURRENT-DATE TO WS-NOW.
    MOVE WS-NOW(1:8) TO WS-RUN-DATE.

    PERFORM LoadRequest.
    IF WS-FINAL-RC > ZERO
        MOVE WS-FINAL-RC TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM LoadRegister.

    EVALUATE WS-REQUEST-FUNCTION
        WHEN "COMPARE"
            PERFORM CompareCaptures
        WHEN "SIGNOFF"
            PERFORM SignOffCertification
        WHEN "PROMOTE"
            PERFORM CheckPromotion
    END-EVALUATE.

    DISPLAY "CALCCERT finished.".

    MOVE WS-FINAL-RC TO RETURN-CODE.

    STOP RUN.

LoadRequest.

    OPEN INPUT CERT-REQUEST-FILE.
    IF WS-REQUEST-FILE-STATUS = "35"
        DISPLAY "CALCCERT.PRM not found, no request to act on."
        MOVE 8 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.
    READ CERT-REQUEST-FILE
        AT END
            DISPLAY "CALCCERT.PRM empty, no request to act on."
            MOVE 8 TO WS-FINAL-RC
        NOT AT END
            MOVE CRQ-FUNCTION TO WS-REQUEST-FUNCTION
            MOVE CRQ-OPERATOR TO WS-REQUEST-OPERATOR
            MOVE CRQ-REASON   TO WS-REQUEST-REASON
            IF CRQ-CERT-ID NUMERIC
                MOVE CRQ-CERT-ID TO WS-REQUEST-CERT-ID
            ELSE
                MOVE ZERO TO WS-REQUEST-CERT-ID
            END-IF
    END-READ.
    CLOSE CERT-REQUEST-FILE.
    IF WS-FINAL-RC > ZERO
        EXIT PARAGRAPH
    END-IF.

    EVALUATE TRUE
        WHEN WS-REQUEST-FUNCTION NOT = "COMPARE"
                AND WS-REQUEST-FUNCTION NOT = "SIGNOFF"
                AND WS-REQUEST-FUNCTION NOT = "PROMOTE"
            DISPLAY "Unknown CALCCERT request: " WS-REQUEST-FUNCTION
            MOVE 8 TO WS-FINAL-RC
        WHEN WS-REQUEST-FUNCTION = "SIGNOFF"
                AND WS-REQUEST-OPERATOR = SPACES
            DISPLAY "Sign-off refused: operator ID missing."
            MOVE 8 TO WS-FINAL-RC
        WHEN WS-REQUEST-FUNCTION = "SIGNOFF"
                AND WS-REQUEST-REASON = SPACES
            DISPLAY "Sign-off refused: reason missing."
            MOVE 8 TO WS-FINAL-RC
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LoadRegister.

    OPEN INPUT CERT-REGISTER-FILE.
    IF WS-REGISTER-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-REGISTER-EOF.
    PERFORM UNTIL WS-REGISTER-EOF = "Y"
        READ CERT-REGISTER-FILE
            AT END
                MOVE "Y" TO WS-REGISTER-EOF
            NOT AT END
                IF WS-REG-COUNT = WS-REG-LIMIT
                    PERFORM DropOldestEntry
                END-IF
                ADD 1 TO WS-REG-COUNT
                MOVE CERT-REGISTER-RECORD
                    TO WS-REG-IMAGE(WS-REG-COUNT)
                IF CRR-CERT-ID > WS-LAST-CERT-ID
                    MOVE CRR-CERT-ID TO WS-LAST-CERT-ID
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CERT-REGISTER-FILE.

DropOldestEntry.

    MOVE 1 TO WS-REG-SUB.
    PERFORM UNTIL WS-REG-SUB >= WS-REG-COUNT
        MOVE WS-REG-IMAGE(WS-REG-SUB + 1) TO WS-REG-IMAGE(WS-REG-SUB)
        ADD 1 TO WS-REG-SUB
    END-PERFORM.
    SUBTRACT 1 FROM WS-REG-COUNT.

RewriteRegister.

    OPEN OUTPUT CERT-REGISTER-FILE.
    MOVE 1 TO WS-REG-SUB.
    PERFORM UNTIL WS-REG-SUB > WS-REG-COUNT
        MOVE WS-REG-IMAGE(WS-REG-SUB) TO CERT-REGISTER-RECORD
        WRITE CERT-REGISTER-RECORD
        ADD 1 TO WS-REG-SUB
    END-PERFORM.
    CLOSE CERT-REGISTER-FILE.

CompareCaptures.

    INITIALIZE WS-OP-STATS WS-DECK-COUNTS.
    MOVE "C" TO WS-CERT-STATUS.
    ADD 1 TO WS-LAST-CERT-ID.

    OPEN OUTPUT CERT-REPORT-FILE.
    MOVE WS-RUN-DATE TO WS-HEAD-DATE.
    WRITE CERT-REPORT-LINE FROM WS-HEADING-LINE.

    OPEN INPUT PROD-CAPTURE-FILE.
    OPEN INPUT CAND-CAPTURE-FILE.
    EVALUATE TRUE
        WHEN WS-PROD-FILE-STATUS = "35"
            MOVE "X" TO WS-CERT-STATUS
            MOVE "PRODUCTION CAPTURE CALCCAPP.DAT MISSING"
                TO WS-CERT-REASON
        WHEN WS-CAND-FILE-STATUS = "35"
            MOVE "X" TO WS-CERT-STATUS
            MOVE "CANDIDATE CAPTURE CALCCAPC.DAT MISSING"
                TO WS-CERT-REASON
        WHEN OTHER
            PERFORM ReadProdCapture
            PERFORM ReadCandCapture
            IF WS-PROD-EOF = "N"
                MOVE PCP-BUILD-ID TO WS-PROD-BUILD-ID
            END-IF
            IF WS-CAND-EOF = "N"
                MOVE CCP-BUILD-ID TO WS-CAND-BUILD-ID
            END-IF
    END-EVALUATE.

    MOVE WS-LAST-CERT-ID  TO WS-BLD-CERT-ID.
    MOVE WS-PROD-BUILD-ID TO WS-BLD-PROD.
    MOVE WS-CAND-BUILD-ID TO WS-BLD-CAND.
    WRITE CERT-REPORT-LINE FROM WS-BUILD-LINE.
    MOVE SPACES TO WS-TEXT-LINE.
    WRITE CERT-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "DIFFERENCES - RESULT OR STATUS NOT THE SAME FROM BOTH BUILDS"
        TO WS-TEXT-LINE.
    WRITE CERT-REPORT-LINE FROM WS-TEXT-LINE.
    WRITE CERT-REPORT-LINE FROM WS-DIFF-HEAD.

    IF WS-CERT-STATUS = "C"
        PERFORM UNTIL WS-PROD-EOF = "Y" OR WS-CAND-EOF = "Y"
            OR WS-CERT-STATUS = "X"
            PERFORM CompareOnePair
        END-PERFORM
        IF WS-CERT-STATUS NOT = "X"
            AND (WS-PROD-EOF = "N" OR WS-CAND-EOF = "N")
            MOVE "X" TO WS-CERT-STATUS
            MOVE "ONE CAPTURE HAS MORE RECORDS THAN THE OTHER"
                TO WS-CERT-REASON
        END-IF
    END-IF.
    IF WS-PROD-FILE-STATUS NOT = "35"
        CLOSE PROD-CAPTURE-FILE
    END-IF.
    IF WS-CAND-FILE-STATUS NOT = "35"
        CLOSE CAND-CAPTURE-FILE
    END-IF.

    IF WS-DIFF-COUNT = ZERO
        MOVE "  (NONE)" TO WS-TEXT-LINE
        WRITE CERT-REPORT-LINE FROM WS-TEXT-LINE
    END-IF.

*>  The verdict. A candidate that answers to the production build's
*>  identifier could never be told apart from it afterwards in
*>  CALCRUN.DAT or the log, whatever the comparison found.
    EVALUATE TRUE
        WHEN WS-CERT-STATUS = "X"
            CONTINUE
        WHEN WS-COMPARE-COUNT = ZERO
            MOVE "X" TO WS-CERT-STATUS
            MOVE "NOTHING WAS CAPTURED TO COMPARE" TO WS-CERT-REASON
        WHEN WS-CAND-BUILD-ID = WS-PROD-BUILD-ID
            MOVE "X" TO WS-CERT-STATUS
            MOVE "CANDIDATE CARRIES THE PRODUCTION BUILD IDENTIFIER"
                TO WS-CERT-REASON
        WHEN WS-DIFF-COUNT > ZERO
            MOVE "D" TO WS-CERT-STATUS
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    PERFORM WriteOperationSummary.
    PERFORM WriteVerdict.
    CLOSE CERT-REPORT-FILE.

    MOVE SPACES            TO WS-REG-ENTRY.
    MOVE WS-LAST-CERT-ID   TO WR-CERT-ID.
    MOVE WS-NOW            TO WR-TIMESTAMP.
    MOVE WS-PROD-BUILD-ID  TO WR-PROD-BUILD-ID.
    MOVE WS-CAND-BUILD-ID  TO WR-CAND-BUILD-ID.
    MOVE WS-COMPARE-COUNT  TO WR-CASE-COUNT.
    MOVE WS-DIFF-COUNT     TO WR-DIFF-COUNT.
    MOVE WS-CERT-STATUS    TO WR-STATUS.
    IF WS-REG-COUNT = WS-REG-LIMIT
        PERFORM DropOldestEntry
    END-IF.
    ADD 1 TO WS-REG-COUNT.
    MOVE WS-REG-ENTRY TO WS-REG-IMAGE(WS-REG-COUNT).
    PERFORM RewriteRegister.

    DISPLAY "Results: certification " WS-LAST-CERT-ID ", "
        WS-COMPARE-COUNT " cases compared, " WS-DIFF-COUNT
        " differing, status " WS-CERT-STATUS ".".

*>  RC 4: differences to be signed off before the build can be
*>  promoted. RC 8: no certification at all.
    EVALUATE WS-CERT-STATUS
        WHEN "D"
            MOVE 4 TO WS-FINAL-RC
        WHEN "X"
            MOVE 8 TO WS-FINAL-RC
        WHEN OTHER
            MOVE ZERO TO WS-FINAL-RC
    END-EVALUATE.

ReadProdCapture.

    READ PROD-CAPTURE-FILE
        AT END
            MOVE "Y" TO WS-PROD-EOF
    END-READ.

ReadCandCapture.

    READ CAND-CAPTURE-FILE
        AT END
            MOVE "Y" TO WS-CAND-EOF
    END-READ.

CompareOnePair.

    IF PCP-SOURCE NOT = CCP-SOURCE
        OR PCP-KEY NOT = CCP-KEY
        OR PCP-OPERATION NOT = CCP-OPERATION
        OR PCP-NUM1 NOT = CCP-NUM1
        OR PCP-NUM2 NOT = CCP-NUM2
        MOVE "X" TO WS-CERT-STATUS
        MOVE "CAPTURES WERE NOT TAKEN FROM THE SAME INPUTS"
            TO WS-CERT-REASON
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-COMPARE-COUNT.
    MOVE 1 TO WS-DECK-SUB.
    PERFORM UNTIL WS-DECK-SUB > 4
        OR WS-DECK-SOURCE(WS-DECK-SUB) = PCP-SOURCE
        ADD 1 TO WS-DECK-SUB
    END-PERFORM.
    IF WS-DECK-SUB <= 4
        ADD 1 TO WS-DECK-COUNT(WS-DECK-SUB)
    END-IF.

    IF PCP-SOURCE = "C"
        MOVE 8 TO WS-OP-SUB
    ELSE
        MOVE 1 TO WS-OP-SUB
        PERFORM UNTIL WS-OP-SUB > 6
            OR WS-OP-CODE(WS-OP-SUB) = PCP-OPERATION
            ADD 1 TO WS-OP-SUB
        END-PERFORM
    END-IF.
    ADD 1 TO WS-OP-CASES(WS-OP-SUB).

    MOVE "N" TO WS-RESULT-DIFFERS.
    MOVE "N" TO WS-STATUS-DIFFERS.
    IF PCP-RESULT NOT = CCP-RESULT
        MOVE "Y" TO WS-RESULT-DIFFERS
        ADD 1 TO WS-OP-RESULT-DIFF(WS-OP-SUB)
    END-IF.
    IF PCP-STATUS NOT = CCP-STATUS
        MOVE "Y" TO WS-STATUS-DIFFERS
        ADD 1 TO WS-OP-STATUS-DIFF(WS-OP-SUB)
    END-IF.

    IF WS-RESULT-DIFFERS = "Y" OR WS-STATUS-DIFFERS = "Y"
        ADD 1 TO WS-DIFF-COUNT
        ADD 1 TO WS-OP-DIFFERING(WS-OP-SUB)
        PERFORM WriteDifference
    END-IF.

    PERFORM ReadProdCapture.
    PERFORM ReadCandCapture.

WriteDifference.

    MOVE SPACES TO WS-DF-DECK.
    IF WS-DECK-SUB <= 4
        MOVE WS-DECK-NAME(WS-DECK-SUB) TO WS-DF-DECK
    END-IF.
    IF PCP-SOURCE = "H"
        MOVE PCP-REFERENCE TO WS-DF-IDENT
    ELSE
        MOVE SPACES TO WS-DF-IDENT
        MOVE PCP-KEY TO WS-DF-IDENT(1:7)
    END-IF.
    MOVE PCP-OPERATION TO WS-DF-OPERATION.
    MOVE PCP-NUM1      TO WS-DF-NUM1.
    MOVE PCP-NUM2      TO WS-DF-NUM2.
    MOVE PCP-RESULT    TO WS-DF-PROD-RESULT.
    MOVE PCP-STATUS    TO WS-DF-PROD-STATUS.
    MOVE CCP-RESULT    TO WS-DF-CAND-RESULT.
    MOVE CCP-STATUS    TO WS-DF-CAND-STATUS.
    WRITE CERT-REPORT-LINE FROM WS-DIFF-LINE.

WriteOperationSummary.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE CERT-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "SUMMARY BY OPERATION" TO WS-TEXT-LINE.
    WRITE CERT-REPORT-LINE FROM WS-TEXT-LINE.
    WRITE CERT-REPORT-LINE FROM WS-OP-HEAD.

    MOVE 1 TO WS-OP-SUB.
    PERFORM UNTIL WS-OP-SUB > 8
        IF WS-OP-SUB NOT = 7 OR WS-OP-CASES(7) > ZERO
            MOVE WS-OP-LABEL(WS-OP-SUB)       TO WS-OPL-LABEL
            MOVE WS-OP-CASES(WS-OP-SUB)       TO WS-OPL-CASES
            MOVE WS-OP-RESULT-DIFF(WS-OP-SUB) TO WS-OPL-RESULT
            MOVE WS-OP-STATUS-DIFF(WS-OP-SUB) TO WS-OPL-STATUS
            MOVE WS-OP-DIFFERING(WS-OP-SUB)   TO WS-OPL-DIFFERING
            WRITE CERT-REPORT-LINE FROM WS-OP-LINE
        END-IF
        ADD 1 TO WS-OP-SUB
    END-PERFORM.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE CERT-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE 1 TO WS-DECK-SUB.
    PERFORM UNTIL WS-DECK-SUB > 4
        MOVE WS-DECK-NAME(WS-DECK-SUB)  TO WS-DKL-NAME(WS-DECK-SUB)
        MOVE WS-DECK-COUNT(WS-DECK-SUB) TO WS-DKL-COUNT(WS-DECK-SUB)
        ADD 1 TO WS-DECK-SUB
    END-PERFORM.
    WRITE CERT-REPORT-LINE FROM WS-DECK-LINE.

WriteVerdict.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE CERT-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE WS-DIFF-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO WS-TEXT-LINE.
    EVALUATE WS-CERT-STATUS
        WHEN "C"
            MOVE "VERDICT: CLEAN - THE CANDIDATE MAY BE PROMOTED"
                TO WS-TEXT-LINE
        WHEN "D"
            STRING "VERDICT: SIGN-OFF NEEDED BEFORE PROMOTION - "
                       DELIMITED BY SIZE
                   "CASES DIFFERING:" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                INTO WS-TEXT-LINE
            END-STRING
        WHEN OTHER
            STRING "VERDICT: NOT CERTIFIED - " DELIMITED BY SIZE
                   WS-CERT-REASON DELIMITED BY "  "
                INTO WS-TEXT-LINE
            END-STRING
    END-EVALUATE.
    WRITE CERT-REPORT-LINE FROM WS-TEXT-LINE.

SignOffCertification.

    PERFORM LocateRequestedCert.
    IF WS-REG-FOUND = ZERO
        DISPLAY "Sign-off refused: certification "
            WS-REQUEST-CERT-ID " not on the register."
        MOVE 8 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-REG-IMAGE(WS-REG-FOUND) TO WS-REG-ENTRY.
    IF NOT WR-DIFFERENT
        DISPLAY "Sign-off refused: certification "
            WS-REQUEST-CERT-ID " has status " WR-STATUS
            ", only differences (D) are signed off."
        MOVE 8 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.

    MOVE "S"                 TO WR-STATUS.
    MOVE WS-REQUEST-OPERATOR TO WR-SIGNOFF-OPERATOR.
    MOVE WS-NOW              TO WR-SIGNOFF-TIMESTAMP.
    MOVE WS-REQUEST-REASON   TO WR-SIGNOFF-REASON.
    MOVE WS-REG-ENTRY TO WS-REG-IMAGE(WS-REG-FOUND).
    PERFORM RewriteRegister.

    DISPLAY "Certification " WS-REQUEST-CERT-ID " of build "
        WR-CAND-BUILD-ID " signed off by " WS-REQUEST-OPERATOR ".".

LocateRequestedCert.

    MOVE ZERO TO WS-REG-FOUND.
    MOVE 1 TO WS-REG-SUB.
    PERFORM UNTIL WS-REG-FOUND > ZERO OR WS-REG-SUB > WS-REG-COUNT
        MOVE WS-REG-IMAGE(WS-REG-SUB) TO WS-REG-ENTRY
        IF WR-CERT-ID = WS-REQUEST-CERT-ID
            MOVE WS-REG-SUB TO WS-REG-FOUND
        ELSE
            ADD 1 TO WS-REG-SUB
        END-IF
    END-PERFORM.

CheckPromotion.

*>  The build being promoted is whichever Calculator this run loads,
*>  so what is checked is exactly what gets installed.
    MOVE ZERO   TO RESULT-NUM1 RESULT-NUM2.
    MOVE "A"    TO RESULT-OPERATION.
    MOVE SPACES TO RESULT-BUILD-ID.
    CALL 'Calculator' USING CALC-PARMS.
    MOVE RESULT-BUILD-ID TO WS-CAND-BUILD-ID.
    IF WS-CAND-BUILD-ID = SPACES
        DISPLAY "Promotion refused: the build carries no identifier."
        MOVE 8 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.

*>  Its latest certification decides.
    MOVE ZERO TO WS-REG-FOUND.
    MOVE 1 TO WS-REG-SUB.
    PERFORM UNTIL WS-REG-SUB > WS-REG-COUNT
        MOVE WS-REG-IMAGE(WS-REG-SUB) TO WS-REG-ENTRY
        IF WR-CAND-BUILD-ID = WS-CAND-BUILD-ID
            MOVE WS-REG-SUB TO WS-REG-FOUND
        END-IF
        ADD 1 TO WS-REG-SUB
    END-PERFORM.
    IF WS-REG-FOUND = ZERO
        DISPLAY "Promotion refused: build " WS-CAND-BUILD-ID
            " has never been certified."
        MOVE 8 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-REG-IMAGE(WS-REG-FOUND) TO WS-REG-ENTRY.
    MOVE WR-CERT-ID TO WS-EDIT-CERT-ID.
    EVALUATE TRUE
        WHEN WR-DIFFERENT
            DISPLAY "Promotion refused: certification "
                WS-EDIT-CERT-ID " found differences that have not "
                "been signed off."
            MOVE 8 TO WS-FINAL-RC
        WHEN NOT WR-PROMOTABLE
            DISPLAY "Promotion refused: certification "
                WS-EDIT-CERT-ID " did not certify the build."
            MOVE 8 TO WS-FINAL-RC
        WHEN WR-PROMOTED-TIMESTAMP NOT = SPACES
            DISPLAY "Promotion refused: certification "
                WS-EDIT-CERT-ID " was already used to promote "
                "the build; certify it again."
            MOVE 8 TO WS-FINAL-RC
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF WS-FINAL-RC > ZERO
        EXIT PARAGRAPH
    END-IF.

*>  A promotion after this certification was taken changed the
*>  production it was compared against.
    MOVE WR-TIMESTAMP TO WS-CERT-TIMESTAMP.
    MOVE 1 TO WS-REG-SUB.
    PERFORM UNTIL WS-REG-SUB > WS-REG-COUNT
        MOVE WS-REG-IMAGE(WS-REG-SUB) TO WS-REG-ENTRY
        IF WR-PROMOTED-TIMESTAMP NOT = SPACES
            AND WR-PROMOTED-TIMESTAMP > WS-CERT-TIMESTAMP
            MOVE 8 TO WS-FINAL-RC
        END-IF
        ADD 1 TO WS-REG-SUB
    END-PERFORM.
    IF WS-FINAL-RC > ZERO
        DISPLAY "Promotion refused: production has changed since "
            "certification " WS-EDIT-CERT-ID "; certify again."
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-REG-IMAGE(WS-REG-FOUND) TO WS-REG-ENTRY.
    MOVE WS-NOW TO WR-PROMOTED-TIMESTAMP.
    MOVE WS-REG-ENTRY TO WS-REG-IMAGE(WS-REG-FOUND).
    PERFORM RewriteRegister.

    DISPLAY "Build " WS-CAND-BUILD-ID " cleared for promotion on "
        "certification " WS-EDIT-CERT-ID ".".
