IDENTIFICATION DIVISION.
PROGRAM-ID. CalculatorReadiness.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "CALCCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.
    SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    SELECT CALC-RUN-FILE ASSIGN TO "CALCRUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-FILE-STATUS.
    SELECT CALC-LOG-FILE ASSIGN TO "CALCTEST.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-FILE-STATUS.
    SELECT ARCHIVE-INDEX-FILE ASSIGN TO "CALCARCH.IDX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INDEX-FILE-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
    SELECT DISC-MASTER-FILE ASSIGN TO "DISCMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT RECYCLE-FILE ASSIGN TO "CALCEDIT.RCY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECYCLE-FILE-STATUS.
    SELECT RECON-REPORT-FILE ASSIGN TO "RECON.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECON-FILE-STATUS.
    SELECT READINESS-HISTORY-FILE ASSIGN TO "CALCRDYH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "CALCEXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-FILE-STATUS.
    SELECT READINESS-REPORT-FILE ASSIGN TO "CALCRDY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

FD  EXCEPTION-FILE.
    COPY CALCEXCR.

FD  CALENDAR-FILE.
    COPY CALCCALD.

FD  CALC-PARM-FILE.
    COPY CALCPARM.

FD  CALC-RUN-FILE.
    COPY CALCRUN.

FD  CALC-LOG-FILE.
    COPY CALCLOG.

FD  ARCHIVE-INDEX-FILE.
    COPY CALCARCX.

FD  ARCHIVE-FILE.
*> Verbatim CALC-LOG-RECORD images as CALCARCH wrote them, the same
*> generous picture CALCHIST reads them with.
01  ARCHIVE-LOG-IMAGE    PIC X(132).

FD  DISC-MASTER-FILE.
    COPY DISCMAST.

FD  RECYCLE-FILE.
    COPY CALCRCYR.

FD  RECON-REPORT-FILE.
    COPY RECONRPT.

FD  READINESS-HISTORY-FILE.
    COPY CALCRDYH.

FD  READINESS-REPORT-FILE.
01  READINESS-REPORT-LINE PIC X(80).

WORKING-STORAGE SECTION.
COPY CALCBDWS.
COPY CALCEXWS.

01 WS-CALENDAR-FILE-STATUS PIC X(2).
01 WS-CALENDAR-EOF       PIC X(1) VALUE "N".
01 WS-PARM-FILE-STATUS   PIC X(2).
01 WS-PARM-EOF           PIC X(1) VALUE "N".
01 WS-RUN-FILE-STATUS    PIC X(2).
01 WS-RUN-EOF            PIC X(1) VALUE "N".
01 WS-LOG-FILE-STATUS    PIC X(2).
01 WS-LOG-EOF            PIC X(1) VALUE "N".
01 WS-INDEX-FILE-STATUS  PIC X(2).
01 WS-INDEX-EOF          PIC X(1) VALUE "N".
01 WS-ARCHIVE-FILE-STATUS PIC X(2).
01 WS-ARCHIVE-EOF        PIC X(1) VALUE "N".
01 WS-ARCHIVE-NAME       PIC X(16).
01 WS-MASTER-FILE-STATUS PIC X(2).
01 WS-MASTER-EOF         PIC X(1) VALUE "N".
01 WS-RECYCLE-FILE-STATUS PIC X(2).
01 WS-RECYCLE-EOF        PIC X(1) VALUE "N".
01 WS-RECON-FILE-STATUS  PIC X(2).
01 WS-RECON-EOF          PIC X(1) VALUE "N".
01 WS-HISTORY-FILE-STATUS PIC X(2).
01 WS-HISTORY-EOF        PIC X(1) VALUE "N".
01 WS-REPORT-FILE-STATUS PIC X(2).

*> Working copy of one log record, filled from an archive or from
*> the live CALCTEST.LOG, as CALCHIST does it.
COPY CALCLOG REPLACING ==CALC-LOG-RECORD== BY ==WS-SCORE-LOG-RECORD==
    LEADING ==LOG-== BY ==SL-==.

*> The scoring window: the business date and the business days
*> before it, newest first, rolled back over weekends and CALCCAL.DAT
*> holidays. Its length comes from the "CALCRDY-WINDOW" record in
*> CALCPARM.DAT, default two working weeks. Each day carries the
*> suite's pass/fail counts for the clean-night criterion.
01 WS-WINDOW-DAYS        PIC 9(3) VALUE 10.
01 WS-WIN-LIMIT          PIC 9(3) VALUE 60.
01 WS-WIN-COUNT          PIC 9(3) VALUE ZERO.
01 WS-WIN-TABLE.
    05 WS-WIN-ENTRY OCCURS 60.
       10 WS-WIN-DATE    PIC X(8).
       10 WS-WIN-PASS    PIC 9(6).
       10 WS-WIN-FAIL    PIC 9(6).
01 WS-WIN-SUB            PIC 9(3).
01 WS-WIN-FOUND          PIC 9(3).
01 WS-WINDOW-START       PIC X(8).

*> Processing calendar and the business-day roll-back arithmetic, the
*> same shape CALCHIST and CALCBDTE use. INTEGER-OF-DATE counts from a
*> Monday, so REM(integer, 7) is 0 on Sunday and 6 on Saturday.
01 WS-CAL-LIMIT          PIC 9(3) VALUE 100.
01 WS-CAL-COUNT          PIC 9(3) VALUE ZERO.
01 WS-CAL-TABLE.
    05 WS-CAL-DATE OCCURS 100 PIC X(8).
01 WS-CAL-SUB            PIC 9(3).
01 WS-ROLL-DATE          PIC X(8).
01 WS-ROLL-DATE-NUM REDEFINES WS-ROLL-DATE PIC 9(8).
01 WS-ROLL-INTEGER       PIC S9(9).
01 WS-ROLL-DOW           PIC 9(1).
01 WS-ROLL-IS-BUSINESS   PIC X(1).
01 WS-ROLL-COUNT         PIC 9(2).

*> Runs started inside the window, paired up from CALCRUN.DAT's START
*> (or RESUM) and END events as CALCOPS pairs them: a run with no END
*> is an abend. The program name also tells suite log records from
*> ad hoc daytime CalculatorTest runs, as in CALCHIST.
01 WS-RUN-LIMIT          PIC 9(3) VALUE 500.
01 WS-RUN-COUNT          PIC 9(3) VALUE ZERO.
01 WS-RUN-TABLE.
    05 WS-RUN-ENTRY OCCURS 500.
       10 WS-RUN-TBL-ID      PIC 9(6).
       10 WS-RUN-TBL-PROGRAM PIC X(12).
       10 WS-RUN-TBL-HAS-END PIC X(1).
01 WS-RUN-SUB            PIC 9(3).
01 WS-RUN-FOUND          PIC 9(3).
01 WS-RECORD-SUITE       PIC X(1).

*> Accepted rounding variances from DISCMAST.DAT, still inside their
*> review-by date: not open discrepancies, and counted as matched in
*> the reconciliation rate, the same way CALCAGE and CALCRPT treat
*> them for the sign-off.
01 WS-ACCEPTED-LIMIT     PIC 9(3) VALUE 500.
01 WS-ACCEPTED-LOADED    PIC 9(3) VALUE ZERO.
01 WS-ACCEPTED-TABLE.
    05 WS-ACC-ENTRY OCCURS 500.
       10 WS-ACC-NUM1      PIC S9(5)V99 SIGN LEADING SEPARATE.
       10 WS-ACC-NUM2      PIC S9(5)V99 SIGN LEADING SEPARATE.
       10 WS-ACC-OPERATION PIC X(1).
01 WS-ACCEPTED-SUB       PIC 9(3).
01 WS-ROW-ACCEPTED       PIC X(1).

01 WS-OPEN-COUNT         PIC 9(5) VALUE ZERO.
01 WS-OLDEST-AGE         PIC 9(5) VALUE ZERO.
01 WS-ENTRY-AGE          PIC S9(7).
01 WS-BUSINESS-INTEGER   PIC S9(9).
01 WS-SEEN-DATE          PIC X(8).
01 WS-SEEN-DATE-NUM REDEFINES WS-SEEN-DATE PIC 9(8).
01 WS-ABEND-COUNT        PIC 9(5) VALUE ZERO.
01 WS-QUEUE-DEPTH        PIC 9(5) VALUE ZERO.
01 WS-CLEAN-NIGHTS       PIC 9(5) VALUE ZERO.
01 WS-CLEAN-STREAK-OVER  PIC X(1).

*> Reconciliation: the latest completed CALCRECON run whose totals
*> trailer falls inside the window.
01 WS-RECON-RUN-ID       PIC 9(6) VALUE ZERO.
01 WS-RECON-RUN-DATE     PIC X(8) VALUE SPACES.
01 WS-RECON-TOTAL        PIC 9(7) VALUE ZERO.
01 WS-RECON-DISCREPANT   PIC 9(7) VALUE ZERO.
01 WS-RECON-ACCEPTED     PIC 9(7) VALUE ZERO.
01 WS-MATCH-RATE         PIC 9(3)V99 VALUE ZERO.

*> The readiness criteria, scored in this order (the order the
*> CALCRDYH.DAT history record keeps them in). Direction "H" means
*> the measured value must reach the threshold, "L" that it must not
*> exceed it. Each threshold is a CALCPARM.DAT record -- see
*> LoadParameters.
01 WS-CRIT-COUNT         PIC 9(1) VALUE 6.
01 WS-CRIT-TABLE.
    05 WS-CRIT-ENTRY OCCURS 6.
       10 WS-CR-NAME      PIC X(30).
       10 WS-CR-DIRECTION PIC X(1).
       10 WS-CR-THRESHOLD PIC 9(5)V99.
       10 WS-CR-VALUE     PIC 9(5)V99.
       10 WS-CR-RESULT    PIC X(4).
       10 WS-CR-PRIOR     PIC 9(5)V99.
       10 WS-CR-TREND     PIC X(8).
01 WS-CRIT-SUB           PIC 9(1).

*> Each failing criterion on a NO-GO night is fed to CALCEXC.DAT
*> under its short name from this table, in criteria order.
01 WS-EXC-CRIT-NAMES.
    05 FILLER PIC X(20) VALUE "CLEAN SUITE NIGHTS".
    05 FILLER PIC X(20) VALUE "OPEN DISCREPANCIES".
    05 FILLER PIC X(20) VALUE "OLDEST DISCREPANCY".
    05 FILLER PIC X(20) VALUE "ABENDS IN WINDOW".
    05 FILLER PIC X(20) VALUE "RECYCLE QUEUE DEPTH".
    05 FILLER PIC X(20) VALUE "RECON MATCH RATE".
01 WS-EXC-CRIT-TABLE REDEFINES WS-EXC-CRIT-NAMES.
    05 WS-EXC-CRIT-NAME OCCURS 6 PIC X(20).
01 WS-EXC-CRIT-TEXT.
    05 FILLER                PIC X(9) VALUE "MEASURED ".
    05 WS-EXC-CRIT-VALUE     PIC ZZZZ9.99.
    05 FILLER                PIC X(9) VALUE " AGAINST ".
    05 WS-EXC-CRIT-LIMIT     PIC X(3).
    05 FILLER                PIC X(1) VALUE SPACES.
    05 WS-EXC-CRIT-THRESHOLD PIC ZZZZ9.99.
    05 FILLER                PIC X(2) VALUE SPACES.
01 WS-FAIL-COUNT         PIC 9(1) VALUE ZERO.
01 WS-VERDICT            PIC X(5).

*> Score history: every earlier night's record is carried through the
*> rewrite except tonight's date, which is replaced. The prior
*> record for the trend is the latest one before the business date.
01 WS-HIST-LIMIT         PIC 9(3) VALUE 400.
01 WS-HIST-COUNT         PIC 9(3) VALUE ZERO.
01 WS-HIST-TABLE.
    05 WS-HIST-IMAGE OCCURS 400 PIC X(85).
01 WS-HIST-SUB           PIC 9(3).
01 WS-HIST-FIRST         PIC 9(3).
01 WS-PRIOR-SUB          PIC 9(3) VALUE ZERO.
01 WS-PRIOR-DATE         PIC X(8) VALUE LOW-VALUES.
COPY CALCRDYH REPLACING ==READINESS-HISTORY-RECORD==
    BY ==WS-READINESS-HISTORY== LEADING ==RDH-== BY ==WH-==.

01 WS-HEADING-LINE.
    05 FILLER            PIC X(36)
       VALUE "CALCRDY - CUTOVER READINESS SCORE   ".
    05 FILLER            PIC X(10) VALUE "RUN DATE: ".
    05 WS-HEAD-DATE      PIC X(8).
    05 FILLER            PIC X(26) VALUE SPACES.
01 WS-WINDOW-LINE.
    05 FILLER            PIC X(8) VALUE "WINDOW: ".
    05 WS-WDW-DAYS       PIC ZZ9.
    05 FILLER            PIC X(15) VALUE " BUSINESS DAYS ".
    05 WS-WDW-FROM       PIC X(8).
    05 FILLER            PIC X(4) VALUE " TO ".
    05 WS-WDW-TO         PIC X(8).
    05 FILLER            PIC X(34) VALUE SPACES.
01 WS-COLUMN-LINE.
    05 FILLER            PIC X(32) VALUE "  CRITERION".
    05 FILLER            PIC X(24) VALUE "MEASURED     THRESHOLD  ".
    05 FILLER            PIC X(24) VALUE "RESULT     PRIOR  TREND ".
01 WS-CRITERION-LINE.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-CRL-NAME       PIC X(30).
    05 WS-CRL-VALUE      PIC ZZZZ9.99.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-CRL-LIMIT      PIC X(3).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-CRL-THRESHOLD  PIC ZZZZ9.99.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-CRL-RESULT     PIC X(4).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-CRL-PRIOR      PIC ZZZZ9.99.
    05 WS-CRL-PRIOR-X REDEFINES WS-CRL-PRIOR PIC X(8).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-CRL-TREND      PIC X(8).
01 WS-NIGHT-LINE.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-NGT-DATE       PIC X(8).
    05 FILLER            PIC X(7) VALUE " PASS: ".
    05 WS-NGT-PASS       PIC ZZZZZ9.
    05 FILLER            PIC X(7) VALUE " FAIL: ".
    05 WS-NGT-FAIL       PIC ZZZZZ9.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-NGT-STATE      PIC X(12).
    05 FILLER            PIC X(30) VALUE SPACES.
01 WS-SCORE-LINE.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-SCL-DATE       PIC X(8).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-SCL-VERDICT    PIC X(5).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-SCL-FAILS      PIC 9(1).
    05 FILLER            PIC X(18) VALUE " CRITERIA FAILED  ".
    05 FILLER            PIC X(14) VALUE "CLEAN NIGHTS: ".
    05 WS-SCL-CLEAN      PIC ZZZZ9.
    05 FILLER            PIC X(23) VALUE SPACES.
01 WS-EDIT-COUNT         PIC ZZZZ9.
01 WS-TEXT-LINE          PIC X(80).

PROCEDURE DIVISION.

    DISPLAY "Running CALCRDY...".

    PERFORM LoadBusinessDate.
    MOVE "CALCRDY"        TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.
    PERFORM InitializeCriteria.
    PERFORM LoadParameters.
    PERFORM LoadCalendar.
    PERFORM BuildWindow.

    PERFORM LoadRunControl.
    PERFORM ReadArchivedHistory.
    PERFORM ReadLiveLog.
    PERFORM ScoreCleanNights.
    PERFORM ScoreDiscrepancies.
    PERFORM ScoreRecycleQueue.
    PERFORM ScoreReconciliation.

    MOVE WS-CLEAN-NIGHTS     TO WS-CR-VALUE(1).
    MOVE WS-OPEN-COUNT       TO WS-CR-VALUE(2).
    MOVE WS-OLDEST-AGE       TO WS-CR-VALUE(3).
    MOVE WS-ABEND-COUNT      TO WS-CR-VALUE(4).
    MOVE WS-QUEUE-DEPTH      TO WS-CR-VALUE(5).
    MOVE WS-MATCH-RATE       TO WS-CR-VALUE(6).

    PERFORM LoadScoreHistory.
    PERFORM JudgeCriteria.
    PERFORM WriteScorecard.
    PERFORM RewriteScoreHistory.

    DISPLAY "CALCRDY finished.".
    DISPLAY "Results: " WS-VERDICT ", " WS-FAIL-COUNT
        " criteria failed over " WS-WIN-COUNT " business days.".

*>  NO-GO is the warning-level code the rest of the stream uses for
*>  a report that needs reading, so the scheduler can hold the
*>  sign-off pack without treating the scoring step as broken.
    IF WS-FAIL-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

    STOP RUN.

COPY CALCBDPR.

COPY CALCEXPR.

InitializeCriteria.

    MOVE "CONSECUTIVE CLEAN SUITE NIGHTS" TO WS-CR-NAME(1).
    MOVE "H"    TO WS-CR-DIRECTION(1).
    MOVE 5      TO WS-CR-THRESHOLD(1).
    MOVE "OPEN DISCREPANCIES"             TO WS-CR-NAME(2).
    MOVE "L"    TO WS-CR-DIRECTION(2).
    MOVE ZERO   TO WS-CR-THRESHOLD(2).
    MOVE "OLDEST OPEN DISCREPANCY, DAYS"  TO WS-CR-NAME(3).
    MOVE "L"    TO WS-CR-DIRECTION(3).
    MOVE 5      TO WS-CR-THRESHOLD(3).
    MOVE "ABENDS IN WINDOW"               TO WS-CR-NAME(4).
    MOVE "L"    TO WS-CR-DIRECTION(4).
    MOVE ZERO   TO WS-CR-THRESHOLD(4).
    MOVE "OPEN REJECTS ON RECYCLE QUEUE"  TO WS-CR-NAME(5).
    MOVE "L"    TO WS-CR-DIRECTION(5).
    MOVE ZERO   TO WS-CR-THRESHOLD(5).
    MOVE "RECONCILIATION MATCH RATE %"    TO WS-CR-NAME(6).
    MOVE "H"    TO WS-CR-DIRECTION(6).
    MOVE 99.00  TO WS-CR-THRESHOLD(6).

LoadParameters.

    OPEN INPUT CALC-PARM-FILE.
    IF WS-PARM-FILE-STATUS = "35"
        DISPLAY "CALCPARM.DAT not found, using built-in thresholds."
    ELSE
        MOVE "N" TO WS-PARM-EOF
        PERFORM UNTIL WS-PARM-EOF = "Y"
            READ CALC-PARM-FILE
                AT END
                    MOVE "Y" TO WS-PARM-EOF
                NOT AT END
                    PERFORM StoreParameter
            END-READ
        END-PERFORM
        CLOSE CALC-PARM-FILE
    END-IF.

StoreParameter.

*>  Thresholds ride in the expected-result field. Unlike the single
*>  knobs elsewhere, zero is a meaningful threshold here ("no open
*>  discrepancies at all"), so a record that is present is taken as
*>  keyed; only the window length must be at least one day. The
*>  match rate keeps its decimals (09950 is 99.50 percent).
    IF PARM-EXPECTED-RESULT NOT NUMERIC
        OR PARM-EXPECTED-RESULT < ZERO
        EXIT PARAGRAPH
    END-IF.

    EVALUATE PARM-TEST-ID
        WHEN "CALCRDY-WINDOW"
            IF PARM-EXPECTED-RESULT >= 1
                IF PARM-EXPECTED-RESULT > WS-WIN-LIMIT
                    MOVE WS-WIN-LIMIT TO WS-WINDOW-DAYS
                ELSE
                    MOVE PARM-EXPECTED-RESULT TO WS-WINDOW-DAYS
                END-IF
            END-IF
        WHEN "CALCRDY-CLEAN"
            MOVE PARM-EXPECTED-RESULT TO WS-CR-THRESHOLD(1)
        WHEN "CALCRDY-OPEN"
            MOVE PARM-EXPECTED-RESULT TO WS-CR-THRESHOLD(2)
        WHEN "CALCRDY-AGE"
            MOVE PARM-EXPECTED-RESULT TO WS-CR-THRESHOLD(3)
        WHEN "CALCRDY-ABEND"
            MOVE PARM-EXPECTED-RESULT TO WS-CR-THRESHOLD(4)
        WHEN "CALCRDY-RCYQ"
            MOVE PARM-EXPECTED-RESULT TO WS-CR-THRESHOLD(5)
        WHEN "CALCRDY-MATCH"
            MOVE PARM-EXPECTED-RESULT TO WS-CR-THRESHOLD(6)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LoadCalendar.

    OPEN INPUT CALENDAR-FILE.
    IF WS-CALENDAR-FILE-STATUS = "35"
        DISPLAY "CALCCAL.DAT not found, weekends only."
    ELSE
        MOVE "N" TO WS-CALENDAR-EOF
        PERFORM UNTIL WS-CALENDAR-EOF = "Y"
            READ CALENDAR-FILE
                AT END
                    MOVE "Y" TO WS-CALENDAR-EOF
                NOT AT END
                    IF WS-CAL-COUNT < WS-CAL-LIMIT
                        ADD 1 TO WS-CAL-COUNT
                        MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                    ELSE
                        DISPLAY "Calendar table full, date dropped: "
                            CAL-DATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CALENDAR-FILE
    END-IF.

BuildWindow.

*>  The business date itself is the newest day of the window -- it
*>  is a business day by construction (CALCBDTE rolled it back) --
*>  and each earlier business day is found by stepping back a
*>  calendar day at a time over weekends and holidays.
    MOVE 1 TO WS-WIN-COUNT.
    MOVE WS-BUSINESS-DATE TO WS-WIN-DATE(1).
    MOVE ZERO TO WS-WIN-PASS(1).
    MOVE ZERO TO WS-WIN-FAIL(1).
    MOVE WS-BUSINESS-DATE TO WS-ROLL-DATE.

    PERFORM UNTIL WS-WIN-COUNT >= WS-WINDOW-DAYS
        MOVE ZERO TO WS-ROLL-COUNT
        MOVE "N" TO WS-ROLL-IS-BUSINESS
        PERFORM UNTIL WS-ROLL-IS-BUSINESS = "Y"
            OR WS-ROLL-COUNT > 14
            ADD 1 TO WS-ROLL-COUNT
            COMPUTE WS-ROLL-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE-NUM) - 1
            COMPUTE WS-ROLL-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
            PERFORM CheckRollBusinessDay
        END-PERFORM
        IF WS-ROLL-IS-BUSINESS = "N"
            DISPLAY "No business day found before " WS-ROLL-DATE
                ", window cut short."
            MOVE WS-WIN-COUNT TO WS-WINDOW-DAYS
        ELSE
            ADD 1 TO WS-WIN-COUNT
            MOVE WS-ROLL-DATE TO WS-WIN-DATE(WS-WIN-COUNT)
            MOVE ZERO TO WS-WIN-PASS(WS-WIN-COUNT)
            MOVE ZERO TO WS-WIN-FAIL(WS-WIN-COUNT)
        END-IF
    END-PERFORM.

    MOVE WS-WIN-DATE(WS-WIN-COUNT) TO WS-WINDOW-START.
    DISPLAY "Scoring " WS-WIN-COUNT " business days from "
        WS-WINDOW-START " to " WS-BUSINESS-DATE ".".

CheckRollBusinessDay.

    COMPUTE WS-ROLL-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE-NUM).
    COMPUTE WS-ROLL-DOW = FUNCTION REM(WS-ROLL-INTEGER, 7).

    IF WS-ROLL-DOW = 0 OR 6
        MOVE "N" TO WS-ROLL-IS-BUSINESS
        EXIT PARAGRAPH
    END-IF.

    MOVE "Y" TO WS-ROLL-IS-BUSINESS.
    MOVE 1 TO WS-CAL-SUB.
    PERFORM UNTIL WS-CAL-SUB > WS-CAL-COUNT
        IF WS-CAL-DATE(WS-CAL-SUB) = WS-ROLL-DATE
            MOVE "N" TO WS-ROLL-IS-BUSINESS
            MOVE WS-CAL-COUNT TO WS-CAL-SUB
        END-IF
        ADD 1 TO WS-CAL-SUB
    END-PERFORM.

LoadRunControl.

*>  Only runs started inside the window are kept: they are the ones
*>  whose abends count, and the ones whose log records are scored.
    OPEN INPUT CALC-RUN-FILE.
    IF WS-RUN-FILE-STATUS = "35"
        DISPLAY "No run-control file, no abends can be counted."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-RUN-EOF.
    PERFORM UNTIL WS-RUN-EOF = "Y"
        READ CALC-RUN-FILE
            AT END
                MOVE "Y" TO WS-RUN-EOF
            NOT AT END
                PERFORM StoreRunRecord
        END-READ
    END-PERFORM.
    CLOSE CALC-RUN-FILE.

    MOVE 1 TO WS-RUN-SUB.
    PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
        IF WS-RUN-TBL-HAS-END(WS-RUN-SUB) = "N"
            ADD 1 TO WS-ABEND-COUNT
        END-IF
        ADD 1 TO WS-RUN-SUB
    END-PERFORM.

StoreRunRecord.

    PERFORM LocateRunEntry.

    EVALUATE TRUE
        WHEN RUN-EVENT = "START" OR "RESUM"
            IF WS-RUN-FOUND = ZERO
                AND RUN-TIMESTAMP(1:8) >= WS-WINDOW-START
                IF WS-RUN-COUNT < WS-RUN-LIMIT
                    ADD 1 TO WS-RUN-COUNT
                    MOVE RUN-ID      TO WS-RUN-TBL-ID(WS-RUN-COUNT)
                    MOVE RUN-PROGRAM
                        TO WS-RUN-TBL-PROGRAM(WS-RUN-COUNT)
                    MOVE "N"
                        TO WS-RUN-TBL-HAS-END(WS-RUN-COUNT)
                ELSE
                    DISPLAY "Run table full, run entry dropped: "
                        RUN-ID
                END-IF
            END-IF
        WHEN RUN-EVENT = "END  "
            IF WS-RUN-FOUND > ZERO
                MOVE "Y" TO WS-RUN-TBL-HAS-END(WS-RUN-FOUND)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LocateRunEntry.

    MOVE ZERO TO WS-RUN-FOUND.
    MOVE 1 TO WS-RUN-SUB.
    PERFORM UNTIL WS-RUN-FOUND > ZERO
        OR WS-RUN-SUB > WS-RUN-COUNT
        IF WS-RUN-TBL-ID(WS-RUN-SUB) = RUN-ID
            AND WS-RUN-TBL-PROGRAM(WS-RUN-SUB) = RUN-PROGRAM
            MOVE WS-RUN-SUB TO WS-RUN-FOUND
        ELSE
            ADD 1 TO WS-RUN-SUB
        END-IF
    END-PERFORM.

ReadArchivedHistory.

    OPEN INPUT ARCHIVE-INDEX-FILE.
    IF WS-INDEX-FILE-STATUS = "35"
        DISPLAY "No archive index, scoring the live log only."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-INDEX-EOF.
    PERFORM UNTIL WS-INDEX-EOF = "Y"
        READ ARCHIVE-INDEX-FILE
            AT END
                MOVE "Y" TO WS-INDEX-EOF
            NOT AT END
                IF ARCX-DATE >= WS-WINDOW-START
                    PERFORM ReadOneArchive
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCHIVE-INDEX-FILE.

ReadOneArchive.

    MOVE ARCX-FILE-NAME TO WS-ARCHIVE-NAME.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARCHIVE-FILE-STATUS = "35"
        DISPLAY "Indexed archive missing, skipped: " WS-ARCHIVE-NAME
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-ARCHIVE-EOF.
    PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
        READ ARCHIVE-FILE
            AT END
                MOVE "Y" TO WS-ARCHIVE-EOF
            NOT AT END
                MOVE ARCHIVE-LOG-IMAGE TO WS-SCORE-LOG-RECORD
                PERFORM ScoreLogRecord
        END-READ
    END-PERFORM.
    CLOSE ARCHIVE-FILE.

ReadLiveLog.

    OPEN INPUT CALC-LOG-FILE.
    IF WS-LOG-FILE-STATUS = "35"
        DISPLAY "CALCTEST.LOG not found, live log skipped."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-LOG-EOF.
    PERFORM UNTIL WS-LOG-EOF = "Y"
        READ CALC-LOG-FILE
            AT END
                MOVE "Y" TO WS-LOG-EOF
            NOT AT END
                MOVE CALC-LOG-RECORD TO WS-SCORE-LOG-RECORD
                PERFORM ScoreLogRecord
        END-READ
    END-PERFORM.
    CLOSE CALC-LOG-FILE.

ScoreLogRecord.

*>  A log record belongs to the newest window day on or before the
*>  date it was written, so a stream that runs past midnight (or
*>  into a weekend) still books its suite to the night it belongs to.
    IF SL-TIMESTAMP(1:8) < WS-WINDOW-START
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-WIN-FOUND.
    MOVE 1 TO WS-WIN-SUB.
    PERFORM UNTIL WS-WIN-FOUND > ZERO
        OR WS-WIN-SUB > WS-WIN-COUNT
        IF WS-WIN-DATE(WS-WIN-SUB) <= SL-TIMESTAMP(1:8)
            MOVE WS-WIN-SUB TO WS-WIN-FOUND
        ELSE
            ADD 1 TO WS-WIN-SUB
        END-IF
    END-PERFORM.
    IF WS-WIN-FOUND = ZERO
        EXIT PARAGRAPH
    END-IF.

*>  Only the nightly CALCSUITE's records count, as in CALCHIST; a
*>  record from before run IDs, or from a run started before the
*>  window, is taken as suite history.
    MOVE "Y" TO WS-RECORD-SUITE.
    IF SL-RUN-ID NUMERIC
        MOVE 1 TO WS-RUN-SUB
        PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
            IF WS-RUN-TBL-ID(WS-RUN-SUB) = SL-RUN-ID
                IF WS-RUN-TBL-PROGRAM(WS-RUN-SUB) NOT = "CALCSUITE"
                    MOVE "N" TO WS-RECORD-SUITE
                END-IF
                MOVE WS-RUN-COUNT TO WS-RUN-SUB
            END-IF
            ADD 1 TO WS-RUN-SUB
        END-PERFORM
    END-IF.
    IF WS-RECORD-SUITE = "N"
        EXIT PARAGRAPH
    END-IF.

    IF SL-STATUS = "PASS"
        ADD 1 TO WS-WIN-PASS(WS-WIN-FOUND)
    ELSE
        ADD 1 TO WS-WIN-FAIL(WS-WIN-FOUND)
    END-IF.

ScoreCleanNights.

*>  Counted back from tonight: a night with no suite records at all
*>  breaks the streak just as a failure does -- a night the suite
*>  did not run proves nothing.
    MOVE ZERO TO WS-CLEAN-NIGHTS.
    MOVE "N" TO WS-CLEAN-STREAK-OVER.
    MOVE 1 TO WS-WIN-SUB.
    PERFORM UNTIL WS-CLEAN-STREAK-OVER = "Y"
        OR WS-WIN-SUB > WS-WIN-COUNT
        IF WS-WIN-PASS(WS-WIN-SUB) > ZERO
            AND WS-WIN-FAIL(WS-WIN-SUB) = ZERO
            ADD 1 TO WS-CLEAN-NIGHTS
            ADD 1 TO WS-WIN-SUB
        ELSE
            MOVE "Y" TO WS-CLEAN-STREAK-OVER
        END-IF
    END-PERFORM.

ScoreDiscrepancies.

*>  Open means NEW or RECURRING on the master and not an accepted
*>  variance still inside its review-by date. Age is in calendar days
*>  from the night the discrepancy was first seen.
    MOVE WS-BUSINESS-DATE TO WS-SEEN-DATE.
    COMPUTE WS-BUSINESS-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE-NUM).

    OPEN INPUT DISC-MASTER-FILE.
    IF WS-MASTER-FILE-STATUS = "35"
        DISPLAY "DISCMAST.DAT not found, no open discrepancies."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-MASTER-EOF.
    PERFORM UNTIL WS-MASTER-EOF = "Y"
        READ DISC-MASTER-FILE
            AT END
                MOVE "Y" TO WS-MASTER-EOF
            NOT AT END
                PERFORM ScoreOneDiscrepancy
        END-READ
    END-PERFORM.
    CLOSE DISC-MASTER-FILE.

ScoreOneDiscrepancy.

    IF DM-STATUS = "CLEAR"
        EXIT PARAGRAPH
    END-IF.

    IF DM-ACCEPTED-VARIANCE
        AND DM-REVIEW-DATE >= WS-BUSINESS-DATE
        IF WS-ACCEPTED-LOADED < WS-ACCEPTED-LIMIT
            ADD 1 TO WS-ACCEPTED-LOADED
            MOVE DM-NUM1      TO WS-ACC-NUM1(WS-ACCEPTED-LOADED)
            MOVE DM-NUM2      TO WS-ACC-NUM2(WS-ACCEPTED-LOADED)
            MOVE DM-OPERATION TO WS-ACC-OPERATION(WS-ACCEPTED-LOADED)
        END-IF
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-OPEN-COUNT.
    MOVE DM-FIRST-SEEN-DATE TO WS-SEEN-DATE.
    IF WS-SEEN-DATE NUMERIC
        COMPUTE WS-ENTRY-AGE = WS-BUSINESS-INTEGER
            - FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE-NUM)
        IF WS-ENTRY-AGE > WS-OLDEST-AGE
            MOVE WS-ENTRY-AGE TO WS-OLDEST-AGE
        END-IF
    END-IF.

ScoreRecycleQueue.

    OPEN INPUT RECYCLE-FILE.
    IF WS-RECYCLE-FILE-STATUS = "35"
        DISPLAY "CALCEDIT.RCY not found, recycle queue empty."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-RECYCLE-EOF.
    PERFORM UNTIL WS-RECYCLE-EOF = "Y"
        READ RECYCLE-FILE
            AT END
                MOVE "Y" TO WS-RECYCLE-EOF
            NOT AT END
                IF RCY-STATUS = "O"
                    ADD 1 TO WS-QUEUE-DEPTH
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RECYCLE-FILE.

ScoreReconciliation.

*>  The rate comes from the latest CALCRECON totals trailer dated
*>  inside the window; that run's detail rows are then checked for
*>  accepted variances, which count as matched. No trailer in the
*>  window scores zero -- an unreconciled fortnight is not ready.
    OPEN INPUT RECON-REPORT-FILE.
    IF WS-RECON-FILE-STATUS = "35"
        DISPLAY "RECON.RPT not found, match rate scored zero."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-RECON-EOF.
    PERFORM UNTIL WS-RECON-EOF = "Y"
        READ RECON-REPORT-FILE
            AT END
                MOVE "Y" TO WS-RECON-EOF
            NOT AT END
                IF RPT-RECORD-TYPE = "T"
                    AND RTL-RUN-ID NUMERIC
                    AND RTL-RUN-ID > WS-RECON-RUN-ID
                    AND RTL-RUN-DATE >= WS-WINDOW-START
                    MOVE RTL-RUN-ID            TO WS-RECON-RUN-ID
                    MOVE RTL-RUN-DATE          TO WS-RECON-RUN-DATE
                    MOVE RTL-TOTAL-COUNT       TO WS-RECON-TOTAL
                    MOVE RTL-DISCREPANCY-COUNT TO WS-RECON-DISCREPANT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RECON-REPORT-FILE.

    IF WS-RECON-RUN-ID = ZERO OR WS-RECON-TOTAL = ZERO
        DISPLAY "No reconciliation totals in the window, "
            "match rate scored zero."
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT RECON-REPORT-FILE.
    MOVE "N" TO WS-RECON-EOF.
    PERFORM UNTIL WS-RECON-EOF = "Y"
        READ RECON-REPORT-FILE
            AT END
                MOVE "Y" TO WS-RECON-EOF
            NOT AT END
                IF RPT-RECORD-TYPE = "D"
                    AND RPT-RUN-ID NUMERIC
                    AND RPT-RUN-ID = WS-RECON-RUN-ID
                    PERFORM CheckAcceptedVariance
                    IF WS-ROW-ACCEPTED = "Y"
                        ADD 1 TO WS-RECON-ACCEPTED
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RECON-REPORT-FILE.

    IF WS-RECON-ACCEPTED > WS-RECON-DISCREPANT
        MOVE WS-RECON-DISCREPANT TO WS-RECON-ACCEPTED
    END-IF.
    COMPUTE WS-MATCH-RATE ROUNDED =
        (WS-RECON-TOTAL - WS-RECON-DISCREPANT + WS-RECON-ACCEPTED)
        * 100 / WS-RECON-TOTAL.

CheckAcceptedVariance.

*>  Same identity CALCAGE matches on: operands and operation.
    MOVE "N" TO WS-ROW-ACCEPTED.
    MOVE 1 TO WS-ACCEPTED-SUB.
    PERFORM UNTIL WS-ROW-ACCEPTED = "Y"
        OR WS-ACCEPTED-SUB > WS-ACCEPTED-LOADED
        IF WS-ACC-NUM1(WS-ACCEPTED-SUB) = RPT-NUM1
            AND WS-ACC-NUM2(WS-ACCEPTED-SUB) = RPT-NUM2
            AND WS-ACC-OPERATION(WS-ACCEPTED-SUB) = RPT-OPERATION
            MOVE "Y" TO WS-ROW-ACCEPTED
        ELSE
            ADD 1 TO WS-ACCEPTED-SUB
        END-IF
    END-PERFORM.

LoadScoreHistory.

    OPEN INPUT READINESS-HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS = "35"
        DISPLAY "CALCRDYH.DAT not found, no trend until tomorrow."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-HISTORY-EOF.
    PERFORM UNTIL WS-HISTORY-EOF = "Y"
        READ READINESS-HISTORY-FILE
            AT END
                MOVE "Y" TO WS-HISTORY-EOF
            NOT AT END
                PERFORM StoreScoreHistory
        END-READ
    END-PERFORM.
    CLOSE READINESS-HISTORY-FILE.

    IF WS-PRIOR-SUB > ZERO
        MOVE WS-HIST-IMAGE(WS-PRIOR-SUB) TO WS-READINESS-HISTORY
        MOVE 1 TO WS-CRIT-SUB
        PERFORM UNTIL WS-CRIT-SUB > WS-CRIT-COUNT
            MOVE WH-VALUE(WS-CRIT-SUB) TO WS-CR-PRIOR(WS-CRIT-SUB)
            ADD 1 TO WS-CRIT-SUB
        END-PERFORM
    END-IF.

StoreScoreHistory.

*>  Tonight's own record from an earlier run is dropped here; the
*>  rewrite puts the fresh one in its place. When the table is full
*>  the oldest night is shifted out.
    IF RDH-BUSINESS-DATE = WS-BUSINESS-DATE
        EXIT PARAGRAPH
    END-IF.

    IF WS-HIST-COUNT = WS-HIST-LIMIT
        MOVE 1 TO WS-HIST-SUB
        PERFORM UNTIL WS-HIST-SUB >= WS-HIST-LIMIT
            MOVE WS-HIST-IMAGE(WS-HIST-SUB + 1)
                TO WS-HIST-IMAGE(WS-HIST-SUB)
            ADD 1 TO WS-HIST-SUB
        END-PERFORM
        IF WS-PRIOR-SUB > ZERO
            SUBTRACT 1 FROM WS-PRIOR-SUB
        END-IF
    ELSE
        ADD 1 TO WS-HIST-COUNT
    END-IF.
    MOVE READINESS-HISTORY-RECORD TO WS-HIST-IMAGE(WS-HIST-COUNT).

    IF RDH-BUSINESS-DATE < WS-BUSINESS-DATE
        AND (WS-PRIOR-SUB = ZERO
            OR RDH-BUSINESS-DATE > WS-PRIOR-DATE)
        MOVE WS-HIST-COUNT TO WS-PRIOR-SUB
        MOVE RDH-BUSINESS-DATE TO WS-PRIOR-DATE
    END-IF.

JudgeCriteria.

    MOVE ZERO TO WS-FAIL-COUNT.
    MOVE 1 TO WS-CRIT-SUB.
    PERFORM UNTIL WS-CRIT-SUB > WS-CRIT-COUNT
        IF (WS-CR-DIRECTION(WS-CRIT-SUB) = "H"
                AND WS-CR-VALUE(WS-CRIT-SUB)
                    < WS-CR-THRESHOLD(WS-CRIT-SUB))
            OR (WS-CR-DIRECTION(WS-CRIT-SUB) = "L"
                AND WS-CR-VALUE(WS-CRIT-SUB)
                    > WS-CR-THRESHOLD(WS-CRIT-SUB))
            MOVE "FAIL" TO WS-CR-RESULT(WS-CRIT-SUB)
            ADD 1 TO WS-FAIL-COUNT
            PERFORM FeedFailedCriterion
        ELSE
            MOVE "PASS" TO WS-CR-RESULT(WS-CRIT-SUB)
        END-IF
        PERFORM JudgeTrend
        ADD 1 TO WS-CRIT-SUB
    END-PERFORM.

    IF WS-FAIL-COUNT = ZERO
        MOVE "GO" TO WS-VERDICT
    ELSE
        MOVE "NO-GO" TO WS-VERDICT
    END-IF.

FeedFailedCriterion.

    MOVE 2         TO WS-EXC-SEVERITY.
    MOVE "RDYNOGO" TO WS-EXC-CODE.
    MOVE WS-EXC-CRIT-NAME(WS-CRIT-SUB) TO WS-EXC-SUBJECT.
    MOVE WS-CR-VALUE(WS-CRIT-SUB)      TO WS-EXC-CRIT-VALUE.
    IF WS-CR-DIRECTION(WS-CRIT-SUB) = "H"
        MOVE "MIN" TO WS-EXC-CRIT-LIMIT
    ELSE
        MOVE "MAX" TO WS-EXC-CRIT-LIMIT
    END-IF.
    MOVE WS-CR-THRESHOLD(WS-CRIT-SUB)  TO WS-EXC-CRIT-THRESHOLD.
    MOVE WS-EXC-CRIT-TEXT              TO WS-EXC-TEXT.
    PERFORM WriteException.

JudgeTrend.

    EVALUATE TRUE
        WHEN WS-PRIOR-SUB = ZERO
            MOVE "NEW" TO WS-CR-TREND(WS-CRIT-SUB)
        WHEN WS-CR-VALUE(WS-CRIT-SUB) = WS-CR-PRIOR(WS-CRIT-SUB)
            MOVE "SAME" TO WS-CR-TREND(WS-CRIT-SUB)
        WHEN (WS-CR-DIRECTION(WS-CRIT-SUB) = "H"
                AND WS-CR-VALUE(WS-CRIT-SUB)
                    > WS-CR-PRIOR(WS-CRIT-SUB))
            OR (WS-CR-DIRECTION(WS-CRIT-SUB) = "L"
                AND WS-CR-VALUE(WS-CRIT-SUB)
                    < WS-CR-PRIOR(WS-CRIT-SUB))
            MOVE "BETTER" TO WS-CR-TREND(WS-CRIT-SUB)
        WHEN OTHER
            MOVE "WORSE" TO WS-CR-TREND(WS-CRIT-SUB)
    END-EVALUATE.

WriteScorecard.

    OPEN OUTPUT READINESS-REPORT-FILE.

    MOVE WS-BUSINESS-DATE TO WS-HEAD-DATE.
    WRITE READINESS-REPORT-LINE FROM WS-HEADING-LINE.
    MOVE WS-WIN-COUNT TO WS-WDW-DAYS.
    MOVE WS-WINDOW-START TO WS-WDW-FROM.
    MOVE WS-BUSINESS-DATE TO WS-WDW-TO.
    WRITE READINESS-REPORT-LINE FROM WS-WINDOW-LINE.
    MOVE SPACES TO WS-TEXT-LINE.
    WRITE READINESS-REPORT-LINE FROM WS-TEXT-LINE.

    WRITE READINESS-REPORT-LINE FROM WS-COLUMN-LINE.
    MOVE 1 TO WS-CRIT-SUB.
    PERFORM UNTIL WS-CRIT-SUB > WS-CRIT-COUNT
        MOVE WS-CR-NAME(WS-CRIT-SUB)      TO WS-CRL-NAME
        MOVE WS-CR-VALUE(WS-CRIT-SUB)     TO WS-CRL-VALUE
        IF WS-CR-DIRECTION(WS-CRIT-SUB) = "H"
            MOVE "MIN" TO WS-CRL-LIMIT
        ELSE
            MOVE "MAX" TO WS-CRL-LIMIT
        END-IF
        MOVE WS-CR-THRESHOLD(WS-CRIT-SUB) TO WS-CRL-THRESHOLD
        MOVE WS-CR-RESULT(WS-CRIT-SUB)    TO WS-CRL-RESULT
        IF WS-PRIOR-SUB = ZERO
            MOVE "  (NONE)" TO WS-CRL-PRIOR-X
        ELSE
            MOVE WS-CR-PRIOR(WS-CRIT-SUB) TO WS-CRL-PRIOR
        END-IF
        MOVE WS-CR-TREND(WS-CRIT-SUB)     TO WS-CRL-TREND
        WRITE READINESS-REPORT-LINE FROM WS-CRITERION-LINE
        ADD 1 TO WS-CRIT-SUB
    END-PERFORM.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE READINESS-REPORT-LINE FROM WS-TEXT-LINE.
    IF WS-FAIL-COUNT = ZERO
        MOVE "VERDICT: GO - EVERY READINESS CRITERION MET"
            TO WS-TEXT-LINE
    ELSE
        MOVE WS-FAIL-COUNT TO WS-EDIT-COUNT
        STRING "VERDICT: NO-GO - " DELIMITED BY SIZE
               WS-EDIT-COUNT(5:1)  DELIMITED BY SIZE
               " OF 6 CRITERIA FAILED" DELIMITED BY SIZE
            INTO WS-TEXT-LINE
        END-STRING
    END-IF.
    WRITE READINESS-REPORT-LINE FROM WS-TEXT-LINE.

    IF WS-RECON-RUN-ID = ZERO
        MOVE "  NO RECONCILIATION TOTALS ON FILE INSIDE THE WINDOW"
            TO WS-TEXT-LINE
        WRITE READINESS-REPORT-LINE FROM WS-TEXT-LINE
    END-IF.

    PERFORM WriteSuiteNights.
    PERFORM WriteScoreTrend.

    CLOSE READINESS-REPORT-FILE.

WriteSuiteNights.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE READINESS-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "SUITE NIGHTS IN WINDOW - NEWEST FIRST" TO WS-TEXT-LINE.
    WRITE READINESS-REPORT-LINE FROM WS-TEXT-LINE.

    MOVE 1 TO WS-WIN-SUB.
    PERFORM UNTIL WS-WIN-SUB > WS-WIN-COUNT
        MOVE WS-WIN-DATE(WS-WIN-SUB) TO WS-NGT-DATE
        MOVE WS-WIN-PASS(WS-WIN-SUB) TO WS-NGT-PASS
        MOVE WS-WIN-FAIL(WS-WIN-SUB) TO WS-NGT-FAIL
        EVALUATE TRUE
            WHEN WS-WIN-PASS(WS-WIN-SUB) = ZERO
                AND WS-WIN-FAIL(WS-WIN-SUB) = ZERO
                MOVE "NO SUITE RUN" TO WS-NGT-STATE
            WHEN WS-WIN-FAIL(WS-WIN-SUB) = ZERO
                MOVE "CLEAN" TO WS-NGT-STATE
            WHEN OTHER
                MOVE "FAILURES" TO WS-NGT-STATE
        END-EVALUATE
        WRITE READINESS-REPORT-LINE FROM WS-NIGHT-LINE
        ADD 1 TO WS-WIN-SUB
    END-PERFORM.

WriteScoreTrend.

*>  The verdict over the last nights scored, oldest first, ending
*>  with tonight's -- the trend management actually asks about.
    MOVE SPACES TO WS-TEXT-LINE.
    WRITE READINESS-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "READINESS TREND - RECENT NIGHTS SCORED" TO WS-TEXT-LINE.
    WRITE READINESS-REPORT-LINE FROM WS-TEXT-LINE.

    IF WS-HIST-COUNT > 9
        COMPUTE WS-HIST-FIRST = WS-HIST-COUNT - 9 + 1
    ELSE
        MOVE 1 TO WS-HIST-FIRST
    END-IF.
    MOVE WS-HIST-FIRST TO WS-HIST-SUB.
    PERFORM UNTIL WS-HIST-SUB > WS-HIST-COUNT
        MOVE WS-HIST-IMAGE(WS-HIST-SUB) TO WS-READINESS-HISTORY
        MOVE WH-BUSINESS-DATE TO WS-SCL-DATE
        MOVE WH-VERDICT       TO WS-SCL-VERDICT
        MOVE WH-FAIL-COUNT    TO WS-SCL-FAILS
        MOVE WH-VALUE(1)      TO WS-SCL-CLEAN
        WRITE READINESS-REPORT-LINE FROM WS-SCORE-LINE
        ADD 1 TO WS-HIST-SUB
    END-PERFORM.

    MOVE WS-BUSINESS-DATE TO WS-SCL-DATE.
    MOVE WS-VERDICT       TO WS-SCL-VERDICT.
    MOVE WS-FAIL-COUNT    TO WS-SCL-FAILS.
    MOVE WS-CLEAN-NIGHTS  TO WS-SCL-CLEAN.
    WRITE READINESS-REPORT-LINE FROM WS-SCORE-LINE.

RewriteScoreHistory.

    IF WS-HIST-COUNT = WS-HIST-LIMIT
        MOVE 1 TO WS-HIST-SUB
        PERFORM UNTIL WS-HIST-SUB >= WS-HIST-LIMIT
            MOVE WS-HIST-IMAGE(WS-HIST-SUB + 1)
                TO WS-HIST-IMAGE(WS-HIST-SUB)
            ADD 1 TO WS-HIST-SUB
        END-PERFORM
        SUBTRACT 1 FROM WS-HIST-COUNT
    END-IF.

    MOVE SPACES           TO WS-READINESS-HISTORY.
    MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE.
    MOVE WS-WIN-COUNT     TO WH-WINDOW-DAYS.
    MOVE 1 TO WS-CRIT-SUB.
    PERFORM UNTIL WS-CRIT-SUB > WS-CRIT-COUNT
        MOVE WS-CR-VALUE(WS-CRIT-SUB) TO WH-VALUE(WS-CRIT-SUB)
        ADD 1 TO WS-CRIT-SUB
    END-PERFORM.
    MOVE WS-FAIL-COUNT    TO WH-FAIL-COUNT.
    MOVE WS-VERDICT       TO WH-VERDICT.
    MOVE FUNCTION CURRENT-DATE TO WH-TIMESTAMP.
    ADD 1 TO WS-HIST-COUNT.
    MOVE WS-READINESS-HISTORY TO WS-HIST-IMAGE(WS-HIST-COUNT).

    OPEN OUTPUT READINESS-HISTORY-FILE.
    MOVE 1 TO WS-HIST-SUB.
    PERFORM UNTIL WS-HIST-SUB > WS-HIST-COUNT
        MOVE WS-HIST-IMAGE(WS-HIST-SUB) TO READINESS-HISTORY-RECORD
        WRITE READINESS-HISTORY-RECORD
        ADD 1 TO WS-HIST-SUB
    END-PERFORM.
    CLOSE READINESS-HISTORY-FILE.
