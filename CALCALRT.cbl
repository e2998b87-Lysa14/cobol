IDENTIFICATION DIVISION.
PROGRAM-ID. CalculatorAlert.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.
    SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "CALCEXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-FILE-STATUS.
    SELECT STEP-LEDGER-FILE ASSIGN TO "CALCSTEP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-FILE-STATUS.
    SELECT ALERT-REPORT-FILE ASSIGN TO "CALCALRT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.
    SELECT ALERT-EXTRACT-FILE ASSIGN TO "CALCALRT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

FD  CALC-PARM-FILE.
    COPY CALCPARM.

FD  EXCEPTION-FILE.
    COPY CALCEXCR.

FD  STEP-LEDGER-FILE.
    COPY CALCSTPL.

FD  ALERT-REPORT-FILE.
01  ALERT-REPORT-LINE    PIC X(80).

FD  ALERT-EXTRACT-FILE.
    COPY CALCALRX.

WORKING-STORAGE SECTION.
COPY CALCBDWS.

01 WS-PARM-FILE-STATUS   PIC X(2).
01 WS-PARM-EOF           PIC X(1) VALUE "N".
01 WS-EXC-FILE-STATUS    PIC X(2).
01 WS-EXC-EOF            PIC X(1) VALUE "N".
01 WS-REPORT-FILE-STATUS PIC X(2).
01 WS-EXTRACT-FILE-STATUS PIC X(2).
01 WS-LEDGER-FILE-STATUS PIC X(2).
01 WS-LEDGER-EOF         PIC X(1) VALUE "N".

*> The program each CALCNITE step runs, and the latest start of that
*> step for the business date from the CALCSTEP.DAT ledger. A step
*> re-executed on a resubmitted night feeds its exceptions again, so
*> only those written since its latest start are summarized -- the
*> alert summary describes the rerun, not the pass that failed.
*> BDTE's ledger entry is only made when it ends, so its start is
*> taken from the time it set the date in CALCBDTE.DAT. A program
*> not in the table (an ad hoc CalculatorTest run) is always counted.
01 WS-STEP-PROGRAMS.
    05 FILLER PIC X(20) VALUE "BDTE    CALCBDTE    ".
    05 FILLER PIC X(20) VALUE "GEN     CALCGEN     ".
    05 FILLER PIC X(20) VALUE "RCYC    CALCRCY     ".
    05 FILLER PIC X(20) VALUE "EDIT    CALCEDIT    ".
    05 FILLER PIC X(20) VALUE "SUITE   CALCSUITE   ".
    05 FILLER PIC X(20) VALUE "ARCH    CALCARCH    ".
    05 FILLER PIC X(20) VALUE "VRFY    CALCVFY     ".
    05 FILLER PIC X(20) VALUE "RECON   CALCRECON   ".
    05 FILLER PIC X(20) VALUE "AGE     CALCAGE     ".
    05 FILLER PIC X(20) VALUE "PROM    CALCPROM    ".
    05 FILLER PIC X(20) VALUE "RPRT    CALCRPT     ".
    05 FILLER PIC X(20) VALUE "SRV     CALCSRV     ".
    05 FILLER PIC X(20) VALUE "HIST    CALCHIST    ".
    05 FILLER PIC X(20) VALUE "RDY     CALCRDY     ".
    05 FILLER PIC X(20) VALUE "OPS     CALCOPS     ".
    05 FILLER PIC X(20) VALUE "ALRT    CALCALRT    ".
01 WS-STEP-PROGRAM-TABLE REDEFINES WS-STEP-PROGRAMS.
    05 WS-SP-ENTRY OCCURS 16.
       10 WS-SP-STEP        PIC X(8).
       10 WS-SP-PROGRAM     PIC X(12).
01 WS-STEP-STARTS.
    05 WS-SP-START OCCURS 16 PIC X(26).
01 WS-STEP-COUNT         PIC 9(2) VALUE 16.
01 WS-STEP-SUB           PIC 9(2).
01 WS-STEP-FOUND         PIC 9(2).
01 WS-SUPERSEDED-COUNT   PIC 9(7) VALUE ZERO.

*> Severity at or above which an alert pages the operator on call.
*> Defaults to 4 (critical) unless overridden by a "CALCALRT-PAGE"
*> record in CALCPARM.DAT (whole-number part of the expected-result
*> field, 1 to 5 -- 5 leaves paging to the per-code records alone).
01 WS-PAGE-THRESHOLD     PIC 9(1) VALUE 4.

*> Most alerts listed on the one-page summary; the rest are counted
*> on a closing line and are all still in the extract. Overridden by
*> a "CALCALRT-LINES" record in CALCPARM.DAT.
01 WS-LINE-LIMIT         PIC 9(3) VALUE 20.

*> Per-code rules from CALCPARM.DAT, keyed by the exception code in
*> columns 10-17 (or 11-18) of the parameter ID:
*>   ALRT-SEV-code   expected result 1-4 replaces the severity the
*>                   writing program gave; zero leaves it alone. A
*>                   tolerance of n (whole number) escalates the code
*>                   one severity, up to critical, on any night it
*>                   occurs n times or more.
*>   ALRT-PAGE-code  expected result 1 always pages, 0 never pages,
*>                   whatever the severity.
01 WS-RULE-LIMIT         PIC 9(3) VALUE 100.
01 WS-RULE-COUNT         PIC 9(3) VALUE ZERO.
01 WS-RULE-TABLE.
    05 WS-RULE-ENTRY OCCURS 100.
       10 WS-RL-CODE        PIC X(8).
       10 WS-RL-SEVERITY    PIC 9(1).
       10 WS-RL-ESCALATE-AT PIC 9(4).
       10 WS-RL-PAGE        PIC X(1).
01 WS-RULE-SUB           PIC 9(3).
01 WS-RULE-FOUND         PIC 9(3).
01 WS-RULE-CODE          PIC X(8).

*> The night's exceptions summed by program and exception code.
*> WS-AL-WRITER-SEV is the highest severity any of them was written
*> with; WS-AL-SEVERITY the effective one after the rules above.
01 WS-ALERT-LIMIT        PIC 9(3) VALUE 200.
01 WS-ALERT-COUNT        PIC 9(3) VALUE ZERO.
01 WS-ALERT-TABLE.
    05 WS-ALERT-ENTRY OCCURS 200.
       10 WS-AL-PROGRAM     PIC X(12).
       10 WS-AL-CODE        PIC X(8).
       10 WS-AL-COUNT       PIC 9(5).
       10 WS-AL-WRITER-SEV  PIC 9(1).
       10 WS-AL-SEVERITY    PIC 9(1).
       10 WS-AL-PAGE        PIC X(1).
       10 WS-AL-SUBJECT     PIC X(20).
       10 WS-AL-TEXT        PIC X(40).
       10 WS-AL-LAST-TS     PIC X(26).
       10 WS-AL-RUN-ID      PIC 9(6).
01 WS-ALERT-SUB          PIC 9(3).
01 WS-ALERT-FOUND        PIC 9(3).
01 WS-DROPPED-COUNT      PIC 9(7) VALUE ZERO.

01 WS-EXCEPTION-COUNT    PIC 9(7) VALUE ZERO.
01 WS-OTHER-DATE-COUNT   PIC 9(7) VALUE ZERO.
01 WS-RECORD-SEVERITY    PIC 9(1).
01 WS-SEVERITY-SUB       PIC 9(1).
01 WS-SEVERITY-TOTALS.
    05 WS-SEVERITY-TOTAL OCCURS 4 PIC 9(5).
01 WS-PAGE-COUNT         PIC 9(5) VALUE ZERO.
01 WS-LISTED-COUNT       PIC 9(5) VALUE ZERO.
01 WS-UNLISTED-COUNT     PIC 9(5) VALUE ZERO.
01 WS-FINAL-RC           PIC 9(2) VALUE ZERO.

01 WS-SEVERITY-NAMES.
    05 FILLER            PIC X(8) VALUE "NOTICE".
    05 FILLER            PIC X(8) VALUE "WARNING".
    05 FILLER            PIC X(8) VALUE "ERROR".
    05 FILLER            PIC X(8) VALUE "CRITICAL".
01 WS-SEVERITY-NAME-TABLE REDEFINES WS-SEVERITY-NAMES.
    05 WS-SEVERITY-NAME OCCURS 4 PIC X(8).

01 WS-HEADING-LINE.
    05 FILLER            PIC X(36)
       VALUE "CALCALRT - ON-CALL ALERT SUMMARY    ".
    05 FILLER            PIC X(10) VALUE "RUN DATE: ".
    05 WS-HEAD-DATE      PIC X(8).
    05 FILLER            PIC X(26) VALUE SPACES.
01 WS-DATE-LINE.
    05 FILLER            PIC X(15) VALUE "BUSINESS DATE: ".
    05 WS-DTL-DATE       PIC X(8).
    05 FILLER            PIC X(15) VALUE "   EXCEPTIONS: ".
    05 WS-DTL-EXCEPTIONS PIC ZZZZZZ9.
    05 FILLER            PIC X(11) VALUE "   ALERTS: ".
    05 WS-DTL-ALERTS     PIC ZZ9.
    05 FILLER            PIC X(21) VALUE SPACES.
01 WS-SEVERITY-LINE.
    05 FILLER            PIC X(10) VALUE "CRITICAL: ".
    05 WS-SVL-CRITICAL   PIC ZZZZ9.
    05 FILLER            PIC X(9) VALUE "  ERROR: ".
    05 WS-SVL-ERROR      PIC ZZZZ9.
    05 FILLER            PIC X(11) VALUE "  WARNING: ".
    05 WS-SVL-WARNING    PIC ZZZZ9.
    05 FILLER            PIC X(10) VALUE "  NOTICE: ".
    05 WS-SVL-NOTICE     PIC ZZZZ9.
    05 FILLER            PIC X(20) VALUE SPACES.
01 WS-PAGE-LINE.
    05 FILLER            PIC X(14) VALUE "PAGE ON-CALL: ".
    05 WS-PGL-ANSWER     PIC X(3).
    05 FILLER            PIC X(4) VALUE " -- ".
    05 WS-PGL-COUNT      PIC ZZZZ9.
    05 FILLER            PIC X(31)
       VALUE " ALERTS PAGE, SEVERITY LIMIT ".
    05 WS-PGL-THRESHOLD  PIC 9(1).
    05 FILLER            PIC X(22) VALUE SPACES.
01 WS-COLUMN-LINE.
    05 FILLER            PIC X(40)
       VALUE "  PG SEVERITY PROGRAM   CODE      COUNT ".
    05 FILLER            PIC X(40) VALUE "SUBJECT".
01 WS-ALERT-LINE.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-ALD-PAGE       PIC X(3).
    05 WS-ALD-SEVERITY   PIC X(8).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-ALD-PROGRAM    PIC X(10).
    05 WS-ALD-CODE       PIC X(8).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-ALD-COUNT      PIC ZZZZ9.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-ALD-SUBJECT    PIC X(20).
    05 FILLER            PIC X(20) VALUE SPACES.
01 WS-ALERT-TEXT-LINE.
    05 FILLER            PIC X(15) VALUE SPACES.
    05 WS-ALT-TEXT       PIC X(40).
    05 FILLER            PIC X(5) VALUE " RUN ".
    05 WS-ALT-RUN-ID     PIC 9(6).
    05 FILLER            PIC X(4) VALUE " AT ".
    05 WS-ALT-TIME       PIC X(6).
    05 FILLER            PIC X(4) VALUE SPACES.
01 WS-MORE-LINE.
    05 FILLER            PIC X(10) VALUE "  ... AND ".
    05 WS-MRL-COUNT      PIC ZZZZ9.
    05 FILLER            PIC X(40)
       VALUE " MORE ALERTS, ALL LISTED IN CALCALRT.DAT".
    05 FILLER            PIC X(25) VALUE SPACES.
01 WS-DROPPED-LINE.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-DRL-COUNT      PIC ZZZZZZ9.
    05 FILLER            PIC X(43)
       VALUE " EXCEPTIONS NOT SUMMED, ALERT TABLE FULL --".
    05 FILLER            PIC X(28) VALUE " SEE CALCEXC.DAT".
01 WS-TEXT-LINE          PIC X(80).

PROCEDURE DIVISION.

    DISPLAY "Running CALCALRT...".

*>  The exception file carries every night the stream has run; only
*>  the records booked to tonight's business date are summarized, and
*>  of those only the ones each step fed on its latest attempt.
    PERFORM LoadBusinessDate.
    PERFORM LoadParameters.
    PERFORM LoadStepStarts.

    OPEN INPUT EXCEPTION-FILE.
    IF WS-EXC-FILE-STATUS = "35"
        DISPLAY "CALCEXC.DAT not found, no exceptions to summarize."
    ELSE
        MOVE "N" TO WS-EXC-EOF
        PERFORM UNTIL WS-EXC-EOF = "Y"
            READ EXCEPTION-FILE
                AT END
                    MOVE "Y" TO WS-EXC-EOF
                NOT AT END
                    IF EXC-BUSINESS-DATE = WS-BUSINESS-DATE
                        PERFORM CheckSuperseded
                        IF WS-STEP-FOUND = ZERO
                            PERFORM AccumulateException
                        ELSE
                            ADD 1 TO WS-SUPERSEDED-COUNT
                        END-IF
                    ELSE
                        ADD 1 TO WS-OTHER-DATE-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXCEPTION-FILE
    END-IF.

    MOVE ZERO TO WS-SEVERITY-TOTALS.
    MOVE 1 TO WS-ALERT-SUB.
    PERFORM UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
        PERFORM JudgeAlert
        ADD 1 TO WS-ALERT-SUB
    END-PERFORM.

*>  Nothing at all is a clean night; exceptions the operator can read
*>  in the morning rate the warning-level code; anything that pages
*>  is the hold-level code, so the scheduler's own alerting fires
*>  even where the console is not watching the extract.
    EVALUATE TRUE
        WHEN WS-PAGE-COUNT > ZERO
            MOVE 8 TO WS-FINAL-RC
        WHEN WS-EXCEPTION-COUNT > ZERO
            MOVE 4 TO WS-FINAL-RC
        WHEN OTHER
            MOVE 0 TO WS-FINAL-RC
    END-EVALUATE.

    PERFORM WriteSummary.
    PERFORM WriteExtract.

    DISPLAY "CALCALRT finished.".
    DISPLAY "Results: " WS-EXCEPTION-COUNT " exceptions for "
        WS-BUSINESS-DATE ", " WS-ALERT-COUNT " alerts, "
        WS-PAGE-COUNT " paging.".
    IF WS-SUPERSEDED-COUNT > ZERO
        DISPLAY WS-SUPERSEDED-COUNT " exceptions fed by an earlier "
            "attempt of a re-executed step not counted."
    END-IF.
    IF WS-PAGE-COUNT > ZERO
        DISPLAY "PAGE ON-CALL: see CALCALRT.RPT."
    END-IF.

    MOVE WS-FINAL-RC TO RETURN-CODE.

    STOP RUN.

COPY CALCBDPR.

LoadParameters.

    OPEN INPUT CALC-PARM-FILE.
    IF WS-PARM-FILE-STATUS = "35"
        DISPLAY "CALCPARM.DAT not found, using built-in defaults."
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

    IF PARM-EXPECTED-RESULT NOT NUMERIC
        OR PARM-EXPECTED-RESULT < ZERO
        EXIT PARAGRAPH
    END-IF.

    EVALUATE TRUE
        WHEN PARM-TEST-ID = "CALCALRT-PAGE"
            IF PARM-EXPECTED-RESULT >= 1
                AND PARM-EXPECTED-RESULT <= 5
                MOVE PARM-EXPECTED-RESULT TO WS-PAGE-THRESHOLD
            END-IF
        WHEN PARM-TEST-ID = "CALCALRT-LINES"
            IF PARM-EXPECTED-RESULT >= 1
                AND PARM-EXPECTED-RESULT <= 999
                MOVE PARM-EXPECTED-RESULT TO WS-LINE-LIMIT
            END-IF
        WHEN PARM-TEST-ID(1:9) = "ALRT-SEV-"
            MOVE PARM-TEST-ID(10:8) TO WS-RULE-CODE
            PERFORM LocateRule
            IF WS-RULE-FOUND > ZERO
                IF PARM-EXPECTED-RESULT <= 4
                    MOVE PARM-EXPECTED-RESULT
                        TO WS-RL-SEVERITY(WS-RULE-FOUND)
                END-IF
                MOVE PARM-TOLERANCE
                    TO WS-RL-ESCALATE-AT(WS-RULE-FOUND)
            END-IF
        WHEN PARM-TEST-ID(1:10) = "ALRT-PAGE-"
            MOVE PARM-TEST-ID(11:8) TO WS-RULE-CODE
            PERFORM LocateRule
            IF WS-RULE-FOUND > ZERO
                EVALUATE PARM-EXPECTED-RESULT
                    WHEN 1
                        MOVE "Y" TO WS-RL-PAGE(WS-RULE-FOUND)
                    WHEN 0
                        MOVE "N" TO WS-RL-PAGE(WS-RULE-FOUND)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LocateRule.

*>  Finds the rule for WS-RULE-CODE, adding an empty one the first
*>  time the code is seen; WS-RULE-FOUND is zero only when the table
*>  is full.
    MOVE ZERO TO WS-RULE-FOUND.
    MOVE 1 TO WS-RULE-SUB.
    PERFORM UNTIL WS-RULE-FOUND > ZERO
        OR WS-RULE-SUB > WS-RULE-COUNT
        IF WS-RL-CODE(WS-RULE-SUB) = WS-RULE-CODE
            MOVE WS-RULE-SUB TO WS-RULE-FOUND
        ELSE
            ADD 1 TO WS-RULE-SUB
        END-IF
    END-PERFORM.

    IF WS-RULE-FOUND = ZERO
        IF WS-RULE-COUNT < WS-RULE-LIMIT
            ADD 1 TO WS-RULE-COUNT
            MOVE WS-RULE-COUNT TO WS-RULE-FOUND
            MOVE WS-RULE-CODE  TO WS-RL-CODE(WS-RULE-FOUND)
            MOVE ZERO          TO WS-RL-SEVERITY(WS-RULE-FOUND)
            MOVE ZERO          TO WS-RL-ESCALATE-AT(WS-RULE-FOUND)
            MOVE SPACES        TO WS-RL-PAGE(WS-RULE-FOUND)
        ELSE
            DISPLAY "Alert rule table full, rule dropped: "
                PARM-TEST-ID
        END-IF
    END-IF.

LoadStepStarts.

    MOVE SPACES TO WS-STEP-STARTS.

    OPEN INPUT BUSINESS-DATE-FILE.
    IF WS-BDATE-FILE-STATUS NOT = "35"
        READ BUSINESS-DATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF BDT-BUSINESS-DATE = WS-BUSINESS-DATE
                    MOVE BDT-SET-TIMESTAMP TO WS-SP-START(1)
                END-IF
        END-READ
        CLOSE BUSINESS-DATE-FILE
    END-IF.

    OPEN INPUT STEP-LEDGER-FILE.
    IF WS-LEDGER-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-LEDGER-EOF.
    PERFORM UNTIL WS-LEDGER-EOF = "Y"
        READ STEP-LEDGER-FILE
            AT END
                MOVE "Y" TO WS-LEDGER-EOF
            NOT AT END
                IF STL-BUSINESS-DATE = WS-BUSINESS-DATE
                    AND STL-STEP-NAME NOT = "BDTE"
                    MOVE 2 TO WS-STEP-SUB
                    PERFORM UNTIL WS-STEP-SUB > WS-STEP-COUNT
                        IF WS-SP-STEP(WS-STEP-SUB) = STL-STEP-NAME
                            MOVE STL-START-TIMESTAMP
                                TO WS-SP-START(WS-STEP-SUB)
                        END-IF
                        ADD 1 TO WS-STEP-SUB
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STEP-LEDGER-FILE.

CheckSuperseded.

*>  WS-STEP-FOUND is left non-zero only when the exception's program
*>  belongs to a step whose latest start is later than the exception:
*>  it came from an earlier attempt the rerun has replaced.
    MOVE ZERO TO WS-STEP-FOUND.
    MOVE 1 TO WS-STEP-SUB.
    PERFORM UNTIL WS-STEP-FOUND > ZERO
        OR WS-STEP-SUB > WS-STEP-COUNT
        IF WS-SP-PROGRAM(WS-STEP-SUB) = EXC-PROGRAM
            MOVE WS-STEP-SUB TO WS-STEP-FOUND
        ELSE
            ADD 1 TO WS-STEP-SUB
        END-IF
    END-PERFORM.

    IF WS-STEP-FOUND > ZERO
        IF WS-SP-START(WS-STEP-FOUND) = SPACES
            OR EXC-TIMESTAMP(1:16)
                >= WS-SP-START(WS-STEP-FOUND)(1:16)
            MOVE ZERO TO WS-STEP-FOUND
        END-IF
    END-IF.

AccumulateException.

    ADD 1 TO WS-EXCEPTION-COUNT.

*>  A severity outside 1-4 is a writer's slip, not a reason to lose
*>  the exception: it is taken as a notice, or as critical if over.
    EVALUATE TRUE
        WHEN EXC-SEVERITY NOT NUMERIC
            MOVE 1 TO WS-RECORD-SEVERITY
        WHEN EXC-SEVERITY < 1
            MOVE 1 TO WS-RECORD-SEVERITY
        WHEN EXC-SEVERITY > 4
            MOVE 4 TO WS-RECORD-SEVERITY
        WHEN OTHER
            MOVE EXC-SEVERITY TO WS-RECORD-SEVERITY
    END-EVALUATE.

    MOVE ZERO TO WS-ALERT-FOUND.
    MOVE 1 TO WS-ALERT-SUB.
    PERFORM UNTIL WS-ALERT-FOUND > ZERO
        OR WS-ALERT-SUB > WS-ALERT-COUNT
        IF WS-AL-PROGRAM(WS-ALERT-SUB) = EXC-PROGRAM
            AND WS-AL-CODE(WS-ALERT-SUB) = EXC-CODE
            MOVE WS-ALERT-SUB TO WS-ALERT-FOUND
        ELSE
            ADD 1 TO WS-ALERT-SUB
        END-IF
    END-PERFORM.

    IF WS-ALERT-FOUND = ZERO
        IF WS-ALERT-COUNT >= WS-ALERT-LIMIT
            ADD 1 TO WS-DROPPED-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-ALERT-COUNT
        MOVE WS-ALERT-COUNT TO WS-ALERT-FOUND
        MOVE EXC-PROGRAM TO WS-AL-PROGRAM(WS-ALERT-FOUND)
        MOVE EXC-CODE    TO WS-AL-CODE(WS-ALERT-FOUND)
        MOVE ZERO        TO WS-AL-COUNT(WS-ALERT-FOUND)
        MOVE ZERO        TO WS-AL-WRITER-SEV(WS-ALERT-FOUND)
        MOVE EXC-SUBJECT TO WS-AL-SUBJECT(WS-ALERT-FOUND)
        MOVE EXC-TEXT    TO WS-AL-TEXT(WS-ALERT-FOUND)
    END-IF.

    IF WS-AL-COUNT(WS-ALERT-FOUND) < 99999
        ADD 1 TO WS-AL-COUNT(WS-ALERT-FOUND)
    END-IF.
    IF WS-RECORD-SEVERITY > WS-AL-WRITER-SEV(WS-ALERT-FOUND)
        MOVE WS-RECORD-SEVERITY TO WS-AL-WRITER-SEV(WS-ALERT-FOUND)
    END-IF.
    MOVE EXC-TIMESTAMP TO WS-AL-LAST-TS(WS-ALERT-FOUND).
    MOVE EXC-RUN-ID    TO WS-AL-RUN-ID(WS-ALERT-FOUND).

JudgeAlert.

*>  Effective severity: the writer's, or the code's override, then
*>  one higher once the code reaches its escalation count. Paging:
*>  the code's own rule if it has one, otherwise the threshold.
    MOVE WS-AL-WRITER-SEV(WS-ALERT-SUB)
        TO WS-AL-SEVERITY(WS-ALERT-SUB).
    MOVE SPACES TO WS-AL-PAGE(WS-ALERT-SUB).

    MOVE ZERO TO WS-RULE-FOUND.
    MOVE 1 TO WS-RULE-SUB.
    PERFORM UNTIL WS-RULE-FOUND > ZERO
        OR WS-RULE-SUB > WS-RULE-COUNT
        IF WS-RL-CODE(WS-RULE-SUB) = WS-AL-CODE(WS-ALERT-SUB)
            MOVE WS-RULE-SUB TO WS-RULE-FOUND
        ELSE
            ADD 1 TO WS-RULE-SUB
        END-IF
    END-PERFORM.

    IF WS-RULE-FOUND > ZERO
        IF WS-RL-SEVERITY(WS-RULE-FOUND) > ZERO
            MOVE WS-RL-SEVERITY(WS-RULE-FOUND)
                TO WS-AL-SEVERITY(WS-ALERT-SUB)
        END-IF
        IF WS-RL-ESCALATE-AT(WS-RULE-FOUND) > ZERO
            AND WS-AL-COUNT(WS-ALERT-SUB)
                >= WS-RL-ESCALATE-AT(WS-RULE-FOUND)
            AND WS-AL-SEVERITY(WS-ALERT-SUB) < 4
            ADD 1 TO WS-AL-SEVERITY(WS-ALERT-SUB)
        END-IF
        MOVE WS-RL-PAGE(WS-RULE-FOUND) TO WS-AL-PAGE(WS-ALERT-SUB)
    END-IF.

    IF WS-AL-PAGE(WS-ALERT-SUB) = SPACES
        IF WS-AL-SEVERITY(WS-ALERT-SUB) >= WS-PAGE-THRESHOLD
            MOVE "Y" TO WS-AL-PAGE(WS-ALERT-SUB)
        ELSE
            MOVE "N" TO WS-AL-PAGE(WS-ALERT-SUB)
        END-IF
    END-IF.

    MOVE WS-AL-SEVERITY(WS-ALERT-SUB) TO WS-SEVERITY-SUB.
    ADD 1 TO WS-SEVERITY-TOTAL(WS-SEVERITY-SUB).
    IF WS-AL-PAGE(WS-ALERT-SUB) = "Y"
        ADD 1 TO WS-PAGE-COUNT
    END-IF.

WriteSummary.

    OPEN OUTPUT ALERT-REPORT-FILE.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HEAD-DATE.
    WRITE ALERT-REPORT-LINE FROM WS-HEADING-LINE.
    MOVE WS-BUSINESS-DATE   TO WS-DTL-DATE.
    MOVE WS-EXCEPTION-COUNT TO WS-DTL-EXCEPTIONS.
    MOVE WS-ALERT-COUNT     TO WS-DTL-ALERTS.
    WRITE ALERT-REPORT-LINE FROM WS-DATE-LINE.
    MOVE WS-SEVERITY-TOTAL(4) TO WS-SVL-CRITICAL.
    MOVE WS-SEVERITY-TOTAL(3) TO WS-SVL-ERROR.
    MOVE WS-SEVERITY-TOTAL(2) TO WS-SVL-WARNING.
    MOVE WS-SEVERITY-TOTAL(1) TO WS-SVL-NOTICE.
    WRITE ALERT-REPORT-LINE FROM WS-SEVERITY-LINE.
    IF WS-PAGE-COUNT > ZERO
        MOVE "YES" TO WS-PGL-ANSWER
    ELSE
        MOVE "NO"  TO WS-PGL-ANSWER
    END-IF.
    MOVE WS-PAGE-COUNT     TO WS-PGL-COUNT.
    MOVE WS-PAGE-THRESHOLD TO WS-PGL-THRESHOLD.
    WRITE ALERT-REPORT-LINE FROM WS-PAGE-LINE.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE ALERT-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "ALERTS - MOST SEVERE FIRST, PG ** PAGES THE OPERATOR ON CALL"
        TO WS-TEXT-LINE.
    WRITE ALERT-REPORT-LINE FROM WS-TEXT-LINE.

    IF WS-ALERT-COUNT = ZERO
        MOVE "  (NONE)" TO WS-TEXT-LINE
        WRITE ALERT-REPORT-LINE FROM WS-TEXT-LINE
    ELSE
        WRITE ALERT-REPORT-LINE FROM WS-COLUMN-LINE
        MOVE ZERO TO WS-LISTED-COUNT
        MOVE ZERO TO WS-UNLISTED-COUNT
        MOVE 4 TO WS-SEVERITY-SUB
        PERFORM UNTIL WS-SEVERITY-SUB < 1
            MOVE 1 TO WS-ALERT-SUB
            PERFORM UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
                IF WS-AL-SEVERITY(WS-ALERT-SUB) = WS-SEVERITY-SUB
                    PERFORM WriteAlertLines
                END-IF
                ADD 1 TO WS-ALERT-SUB
            END-PERFORM
            SUBTRACT 1 FROM WS-SEVERITY-SUB
        END-PERFORM
        IF WS-UNLISTED-COUNT > ZERO
            MOVE WS-UNLISTED-COUNT TO WS-MRL-COUNT
            WRITE ALERT-REPORT-LINE FROM WS-MORE-LINE
        END-IF
    END-IF.

    IF WS-DROPPED-COUNT > ZERO
        MOVE WS-DROPPED-COUNT TO WS-DRL-COUNT
        WRITE ALERT-REPORT-LINE FROM WS-DROPPED-LINE
    END-IF.

    CLOSE ALERT-REPORT-FILE.

WriteAlertLines.

    IF WS-LISTED-COUNT >= WS-LINE-LIMIT
        ADD 1 TO WS-UNLISTED-COUNT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-LISTED-COUNT.

    IF WS-AL-PAGE(WS-ALERT-SUB) = "Y"
        MOVE "** " TO WS-ALD-PAGE
    ELSE
        MOVE SPACES TO WS-ALD-PAGE
    END-IF.
    MOVE WS-SEVERITY-NAME(WS-SEVERITY-SUB) TO WS-ALD-SEVERITY.
    MOVE WS-AL-PROGRAM(WS-ALERT-SUB)       TO WS-ALD-PROGRAM.
    MOVE WS-AL-CODE(WS-ALERT-SUB)          TO WS-ALD-CODE.
    MOVE WS-AL-COUNT(WS-ALERT-SUB)         TO WS-ALD-COUNT.
    MOVE WS-AL-SUBJECT(WS-ALERT-SUB)       TO WS-ALD-SUBJECT.
    WRITE ALERT-REPORT-LINE FROM WS-ALERT-LINE.
    MOVE WS-AL-TEXT(WS-ALERT-SUB)          TO WS-ALT-TEXT.
    MOVE WS-AL-RUN-ID(WS-ALERT-SUB)        TO WS-ALT-RUN-ID.
    MOVE WS-AL-LAST-TS(WS-ALERT-SUB)(9:6)  TO WS-ALT-TIME.
    WRITE ALERT-REPORT-LINE FROM WS-ALERT-TEXT-LINE.

WriteExtract.

    OPEN OUTPUT ALERT-EXTRACT-FILE.
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "CALCALRT.DAT not writable, status "
            WS-EXTRACT-FILE-STATUS ", no alert extract."
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES                TO ALERT-HEADER-RECORD.
    MOVE "H"                   TO ALH-RECORD-TYPE.
    MOVE WS-BUSINESS-DATE      TO ALH-BUSINESS-DATE.
    MOVE FUNCTION CURRENT-DATE TO ALH-CREATED.
    MOVE WS-PAGE-THRESHOLD     TO ALH-PAGE-THRESHOLD.
    IF WS-PAGE-COUNT > ZERO
        MOVE "Y" TO ALH-PAGE-ONCALL
    ELSE
        MOVE "N" TO ALH-PAGE-ONCALL
    END-IF.
    WRITE ALERT-HEADER-RECORD.

    MOVE 4 TO WS-SEVERITY-SUB.
    PERFORM UNTIL WS-SEVERITY-SUB < 1
        MOVE 1 TO WS-ALERT-SUB
        PERFORM UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
            IF WS-AL-SEVERITY(WS-ALERT-SUB) = WS-SEVERITY-SUB
                PERFORM WriteAlertRecord
            END-IF
            ADD 1 TO WS-ALERT-SUB
        END-PERFORM
        SUBTRACT 1 FROM WS-SEVERITY-SUB
    END-PERFORM.

    MOVE SPACES                TO ALERT-TRAILER-RECORD.
    MOVE "T"                   TO ALT-RECORD-TYPE.
    MOVE WS-BUSINESS-DATE      TO ALT-BUSINESS-DATE.
    MOVE WS-ALERT-COUNT        TO ALT-ALERT-COUNT.
    MOVE WS-EXCEPTION-COUNT    TO ALT-EXCEPTION-COUNT.
    MOVE WS-SEVERITY-TOTAL(4)  TO ALT-CRITICAL-COUNT.
    MOVE WS-SEVERITY-TOTAL(3)  TO ALT-ERROR-COUNT.
    MOVE WS-SEVERITY-TOTAL(2)  TO ALT-WARNING-COUNT.
    MOVE WS-SEVERITY-TOTAL(1)  TO ALT-NOTICE-COUNT.
    MOVE WS-PAGE-COUNT         TO ALT-PAGE-COUNT.
    MOVE WS-FINAL-RC           TO ALT-RETURN-CODE.
    WRITE ALERT-TRAILER-RECORD.

    CLOSE ALERT-EXTRACT-FILE.

WriteAlertRecord.

    MOVE "A"                          TO ALA-RECORD-TYPE.
    MOVE WS-BUSINESS-DATE             TO ALA-BUSINESS-DATE.
    MOVE WS-AL-SEVERITY(WS-ALERT-SUB) TO ALA-SEVERITY.
    MOVE WS-AL-PAGE(WS-ALERT-SUB)     TO ALA-PAGE.
    MOVE WS-AL-PROGRAM(WS-ALERT-SUB)  TO ALA-PROGRAM.
    MOVE WS-AL-CODE(WS-ALERT-SUB)     TO ALA-CODE.
    MOVE WS-AL-COUNT(WS-ALERT-SUB)    TO ALA-COUNT.
    MOVE WS-AL-RUN-ID(WS-ALERT-SUB)   TO ALA-RUN-ID.
    MOVE WS-AL-LAST-TS(WS-ALERT-SUB)  TO ALA-LAST-TIMESTAMP.
    MOVE WS-AL-SUBJECT(WS-ALERT-SUB)  TO ALA-SUBJECT.
    MOVE WS-AL-TEXT(WS-ALERT-SUB)     TO ALA-TEXT.
    WRITE ALERT-DETAIL-RECORD.
