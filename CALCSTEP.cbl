IDENTIFICATION DIVISION.
PROGRAM-ID. CalculatorStepLedger.

*> Keeps the CALCNITE step ledger CALCSTEP.DAT. scripts/run_step.sh
*> calls it with a BEGIN request before each stream step and an END
*> request after it, so the ledger always knows which steps of the
*> business date's stream have completed. A step already completed
*> for the date is answered SKIP with the return code it ended with;
*> anything else is answered RUN. An operator who deliberately wants
*> a completed step re-executed files an OVERRIDE request through
*> scripts/run_stepovr.sh, which is recorded on the step's entry.
*> One who has to give up on a step that keeps failing files a CLOSE
*> request the same way, so the night stops being resumed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.
    SELECT STEP-PARM-FILE ASSIGN TO "CALCSTEP.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    SELECT STEP-ANSWER-FILE ASSIGN TO "CALCSTEP.ANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ANSWER-FILE-STATUS.
    SELECT STEP-LEDGER-FILE ASSIGN TO "CALCSTEP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-FILE-STATUS.
    SELECT CALC-RUN-FILE ASSIGN TO "CALCRUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

FD  STEP-PARM-FILE.
    COPY CALCSTPP.

FD  STEP-ANSWER-FILE.
*> One line the wrapper script reads back: RUN or SKIP, then the
*> return code to hand to the scheduler when skipping.
01  STEP-ANSWER-RECORD.
    05  ANS-ACTION          PIC X(4).
    05  FILLER              PIC X(1).
    05  ANS-RETURN-CODE     PIC 9(4).

FD  STEP-LEDGER-FILE.
    COPY CALCSTPL.

FD  CALC-RUN-FILE.
    COPY CALCRUN.

WORKING-STORAGE SECTION.
COPY CALCBDWS.

01 WS-PARM-FILE-STATUS   PIC X(2).
01 WS-ANSWER-FILE-STATUS PIC X(2).
01 WS-LEDGER-FILE-STATUS PIC X(2).
01 WS-LEDGER-EOF         PIC X(1) VALUE "N".
01 WS-RUN-FILE-STATUS    PIC X(2).
01 WS-RUN-EOF            PIC X(1) VALUE "N".
01 WS-FINAL-RC           PIC 9(4) VALUE ZERO.

*> The CALCNITE steps, in stream order. BDTE is never skipped: it is
*> the step that establishes (or, for an unfinished night, resumes)
*> the business date every other entry is keyed by. Nor are the
*> read-only reporters VRFY, HIST, RDY, OPS and ALRT: they change
*> nothing, and a resumed night needs them to report what its rerun
*> did rather than leave the failed pass's picture standing.
01 WS-STEP-NAMES.
    05 FILLER PIC X(32) VALUE "BDTE    GEN     RCYC    EDIT    ".
    05 FILLER PIC X(32) VALUE "SUITE   ARCH    VRFY    RECON   ".
    05 FILLER PIC X(32) VALUE "AGE     PROM    RPRT    SRV     ".
    05 FILLER PIC X(32) VALUE "HIST    RDY     OPS     ALRT    ".
01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
    05 WS-STEP-NAME OCCURS 16 PIC X(8).
01 WS-STEP-COUNT         PIC 9(2) VALUE 16.
01 WS-STEP-SUB           PIC 9(2).
01 WS-STEP-KNOWN         PIC X(1).

01 WS-REQUEST-FUNCTION   PIC X(8).
01 WS-REQUEST-STEP       PIC X(8).
01 WS-REQUEST-RC         PIC 9(4).
01 WS-REQUEST-OPERATOR   PIC X(8).
01 WS-REQUEST-REASON     PIC X(40).

*> The whole ledger is held and rewritten, the way the masters are.
*> When the table is full the oldest entry is shifted out, which at
*> sixteen steps a night still keeps better than half a year.
01 WS-LEDGER-LIMIT       PIC 9(4) VALUE 3000.
01 WS-LEDGER-COUNT       PIC 9(4) VALUE ZERO.
01 WS-LEDGER-TABLE.
    05 WS-LEDGER-IMAGE OCCURS 3000 PIC X(158).
01 WS-LEDGER-SUB         PIC 9(4).
01 WS-LEDGER-FOUND       PIC 9(4) VALUE ZERO.
COPY CALCSTPL REPLACING ==STEP-LEDGER-RECORD== BY ==WS-LEDGER-ENTRY==
    LEADING ==STL-== BY ==WL-==.

01 WS-NOW                PIC X(26).
01 WS-EDIT-RC            PIC ZZZ9.

PROCEDURE DIVISION.

    DISPLAY "Running CALCSTEP...".

    PERFORM LoadBusinessDate.
    PERFORM LoadRequest.
    IF WS-FINAL-RC > ZERO
        MOVE WS-FINAL-RC TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO WS-NOW.
    PERFORM LoadLedger.
    PERFORM LocateLedgerEntry.

    EVALUATE WS-REQUEST-FUNCTION
        WHEN "BEGIN"
            PERFORM BeginStep
        WHEN "END"
            PERFORM EndStep
        WHEN "OVERRIDE"
            PERFORM OverrideStep
        WHEN "CLOSE"
            PERFORM CloseStep
    END-EVALUATE.

    IF WS-FINAL-RC = ZERO
        PERFORM RewriteLedger
    END-IF.

    DISPLAY "CALCSTEP finished.".

    MOVE WS-FINAL-RC TO RETURN-CODE.

    STOP RUN.

COPY CALCBDPR.

LoadRequest.

    OPEN INPUT STEP-PARM-FILE.
    IF WS-PARM-FILE-STATUS = "35"
        DISPLAY "CALCSTEP.PRM not found, no request to act on."
        MOVE 8 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.
    READ STEP-PARM-FILE
        AT END
            DISPLAY "CALCSTEP.PRM empty, no request to act on."
            MOVE 8 TO WS-FINAL-RC
        NOT AT END
            MOVE STP-FUNCTION  TO WS-REQUEST-FUNCTION
            MOVE STP-STEP-NAME TO WS-REQUEST-STEP
            MOVE STP-OPERATOR  TO WS-REQUEST-OPERATOR
            MOVE STP-REASON    TO WS-REQUEST-REASON
            IF STP-RETURN-CODE NUMERIC
                MOVE STP-RETURN-CODE TO WS-REQUEST-RC
            ELSE
                MOVE ZERO TO WS-REQUEST-RC
            END-IF
    END-READ.
    CLOSE STEP-PARM-FILE.
    IF WS-FINAL-RC > ZERO
        EXIT PARAGRAPH
    END-IF.

    IF WS-REQUEST-FUNCTION NOT = "BEGIN"
        AND WS-REQUEST-FUNCTION NOT = "END"
        AND WS-REQUEST-FUNCTION NOT = "OVERRIDE"
        AND WS-REQUEST-FUNCTION NOT = "CLOSE"
        DISPLAY "Unknown CALCSTEP request: " WS-REQUEST-FUNCTION
        MOVE 8 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-STEP-KNOWN.
    MOVE 1 TO WS-STEP-SUB.
    PERFORM UNTIL WS-STEP-KNOWN = "Y"
        OR WS-STEP-SUB > WS-STEP-COUNT
        IF WS-STEP-NAME(WS-STEP-SUB) = WS-REQUEST-STEP
            MOVE "Y" TO WS-STEP-KNOWN
        ELSE
            ADD 1 TO WS-STEP-SUB
        END-IF
    END-PERFORM.
    IF WS-STEP-KNOWN = "N"
        DISPLAY "Not a CALCNITE step: " WS-REQUEST-STEP
        MOVE 8 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.

    IF WS-REQUEST-FUNCTION = "OVERRIDE" OR "CLOSE"
        EVALUATE TRUE
            WHEN WS-REQUEST-STEP = "BDTE" OR "VRFY" OR "HIST"
                    OR "RDY" OR "OPS" OR "ALRT"
                DISPLAY "Step " WS-REQUEST-STEP
                    " always runs and never holds a night open; "
                    "no override or close needed."
                MOVE 8 TO WS-FINAL-RC
            WHEN WS-REQUEST-OPERATOR = SPACES
                DISPLAY "Request refused: operator ID missing."
                MOVE 8 TO WS-FINAL-RC
            WHEN WS-REQUEST-REASON = SPACES
                DISPLAY "Request refused: reason missing."
                MOVE 8 TO WS-FINAL-RC
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

LoadLedger.

    OPEN INPUT STEP-LEDGER-FILE.
    IF WS-LEDGER-FILE-STATUS = "35"
        DISPLAY "CALCSTEP.DAT not found, starting a new ledger."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-LEDGER-EOF.
    PERFORM UNTIL WS-LEDGER-EOF = "Y"
        READ STEP-LEDGER-FILE
            AT END
                MOVE "Y" TO WS-LEDGER-EOF
            NOT AT END
                IF WS-LEDGER-COUNT = WS-LEDGER-LIMIT
                    PERFORM DropOldestEntry
                END-IF
                ADD 1 TO WS-LEDGER-COUNT
                MOVE STEP-LEDGER-RECORD
                    TO WS-LEDGER-IMAGE(WS-LEDGER-COUNT)
        END-READ
    END-PERFORM.
    CLOSE STEP-LEDGER-FILE.

DropOldestEntry.

    MOVE 1 TO WS-LEDGER-SUB.
    PERFORM UNTIL WS-LEDGER-SUB >= WS-LEDGER-COUNT
        MOVE WS-LEDGER-IMAGE(WS-LEDGER-SUB + 1)
            TO WS-LEDGER-IMAGE(WS-LEDGER-SUB)
        ADD 1 TO WS-LEDGER-SUB
    END-PERFORM.
    SUBTRACT 1 FROM WS-LEDGER-COUNT.

LocateLedgerEntry.

    MOVE ZERO TO WS-LEDGER-FOUND.
    MOVE 1 TO WS-LEDGER-SUB.
    PERFORM UNTIL WS-LEDGER-FOUND > ZERO
        OR WS-LEDGER-SUB > WS-LEDGER-COUNT
        MOVE WS-LEDGER-IMAGE(WS-LEDGER-SUB) TO WS-LEDGER-ENTRY
        IF WL-BUSINESS-DATE = WS-BUSINESS-DATE
            AND WL-STEP-NAME = WS-REQUEST-STEP
            MOVE WS-LEDGER-SUB TO WS-LEDGER-FOUND
        ELSE
            ADD 1 TO WS-LEDGER-SUB
        END-IF
    END-PERFORM.

    IF WS-LEDGER-FOUND = ZERO
        MOVE SPACES            TO WS-LEDGER-ENTRY
        MOVE WS-BUSINESS-DATE  TO WL-BUSINESS-DATE
        MOVE WS-REQUEST-STEP   TO WL-STEP-NAME
        MOVE ZERO              TO WL-RETURN-CODE
        MOVE ZERO              TO WL-RUN-ID
        MOVE ZERO              TO WL-ATTEMPTS
        MOVE ZERO              TO WL-OVR-COUNT
    END-IF.

BeginStep.

    OPEN OUTPUT STEP-ANSWER-FILE.
    MOVE SPACES TO STEP-ANSWER-RECORD.

    IF WS-REQUEST-STEP = "BDTE"
        MOVE "RUN " TO ANS-ACTION
        MOVE ZERO   TO ANS-RETURN-CODE
        WRITE STEP-ANSWER-RECORD
        CLOSE STEP-ANSWER-FILE
        EXIT PARAGRAPH
    END-IF.

    IF WS-LEDGER-FOUND > ZERO AND WL-COMPLETED
        AND WS-REQUEST-STEP NOT = "VRFY" AND "HIST" AND "RDY"
            AND "OPS" AND "ALRT"
        MOVE WL-RETURN-CODE TO WS-EDIT-RC
        DISPLAY "Step " WS-REQUEST-STEP " already completed for "
            WS-BUSINESS-DATE " with RC" WS-EDIT-RC ", skipped."
        MOVE "SKIP"         TO ANS-ACTION
        MOVE WL-RETURN-CODE TO ANS-RETURN-CODE
        WRITE STEP-ANSWER-RECORD
        CLOSE STEP-ANSWER-FILE
        EXIT PARAGRAPH
    END-IF.

*>  A closed step never finished, so the steps that depend on it are
*>  handed RC 8 and bypass themselves exactly as after a failure.
    IF WS-LEDGER-FOUND > ZERO AND WL-CLOSED
        DISPLAY "Step " WS-REQUEST-STEP " was closed unfinished by "
            WL-OVR-OPERATOR ", skipped with RC 8."
        MOVE "SKIP" TO ANS-ACTION
        MOVE 8      TO ANS-RETURN-CODE
        WRITE STEP-ANSWER-RECORD
        CLOSE STEP-ANSWER-FILE
        EXIT PARAGRAPH
    END-IF.

    IF WS-LEDGER-FOUND > ZERO
        EVALUATE WL-STATUS
            WHEN "S"
                DISPLAY "Step " WS-REQUEST-STEP " did not finish "
                    "its last attempt, re-executing."
            WHEN "F"
                MOVE WL-RETURN-CODE TO WS-EDIT-RC
                DISPLAY "Step " WS-REQUEST-STEP " failed with RC"
                    WS-EDIT-RC " last attempt, re-executing."
            WHEN "O"
                DISPLAY "Step " WS-REQUEST-STEP " re-executed on "
                    "override by " WL-OVR-OPERATOR ": "
                    WL-OVR-REASON
            WHEN "C"
                DISPLAY "Step " WS-REQUEST-STEP " reports on the "
                    "night as it now stands, re-executing."
        END-EVALUATE
    END-IF.

    MOVE "RUN " TO ANS-ACTION.
    MOVE ZERO   TO ANS-RETURN-CODE.
    WRITE STEP-ANSWER-RECORD.
    CLOSE STEP-ANSWER-FILE.

    MOVE "S"    TO WL-STATUS.
    MOVE ZERO   TO WL-RETURN-CODE.
    MOVE ZERO   TO WL-RUN-ID.
    ADD 1       TO WL-ATTEMPTS.
    MOVE WS-NOW TO WL-START-TIMESTAMP.
    MOVE SPACES TO WL-END-TIMESTAMP.
    PERFORM StoreLedgerEntry.

EndStep.

*>  BDTE has no BEGIN entry (the date was not known until it ran),
*>  so its entry is made here, under the date it has just set.
    IF WS-REQUEST-STEP = "BDTE"
        OR WL-START-TIMESTAMP = SPACES
        MOVE WS-NOW TO WL-START-TIMESTAMP
        ADD 1 TO WL-ATTEMPTS
    END-IF.

    MOVE WS-REQUEST-RC TO WL-RETURN-CODE.
    MOVE WS-NOW        TO WL-END-TIMESTAMP.
*>  The stream's programs end 0, 4 or 8 by their own choice; any
*>  other code is the runtime or the shell reporting a failure.
    IF WS-REQUEST-RC = 0 OR 4 OR 8
        MOVE "C" TO WL-STATUS
    ELSE
        MOVE "F" TO WL-STATUS
    END-IF.
    PERFORM FindStepRunId.
    PERFORM StoreLedgerEntry.

    MOVE WS-REQUEST-RC TO WS-EDIT-RC.
    IF WL-STATUS = "F"
        DISPLAY "Step " WS-REQUEST-STEP " failed for "
            WS-BUSINESS-DATE " with RC" WS-EDIT-RC
            "; a rerun will re-execute it."
    ELSE
        DISPLAY "Step " WS-REQUEST-STEP " completed for "
            WS-BUSINESS-DATE " with RC" WS-EDIT-RC "."
    END-IF.

FindStepRunId.

*>  The step's run ID is the first run its program opened in
*>  CALCRUN.DAT after the step started; a program that keeps no run
*>  control leaves it zero.
    MOVE ZERO TO WL-RUN-ID.
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
                IF (RUN-EVENT = "START" OR "RESUM")
                    AND RUN-TIMESTAMP(1:16)
                        >= WL-START-TIMESTAMP(1:16)
                    MOVE RUN-ID TO WL-RUN-ID
                    MOVE "Y" TO WS-RUN-EOF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CALC-RUN-FILE.

OverrideStep.

    ADD 1 TO WL-OVR-COUNT.
    MOVE "O"                 TO WL-STATUS.
    MOVE WS-REQUEST-OPERATOR TO WL-OVR-OPERATOR.
    MOVE WS-NOW              TO WL-OVR-TIMESTAMP.
    MOVE WS-REQUEST-REASON   TO WL-OVR-REASON.
    PERFORM StoreLedgerEntry.

    DISPLAY "Override recorded: step " WS-REQUEST-STEP " for "
        WS-BUSINESS-DATE " by " WS-REQUEST-OPERATOR ".".
    DISPLAY "The next CALCNITE run resumes this date and "
        "re-executes the step.".

CloseStep.

*>  Only a step that is holding the night open can be closed: one
*>  that abended, failed, or is waiting on an override. The step
*>  keeps its last return code; the close is recorded in the
*>  override fields.
    IF WS-LEDGER-FOUND = ZERO OR NOT WL-UNFINISHED
        DISPLAY "Close refused: step " WS-REQUEST-STEP " is not "
            "unfinished for " WS-BUSINESS-DATE "."
        MOVE 8 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WL-OVR-COUNT.
    MOVE "X"                 TO WL-STATUS.
    MOVE WS-REQUEST-OPERATOR TO WL-OVR-OPERATOR.
    MOVE WS-NOW              TO WL-OVR-TIMESTAMP.
    MOVE WS-REQUEST-REASON   TO WL-OVR-REASON.
    PERFORM StoreLedgerEntry.

    DISPLAY "Close recorded: step " WS-REQUEST-STEP " for "
        WS-BUSINESS-DATE " by " WS-REQUEST-OPERATOR ".".
    DISPLAY "The step no longer holds the night open; the next "
        "CALCNITE run takes a new business date once no other "
        "step is unfinished.".

StoreLedgerEntry.

    IF WS-LEDGER-FOUND = ZERO
        IF WS-LEDGER-COUNT = WS-LEDGER-LIMIT
            PERFORM DropOldestEntry
        END-IF
        ADD 1 TO WS-LEDGER-COUNT
        MOVE WS-LEDGER-COUNT TO WS-LEDGER-FOUND
    END-IF.
    MOVE WS-LEDGER-ENTRY TO WS-LEDGER-IMAGE(WS-LEDGER-FOUND).

RewriteLedger.

    OPEN OUTPUT STEP-LEDGER-FILE.
    MOVE 1 TO WS-LEDGER-SUB.
    PERFORM UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
        MOVE WS-LEDGER-IMAGE(WS-LEDGER-SUB) TO STEP-LEDGER-RECORD
        WRITE STEP-LEDGER-RECORD
        ADD 1 TO WS-LEDGER-SUB
    END-PERFORM.
    CLOSE STEP-LEDGER-FILE.
