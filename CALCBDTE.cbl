    SELECT CALENDAR-FILE ASSIGN TO "CALCCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.
    SELECT STEP-LEDGER-FILE ASSIGN TO "CALCSTEP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "CALCEXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALENDAR-FILE.
    COPY CALCCALD.

FD  STEP-LEDGER-FILE.
    COPY CALCSTPL.

FD  EXCEPTION-FILE.
    COPY CALCEXCR.

WORKING-STORAGE SECTION.
COPY CALCEXWS.

01 WS-BDATE-FILE-STATUS    PIC X(2).
01 WS-CALENDAR-FILE-STATUS PIC X(2).
01 WS-CALENDAR-EOF         PIC X(1) VALUE "N".
*> index, and history. The collision is warned loudly (RC 4) so
*> operations can intervene before the downstream steps run.
01 WS-PRIOR-DATE           PIC X(8) VALUE SPACES.
*> A rerun of a stream that did not finish is not a collision: when
*> the CALCSTEP.DAT step ledger shows the previous stream's date with
*> a step that never ended, failed, or is waiting on an operator
*> override, that date is kept -- however far past midnight the
*> rerun starts -- so the steps it skips and the steps it re-executes
*> all book to the night they belong to.
01 WS-LEDGER-FILE-STATUS   PIC X(2).
01 WS-LEDGER-EOF           PIC X(1) VALUE "N".
01 WS-PRIOR-UNFINISHED     PIC X(1) VALUE "N".
01 WS-FINAL-RC             PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.

    DISPLAY "Running CALCBDTE...".

    MOVE "CALCBDTE" TO WS-EXC-PROGRAM.

    PERFORM LoadCalendar.

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CANDIDATE-DATE.
    END-IF.

    PERFORM ReadPriorControl.
    IF WS-PRIOR-DATE NOT = SPACES
        PERFORM CheckPriorStream
    END-IF.

    EVALUATE TRUE
        WHEN WS-PRIOR-UNFINISHED = "Y"
            DISPLAY "Resuming the unfinished stream for business "
                "date " WS-PRIOR-DATE "."
            MOVE WS-PRIOR-DATE TO WS-CANDIDATE-DATE
        WHEN WS-PRIOR-DATE = WS-CANDIDATE-DATE
            DISPLAY "WARNING: business date " WS-CANDIDATE-DATE
                " was already used by the previous stream."
            DISPLAY "WARNING: two streams on one date will pollute "
                "that day's log, archive and history."
            MOVE 4 TO WS-FINAL-RC
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    OPEN OUTPUT BUSINESS-DATE-FILE.
    MOVE WS-CANDIDATE-DATE TO BDT-BUSINESS-DATE.
    MOVE FUNCTION CURRENT-DATE TO BDT-SET-TIMESTAMP.
    WRITE BUSINESS-DATE-RECORD.
    CLOSE BUSINESS-DATE-FILE.

    PERFORM FeedExceptions.

    DISPLAY "CALCBDTE finished.".
    DISPLAY "Business date set to " WS-CANDIDATE-DATE ".".


    STOP RUN.

COPY CALCEXPR.

FeedExceptions.

*>  Fed only once the date is settled, so each carries the business
*>  date the rest of the night will book to.
    MOVE WS-CANDIDATE-DATE TO WS-EXC-BUSINESS-DATE.
    IF WS-IS-BUSINESS-DAY = "N"
        MOVE 3            TO WS-EXC-SEVERITY
        MOVE "NOBUSDAY"   TO WS-EXC-CODE
        MOVE "CALCCAL.DAT" TO WS-EXC-SUBJECT
        MOVE "NO BUSINESS DAY IN 2 WEEKS, SYSTEM DATE"
            TO WS-EXC-TEXT
        PERFORM WriteException
    END-IF.
    EVALUATE TRUE
        WHEN WS-PRIOR-UNFINISHED = "Y"
            MOVE 1            TO WS-EXC-SEVERITY
            MOVE "RESUMED"    TO WS-EXC-CODE
            MOVE WS-PRIOR-DATE TO WS-EXC-SUBJECT
            MOVE "UNFINISHED STREAM RESUMED"
                TO WS-EXC-TEXT
            PERFORM WriteException
        WHEN WS-FINAL-RC > ZERO
            MOVE 3            TO WS-EXC-SEVERITY
            MOVE "DATEUSED"   TO WS-EXC-CODE
            MOVE WS-CANDIDATE-DATE TO WS-EXC-SUBJECT
            MOVE "DATE ALREADY USED BY THE PREVIOUS STREAM"
                TO WS-EXC-TEXT
            PERFORM WriteException
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

ReadPriorControl.

    OPEN INPUT BUSINESS-DATE-FILE.
    END-READ.
    CLOSE BUSINESS-DATE-FILE.

CheckPriorStream.

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
*>              Only a writing step holds a night open. BDTE and
*>              the read-only reporters run again on every resubmit
*>              anyway, so one of them failing is no reason to keep
*>              the next night from getting its own date.
                IF STL-BUSINESS-DATE = WS-PRIOR-DATE
                    AND STL-UNFINISHED
                    AND STL-STEP-NAME NOT = "BDTE" AND "VRFY"
                        AND "HIST" AND "RDY" AND "OPS" AND "ALRT"
                    DISPLAY "Step " STL-STEP-NAME " of "
                        WS-PRIOR-DATE " is unfinished (status "
                        STL-STATUS ")."
                    MOVE "Y" TO WS-PRIOR-UNFINISHED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STEP-LEDGER-FILE.

LoadCalendar.

    OPEN INPUT CALENDAR-FILE.
