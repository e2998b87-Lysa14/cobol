    SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "CALCEXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-PARM-FILE.
    COPY CALCPARM.

FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

FD  EXCEPTION-FILE.
    COPY CALCEXCR.

WORKING-STORAGE SECTION.
COPY CALCBDWS.
COPY CALCEXWS.

01 WS-RUN-FILE-STATUS    PIC X(2).
01 WS-RUN-EOF            PIC X(1) VALUE "N".
01 WS-REPORT-FILE-STATUS PIC X(2).

01 WS-RUN-DATE           PIC X(8).

*> Abends and long runs are fed to CALCEXC.DAT only for runs started
*> on or after the business date -- the report covers the whole run
*> history, but the on-call summary wants tonight's. Each is fed
*> under the run ID of the run concerned.
01 WS-EXC-ABEND-TEXT.
    05 FILLER            PIC X(23) VALUE "NO END RECORD, STARTED ".
    05 WS-EXC-START-DATE PIC X(8).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-EXC-START-TIME PIC X(6).
    05 FILLER            PIC X(2) VALUE SPACES.
01 WS-EXC-SLOW-TEXT.
    05 FILLER            PIC X(4) VALUE "RAN ".
    05 WS-EXC-LATEST     PIC ZZZZZ9.
    05 FILLER            PIC X(18) VALUE "S AGAINST AVERAGE ".
    05 WS-EXC-AVERAGE    PIC ZZZZZ9.
    05 FILLER            PIC X(6) VALUE "S".

*> Return-code history line built left to right with a pointer, up
*> to the last ten completed runs per program.
01 WS-RC-POINTER         PIC 9(3).

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

*>  Only the exception feed is booked to the business date; the
*>  report is the run history as of the day it runs.
    PERFORM LoadBusinessDate.
    MOVE "CALCOPS"        TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.

    PERFORM LoadParameters.

    OPEN INPUT CALC-RUN-FILE.

    STOP RUN.

COPY CALCBDPR.

COPY CALCEXPR.

LoadParameters.

    OPEN INPUT CALC-PARM-FILE.
        IF WS-OPS-HAS-END(WS-OPS-SUB) = "N"
            ADD 1 TO WS-ABEND-COUNT
            MOVE " <== NO END - ABEND? " TO WS-DET-FLAG
            IF WS-OPS-START-TS(WS-OPS-SUB)(1:8) >= WS-BUSINESS-DATE
                PERFORM FeedAbend
            END-IF
        ELSE
            MOVE SPACES TO WS-DET-FLAG
        END-IF
        ADD 1 TO WS-OPS-SUB
    END-PERFORM.

FeedAbend.

    MOVE 4                          TO WS-EXC-SEVERITY.
    MOVE "OPSABEND"                 TO WS-EXC-CODE.
    MOVE WS-OPS-RUN-ID(WS-OPS-SUB)  TO WS-EXC-RUN-ID.
    MOVE WS-OPS-PROGRAM(WS-OPS-SUB) TO WS-EXC-SUBJECT.
    MOVE WS-OPS-START-TS(WS-OPS-SUB)(1:8) TO WS-EXC-START-DATE.
    MOVE WS-OPS-START-TS(WS-OPS-SUB)(9:6) TO WS-EXC-START-TIME.
    MOVE WS-EXC-ABEND-TEXT          TO WS-EXC-TEXT.
    PERFORM WriteException.

WriteRcHistory.

    MOVE SPACES TO WS-TEXT-LINE.
            " ran " WS-OPS-ELAPSED(WS-LATEST-SUB)
            " seconds against a recent average of "
            WS-PRIOR-AVERAGE
        IF WS-OPS-START-TS(WS-LATEST-SUB)(1:8) >= WS-BUSINESS-DATE
            MOVE 2                   TO WS-EXC-SEVERITY
            MOVE "OPSSLOW"           TO WS-EXC-CODE
            MOVE WS-OPS-RUN-ID(WS-LATEST-SUB)  TO WS-EXC-RUN-ID
            MOVE WS-PGM-NAME(WS-PGM-SUB)       TO WS-EXC-SUBJECT
            MOVE WS-OPS-ELAPSED(WS-LATEST-SUB) TO WS-EXC-LATEST
            MOVE WS-PRIOR-AVERAGE    TO WS-EXC-AVERAGE
            MOVE WS-EXC-SLOW-TEXT    TO WS-EXC-TEXT
            PERFORM WriteException
        END-IF
    END-IF.
