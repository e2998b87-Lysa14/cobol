    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "CALCEXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

FD  EXCEPTION-FILE.
    COPY CALCEXCR.

WORKING-STORAGE SECTION.
COPY CALCBDWS.
COPY CALCEXWS.

01 WS-RECYCLE-FILE-STATUS PIC X(2).
01 WS-RECYCLE-EOF         PIC X(1) VALUE "N".
    05 FILLER             PIC X(50) VALUE SPACES.
01 WS-TEXT-LINE           PIC X(80).

*> Subject and text of the exceptions fed to CALCEXC.DAT.
01 WS-EXC-QUEUE-SUBJECT.
    05 FILLER             PIC X(12) VALUE "QUEUE ENTRY ".
    05 WS-EXC-QUEUE-SEQ   PIC 9(5).
    05 FILLER             PIC X(3) VALUE SPACES.
01 WS-EXC-OPEN-TEXT.
    05 FILLER             PIC X(14) VALUE "STILL QUEUED, ".
    05 WS-EXC-OPEN-REASON PIC X(4).
    05 FILLER             PIC X(6) VALUE " AGED ".
    05 WS-EXC-OPEN-AGE    PIC ZZZZ9.
    05 FILLER             PIC X(11) VALUE " DAYS".

PROCEDURE DIVISION.

    DISPLAY "Running CALCRCY...".

    PERFORM LoadBusinessDate.
    MOVE "CALCRCY"        TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.
    MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM).
    STOP RUN.

COPY CALCBDPR.
COPY CALCEXPR.

LoadRecycleQueue.

        END-IF
    END-PERFORM.

    MOVE RCT-SEQ-NUMBER TO WS-EXC-QUEUE-SEQ.
    EVALUATE TRUE
        WHEN RCT-USER = SPACES
            ADD 1 TO WS-REJECTED-COUNT
            DISPLAY "Correction " WS-TXN-COUNT
                " rejected: operator id missing."
            MOVE "CORRECTION REJECTED, OPERATOR ID MISSING"
                TO WS-EXC-TEXT
            PERFORM FeedRejectedCorrection
        WHEN WS-RCY-FOUND = ZERO
            ADD 1 TO WS-REJECTED-COUNT
            DISPLAY "Correction " WS-TXN-COUNT
                " rejected: queue entry " RCT-SEQ-NUMBER
                " not on file."
            MOVE "CORRECTION REJECTED, ENTRY NOT ON FILE"
                TO WS-EXC-TEXT
            PERFORM FeedRejectedCorrection
        WHEN RCT-ACTION = "R"
            ADD 1 TO WS-APPLIED-COUNT
*>          Only the corrected half is replaced: the original
            ADD 1 TO WS-REJECTED-COUNT
            DISPLAY "Correction " WS-TXN-COUNT
                " rejected: unknown action code."
            MOVE "CORRECTION REJECTED, UNKNOWN ACTION CODE"
                TO WS-EXC-TEXT
            PERFORM FeedRejectedCorrection
    END-EVALUATE.

FeedRejectedCorrection.

    MOVE 2                    TO WS-EXC-SEVERITY.
    MOVE "RCYREJ"             TO WS-EXC-CODE.
    MOVE WS-EXC-QUEUE-SUBJECT TO WS-EXC-SUBJECT.
    PERFORM WriteException.

RewriteRecycleQueue.

    OPEN OUTPUT RECYCLE-FILE.
    MOVE WS-AGE-DAYS TO WS-DET-AGE.

    WRITE RECYCLE-REPORT-LINE FROM WS-DETAIL-LINE.

    MOVE 1                           TO WS-EXC-SEVERITY.
    MOVE "RCYOPEN"                   TO WS-EXC-CODE.
    MOVE WS-RCY-SEQ(WS-RCY-SUB)      TO WS-EXC-QUEUE-SEQ.
    MOVE WS-EXC-QUEUE-SUBJECT        TO WS-EXC-SUBJECT.
    MOVE WS-RCY-REASON(WS-RCY-SUB)   TO WS-EXC-OPEN-REASON.
    MOVE WS-AGE-DAYS                 TO WS-EXC-OPEN-AGE.
    MOVE WS-EXC-OPEN-TEXT            TO WS-EXC-TEXT.
    PERFORM WriteException.
