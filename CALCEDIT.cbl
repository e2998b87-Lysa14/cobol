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

01 WS-ADDITION-FILE-STATUS PIC X(2).
01 WS-ADDITION-EOF         PIC X(1) VALUE "N".
    05 FILLER              PIC X(2) VALUE "  ".
    05 WS-ERR-IMAGE        PIC X(45).

*> Subjects and text of the exceptions fed to CALCEXC.DAT.
01 WS-EXC-REJECT-SUBJECT.
    05 WS-EXC-REJ-FILE     PIC X(13).
    05 WS-EXC-REJ-RECORD   PIC 9(7).
01 WS-EXC-QUEUE-SUBJECT.
    05 FILLER              PIC X(12) VALUE "QUEUE ENTRY ".
    05 WS-EXC-QUEUE-SEQ    PIC 9(5).
    05 FILLER              PIC X(3) VALUE SPACES.
01 WS-EXC-RATE-TEXT.
    05 FILLER              PIC X(12) VALUE "REJECT RATE ".
    05 WS-EXC-RATE         PIC ZZ9.
    05 FILLER              PIC X(25)
       VALUE " PERCENT, STREAM HELD".

PROCEDURE DIVISION.

    DISPLAY "Running CALCEDIT...".

    PERFORM LoadBusinessDate.
    MOVE "CALCEDIT"       TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.
    PERFORM LoadParameters.
    PERFORM LoadRecycleQueue.

            MOVE 0 TO RETURN-CODE
        WHEN WS-REJECT-RATE >= WS-REJECT-THRESHOLD
            DISPLAY "Reject rate abnormal, stream should be held."
            MOVE 4                TO WS-EXC-SEVERITY
            MOVE "EDITHOLD"       TO WS-EXC-CODE
            MOVE "ALL INPUT FILES" TO WS-EXC-SUBJECT
            MOVE WS-REJECT-RATE   TO WS-EXC-RATE
            MOVE WS-EXC-RATE-TEXT TO WS-EXC-TEXT
            PERFORM WriteException
            MOVE 8 TO RETURN-CODE
        WHEN OTHER
            MOVE 4 TO RETURN-CODE
    WRITE EDIT-ERROR-LINE FROM WS-ERROR-DETAIL.
    DISPLAY "Rejected " WS-ERR-FILE " record " WS-RECORD-NUMBER
        ": " WS-REJECT-REASON.
    MOVE 2                     TO WS-EXC-SEVERITY.
    MOVE "EDITREJ"             TO WS-EXC-CODE.
    MOVE WS-ERR-FILE           TO WS-EXC-REJ-FILE.
    MOVE WS-RECORD-NUMBER      TO WS-EXC-REJ-RECORD.
    MOVE WS-EXC-REJECT-SUBJECT TO WS-EXC-SUBJECT.
    MOVE WS-REJECT-REASON      TO WS-EXC-TEXT.
    PERFORM WriteException.
    PERFORM QueueReject.

LoadRecycleQueue.
    MOVE WS-REASON-CODE TO WS-RCY-REASON(WS-RCY-SUB).
    DISPLAY "Repaired record for queue entry "
        WS-RCY-SEQ(WS-RCY-SUB) " still bad: " WS-REJECT-REASON.
    MOVE 2                      TO WS-EXC-SEVERITY.
    MOVE "EDITRPBD"             TO WS-EXC-CODE.
    MOVE WS-RCY-SEQ(WS-RCY-SUB) TO WS-EXC-QUEUE-SEQ.
    MOVE WS-EXC-QUEUE-SUBJECT   TO WS-EXC-SUBJECT.
    MOVE WS-REJECT-REASON       TO WS-EXC-TEXT.
    PERFORM WriteException.

RewriteRecycleQueue.

    CLOSE RECYCLE-FILE.

COPY CALCBDPR.
COPY CALCEXPR.
