    SELECT VERIFY-REPORT-FILE ASSIGN TO "CALCVFY.RPT"
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
FD  VERIFY-REPORT-FILE.
01  VERIFY-REPORT-LINE   PIC X(80).

FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

FD  EXCEPTION-FILE.
    COPY CALCEXCR.

WORKING-STORAGE SECTION.
COPY CALCBDWS.
COPY CALCEXWS.

01 WS-INDEX-FILE-STATUS   PIC X(2).
01 WS-INDEX-EOF           PIC X(1) VALUE "N".
01 WS-ARCHIVE-FILE-STATUS PIC X(2).
    05 FILLER             PIC X(49) VALUE SPACES.
01 WS-TEXT-LINE           PIC X(80).

*> Text of the exception fed for an archive that no longer balances.
01 WS-EXC-COUNT-TEXT.
    05 FILLER             PIC X(6) VALUE "INDEX ".
    05 WS-EXC-INDEX-COUNT PIC ZZZZZZ9.
    05 FILLER             PIC X(12) VALUE " FILE HOLDS ".
    05 WS-EXC-FILE-COUNT  PIC ZZZZZZ9.
    05 FILLER             PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.

    DISPLAY "Running CALCVFY...".

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

*>  Only the exception feed is booked to the business date; the
*>  report is an integrity check as of the day it runs.
    PERFORM LoadBusinessDate.
    MOVE "CALCVFY"        TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.

    PERFORM LoadRestoreRequest.

    OPEN INPUT ARCHIVE-INDEX-FILE.

    STOP RUN.

COPY CALCBDPR.

COPY CALCEXPR.

LoadRestoreRequest.

    OPEN INPUT VERIFY-PARM-FILE.
        MOVE "*MISSING*" TO WS-DET-VERDICT
        WRITE VERIFY-REPORT-LINE FROM WS-DETAIL-LINE
        DISPLAY "Indexed archive missing: " WS-ARCHIVE-NAME
        MOVE 3               TO WS-EXC-SEVERITY
        MOVE "VFYMISS"       TO WS-EXC-CODE
        MOVE WS-ARCHIVE-NAME TO WS-EXC-SUBJECT
        MOVE "INDEXED ARCHIVE MISSING" TO WS-EXC-TEXT
        PERFORM WriteException
        EXIT PARAGRAPH
    END-IF.

        DISPLAY "Archive count mismatch: " WS-ARCHIVE-NAME
            " index says " ARCX-RECORD-COUNT " file holds "
            WS-ACTUAL-COUNT
        MOVE 3                 TO WS-EXC-SEVERITY
        MOVE "VFYCOUNT"        TO WS-EXC-CODE
        MOVE WS-ARCHIVE-NAME   TO WS-EXC-SUBJECT
        MOVE ARCX-RECORD-COUNT TO WS-EXC-INDEX-COUNT
        MOVE WS-ACTUAL-COUNT   TO WS-EXC-FILE-COUNT
        MOVE WS-EXC-COUNT-TEXT TO WS-EXC-TEXT
        PERFORM WriteException
    END-IF.
    WRITE VERIFY-REPORT-LINE FROM WS-DETAIL-LINE.

