    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "CALCEXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-FILE-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "CALCCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.
FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

FD  EXCEPTION-FILE.
    COPY CALCEXCR.

FD  CALENDAR-FILE.
    COPY CALCCALD.

WORKING-STORAGE SECTION.
COPY CALCBDWS.
COPY CALCEXWS.

01 WS-LOG-FILE-STATUS    PIC X(2).
01 WS-LOG-EOF            PIC X(1) VALUE "N".

    PERFORM LoadBusinessDate.
    MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
    MOVE "CALCHIST"       TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.

    PERFORM LoadParameters.
    PERFORM LoadCalendar.

COPY CALCBDPR.

COPY CALCEXPR.

LoadCalendar.

    OPEN INPUT CALENDAR-FILE.
        WRITE HISTORY-REPORT-LINE FROM WS-DETAIL-LINE
        DISPLAY "Regression: " WS-DT-NAME(WS-DAY-COUNT, WS-TEST-SUB)
            " passed the prior business day, failing today"
        MOVE 3          TO WS-EXC-SEVERITY
        MOVE "HISTREGR" TO WS-EXC-CODE
        MOVE WS-DT-NAME(WS-DAY-COUNT, WS-TEST-SUB) TO WS-EXC-SUBJECT
        MOVE "PASSED PRIOR BUSINESS DAY, FAILING TODAY"
                        TO WS-EXC-TEXT
        PERFORM WriteException
    END-IF.
