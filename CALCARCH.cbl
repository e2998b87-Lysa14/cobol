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

01 WS-LOG-FILE-STATUS     PIC X(2).
01 WS-LOG-EOF             PIC X(1) VALUE "N".
*>  that slips past midnight still rolls the night's records into
*>  the day they belong to; retention ages from the same date.
    PERFORM LoadBusinessDate.
    MOVE "CALCARCH"       TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.
    MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
    MOVE WS-RUN-DATE TO WS-ARCHIVE-DATE.
    COMPUTE WS-TODAY-INTEGER =
    STOP RUN.

COPY CALCBDPR.
COPY CALCEXPR.

LoadParameters.

        MOVE "Y"               TO WS-IX-KEEP(WS-INDEX-COUNT)
    ELSE
        DISPLAY "Archive index full, entry dropped: " ARCX-FILE-NAME
        MOVE 2              TO WS-EXC-SEVERITY
        MOVE "ARCHIDXD"     TO WS-EXC-CODE
        MOVE ARCX-FILE-NAME TO WS-EXC-SUBJECT
        MOVE "ARCHIVE INDEX FULL, ENTRY DROPPED" TO WS-EXC-TEXT
        PERFORM WriteException
    END-IF.

ArchiveLiveLog.
            MOVE "Y" TO WS-IX-KEEP(WS-INDEX-COUNT)
        ELSE
            DISPLAY "Archive index full, today's entry not recorded."
            MOVE 3               TO WS-EXC-SEVERITY
            MOVE "ARCHIDXF"      TO WS-EXC-CODE
            MOVE WS-ARCHIVE-NAME TO WS-EXC-SUBJECT
            MOVE "ARCHIVE INDEX FULL, ARCHIVE NOT INDEXED"
                TO WS-EXC-TEXT
            PERFORM WriteException
        END-IF
    END-IF.

        ELSE
            DISPLAY "Could not delete " WS-PURGE-NAME
                ", index entry dropped anyway."
            MOVE 2             TO WS-EXC-SEVERITY
            MOVE "ARCHPURG"    TO WS-EXC-CODE
            MOVE WS-PURGE-NAME TO WS-EXC-SUBJECT
            MOVE "EXPIRED ARCHIVE NOT DELETED" TO WS-EXC-TEXT
            PERFORM WriteException
        END-IF
    END-IF.

