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
COPY CALCLINK.
COPY CALCCHNL.
COPY CALCTWS.
COPY CALCRNWS.
COPY CALCBDWS.
COPY CALCEXWS.

PROCEDURE DIVISION.

    PERFORM OpenRunControl.

    PERFORM LoadBusinessDate.
    MOVE "CALCTEST"       TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.
    MOVE WS-RUN-ID        TO WS-EXC-RUN-ID.
    PERFORM LoadParameters.

    OPEN EXTEND CALC-LOG-FILE.

COPY CALCBDPR.

COPY CALCEXPR.

COPY CALCTPRC.
