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
COPY CALCRNWS.
COPY CALCBDWS.
COPY CALCEXWS.

01 WS-LEGACY-FILE-STATUS PIC X(2).
01 WS-LEGACY-EOF         PIC X(1) VALUE "N".
01 WS-DISPLAY-LIMIT      PIC 9(3) VALUE 50.
01 WS-DISPLAYED-COUNT    PIC 9(6) VALUE ZERO.

*> Subject and text of the exceptions fed to CALCEXC.DAT. Each
*> overflow is fed as it happens; ordinary differences are fed once,
*> as a count, since CALCAGE feeds the ones that are new tonight and
*> the rest are already on the discrepancy master.
01 WS-EXC-CASE-SUBJECT.
    05 FILLER             PIC X(12) VALUE "LEGACY CASE ".
    05 WS-EXC-CASE-ID     PIC 9(7).
    05 FILLER             PIC X(1) VALUE SPACES.
01 WS-EXC-DISC-TEXT.
    05 WS-EXC-DISC-COUNT  PIC ZZZZZZ9.
    05 FILLER             PIC X(4) VALUE " OF ".
    05 WS-EXC-TOTAL-COUNT PIC ZZZZZZ9.
    05 FILLER             PIC X(22)
       VALUE " CASES DISCREPANT".

PROCEDURE DIVISION.

    DISPLAY "Running CALCRECON...".

    MOVE "CALCRECON" TO WS-RUN-PROGRAM.
    PERFORM OpenRunControl.
    MOVE "CALCRECON"      TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.
    MOVE WS-RUN-ID        TO WS-EXC-RUN-ID.

    OPEN INPUT LEGACY-TEST-FILE.
    IF WS-LEGACY-FILE-STATUS = "35"
        WS-DISCREPANCY-COUNT " discrepancies.".

    IF WS-DISCREPANCY-COUNT > ZERO
        MOVE 2                    TO WS-EXC-SEVERITY
        MOVE "RECNDISC"           TO WS-EXC-CODE
        MOVE "LEGACY.DAT"         TO WS-EXC-SUBJECT
        MOVE WS-DISCREPANCY-COUNT TO WS-EXC-DISC-COUNT
        MOVE WS-TOTAL-COUNT       TO WS-EXC-TOTAL-COUNT
        MOVE WS-EXC-DISC-TEXT     TO WS-EXC-TEXT
        PERFORM WriteException
        MOVE 8 TO WS-FINAL-RC
    ELSE
        MOVE 0 TO WS-FINAL-RC

COPY CALCBDPR.

COPY CALCEXPR.

LoadParameters.

    OPEN INPUT CALC-PARM-FILE.
                LEGACY-NUM1 " " LEGACY-OPERATION " " LEGACY-NUM2
                " legacy=" LEGACY-RESULT " calc=overflow"
        END-IF
        MOVE 3                   TO WS-EXC-SEVERITY
        MOVE "RECNOVFL"          TO WS-EXC-CODE
        MOVE LEGACY-CASE-ID      TO WS-EXC-CASE-ID
        MOVE WS-EXC-CASE-SUBJECT TO WS-EXC-SUBJECT
        MOVE "CALCULATOR OVERFLOW ON A LEGACY CASE" TO WS-EXC-TEXT
        PERFORM WriteException
    ELSE
        COMPUTE WS-RECON-DIFF = RESULT-RESULT - LEGACY-RESULT
        IF FUNCTION ABS(WS-RECON-DIFF) > WS-RECON-THRESHOLD
