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

01 WS-CKPT-FILE-STATUS PIC X(2).
01 WS-CKPT-EOF         PIC X(1) VALUE "N".
    05 WS-CHN-STEP-DONE PIC X(1) VALUE "N".
       88 CHN-STEP-DONE VALUE "Y".

*> Text of the exception fed when the night's suite fails: RECON,
*> AGE, PROM and RPRT do not run behind a failed suite.
01 WS-EXC-HELD-TEXT.
    05 WS-EXC-FAILED    PIC ZZZ9.
    05 FILLER           PIC X(36)
       VALUE " TESTS FAILED, DOWNSTREAM STEPS HELD".

PROCEDURE DIVISION.

    DISPLAY "Running CALCSUITE...".
*>  CALCRECON carries its run forward.
    MOVE "CALCSUITE" TO WS-RUN-PROGRAM.
    PERFORM OpenRunControl.
    MOVE "CALCSUITE"      TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.
    MOVE WS-RUN-ID        TO WS-EXC-RUN-ID.

    OPEN EXTEND CALC-LOG-FILE.
    IF WS-LOG-FILE-STATUS = "35"
        " failed.".

    IF WS-FAIL-COUNT > ZERO
        MOVE 4                  TO WS-EXC-SEVERITY
        MOVE "SUITEHLD"         TO WS-EXC-CODE
        MOVE "REGRESSION SUITE" TO WS-EXC-SUBJECT
        MOVE WS-FAIL-COUNT      TO WS-EXC-FAILED
        MOVE WS-EXC-HELD-TEXT   TO WS-EXC-TEXT
        PERFORM WriteException
        MOVE 8 TO WS-FINAL-RC
    ELSE
        MOVE 0 TO WS-FINAL-RC

COPY CALCBDPR.

COPY CALCEXPR.

LoadCheckpoint.

    OPEN INPUT CHECKPOINT-FILE.
