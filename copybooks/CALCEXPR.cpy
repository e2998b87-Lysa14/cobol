*> Shared exception-feed paragraph, COPYed into each program of the
*> nightly stream. Relies on the host's EXCEPTION-FILE declaration
*> (FD via CALCEXCR.cpy, assigned to CALCEXC.DAT) and on the fields
*> in CALCEXWS.cpy. The file is opened and closed around every
*> record, as CALCRNPR.cpy does for the run-control file, so what a
*> program reported before it abended is still on file for CALCALRT.
*> A feed that cannot be written is displayed and otherwise ignored:
*> the exception is still in the program's own report, and the
*> program's real work must not stop for it.
WriteException.

    OPEN EXTEND EXCEPTION-FILE.
    IF WS-EXC-FILE-STATUS = "35"
        OPEN OUTPUT EXCEPTION-FILE
    END-IF.
    IF WS-EXC-FILE-STATUS NOT = "00"
        DISPLAY "CALCEXC.DAT not writable, status "
            WS-EXC-FILE-STATUS ", exception " WS-EXC-CODE
            " not fed."
        EXIT PARAGRAPH
    END-IF.

    IF WS-EXC-BUSINESS-DATE = SPACES
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EXC-BUSINESS-DATE
    END-IF.
    MOVE WS-EXC-BUSINESS-DATE  TO EXC-BUSINESS-DATE.
    MOVE WS-EXC-RUN-ID         TO EXC-RUN-ID.
    MOVE WS-EXC-PROGRAM        TO EXC-PROGRAM.
    MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP.
    MOVE WS-EXC-SEVERITY       TO EXC-SEVERITY.
    MOVE WS-EXC-CODE           TO EXC-CODE.
    MOVE WS-EXC-SUBJECT        TO EXC-SUBJECT.
    MOVE WS-EXC-TEXT           TO EXC-TEXT.
    WRITE EXCEPTION-RECORD.
    CLOSE EXCEPTION-FILE.
    ADD 1 TO WS-EXC-WRITTEN.
