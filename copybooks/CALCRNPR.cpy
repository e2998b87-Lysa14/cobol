*> Shared run-control paragraphs, COPYed into each program that
*> stamps its work with a run ID (CALCSUITE, CalculatorTest,
*> CALCRECON, CALCSRV). Relies on the host's CALC-RUN-FILE
*> declaration and on the fields in CALCRNWS.cpy, the same
*> arrangement CALCTPRC.cpy uses for the shared test paragraphs.
OpenRunControl.

    PERFORM IdentifyCalculatorBuild.

    IF WS-RUN-ID = ZERO
        OPEN INPUT CALC-RUN-FILE
        IF WS-RUN-FILE-STATUS = "35"
    MOVE WS-RUN-EVENT   TO RUN-EVENT.
    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
    MOVE ZERO           TO RUN-RETURN-CODE.
    MOVE WS-RUN-BUILD-ID TO RUN-BUILD-ID.
    WRITE RUN-CONTROL-RECORD.
    CLOSE CALC-RUN-FILE.

    DISPLAY "Run ID " WS-RUN-ID " assigned to " WS-RUN-PROGRAM
        ", Calculator build " WS-RUN-BUILD-ID.

CloseRunControl.

    MOVE "END  "        TO RUN-EVENT.
    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
    MOVE WS-FINAL-RC    TO RUN-RETURN-CODE.
    MOVE WS-RUN-BUILD-ID TO RUN-BUILD-ID.
    WRITE RUN-CONTROL-RECORD.
    CLOSE CALC-RUN-FILE.

IdentifyCalculatorBuild.

*>  A build that predates build identifiers hands back nothing, and
*>  the run is stamped with spaces.
    MOVE ZERO   TO WS-PROBE-NUM1 WS-PROBE-NUM2.
    MOVE "A"    TO WS-PROBE-OPERATION.
    MOVE SPACES TO WS-PROBE-BUILD-ID.
    CALL 'Calculator' USING WS-RUN-PROBE-PARMS.
    MOVE WS-PROBE-BUILD-ID TO WS-RUN-BUILD-ID.
