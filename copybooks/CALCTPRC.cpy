*> reported) can't be applied to only one of the two copies. Each
*> paragraph is PERFORMed by the host program's own mainline; nothing
*> here is a program in its own right, so it relies on the host's
*> COPY CALCLINK/CALCCHNL and COPY CALCTWS/CALCBDWS/CALCEXWS
*> working-storage and on its own CALC-PARM-FILE/CALC-LOG-FILE/
*> CHAIN-TEST-FILE/EXCEPTION-FILE declarations; the host PERFORMs
*> LoadBusinessDate before any test paragraph runs, so LogResult
*> stamps the stream's business date, and COPYs CALCEXPR for the
*> exception feed every failed test is reported to.
LoadParameters.

    OPEN INPUT CALC-PARM-FILE.
    MOVE WS-BUSINESS-DATE TO LOG-TIMESTAMP(1:8).
    MOVE WS-RUN-ID TO LOG-RUN-ID.
    MOVE WS-LOG-CASE-ID TO LOG-CASE-ID.
    MOVE WS-RUN-BUILD-ID TO LOG-BUILD-ID.

    WRITE CALC-LOG-RECORD.

    IF LOG-STATUS NOT = "PASS"
        PERFORM FeedTestFailure
    END-IF.

    MOVE ZERO TO WS-LOG-CASE-ID.

FeedTestFailure.

    MOVE 3                TO WS-EXC-SEVERITY.
    MOVE "TESTFAIL"       TO WS-EXC-CODE.
    MOVE LOG-TEST-NAME    TO WS-EXC-SUBJECT.
    MOVE LOG-STATUS       TO WS-EXC-TEST-STATUS.
    MOVE LOG-CASE-ID      TO WS-EXC-TEST-CASE.
    MOVE LOG-BUILD-ID     TO WS-EXC-TEST-BUILD.
    MOVE WS-EXC-TEST-TEXT TO WS-EXC-TEXT.
    PERFORM WriteException.
