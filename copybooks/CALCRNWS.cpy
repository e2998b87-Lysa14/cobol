01 WS-RUN-EVENT       PIC X(5) VALUE "START".
01 WS-RUN-PROGRAM     PIC X(12).
01 WS-FINAL-RC        PIC 9(4) VALUE ZERO.
*> The Calculator build this run is calling, asked for once by
*> OpenRunControl with a harmless 0 + 0 through its own copy of the
*> CALL interface, and stamped on the run's CALCRUN.DAT records.
01 WS-RUN-BUILD-ID    PIC X(8) VALUE SPACES.
COPY CALCLINK REPLACING ==CALC-PARMS== BY ==WS-RUN-PROBE-PARMS==
    LEADING ==RESULT-== BY ==WS-PROBE-==.
