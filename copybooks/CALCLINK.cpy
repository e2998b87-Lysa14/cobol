*> computing RESULT-RESULT, since Calculator traps and clears its own
*> arithmetic overflow internally -- the caller has no other way to
*> tell an overflowed zero apart from a genuine zero result.
*> RESULT-BUILD-ID comes back on every CALL carrying the build
*> identifier compiled into Calculator, so a caller can record which
*> build of the arithmetic produced its figures (CALCRUN.DAT, the
*> CALCTEST.LOG records, the CALCCERT certification captures).
01  CALC-PARMS.
    05  RESULT-NUM1      PIC S9(5)V99.
    05  RESULT-NUM2      PIC S9(5)V99.
    05  RESULT-STATUS    PIC X(1).
        88  RESULT-OK       VALUE "0".
        88  RESULT-OVERFLOW VALUE "9".
    05  RESULT-BUILD-ID  PIC X(8).
