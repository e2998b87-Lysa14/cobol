*> (cartons plus leftover units), so only the remainder goes back.
01  CALC-QUOTIENT    PIC S9(7).

*> Identifies this build of the arithmetic. Change it with every
*> change to this program: CALCCERT will not certify a candidate
*> build that carries the production build's identifier, and the
*> identifier is what CALCRUN.DAT and CALCTEST.LOG record against
*> every run and every logged figure.
01  CALC-BUILD-ID    PIC X(8) VALUE "CALC0001".

LINKAGE SECTION.
COPY CALCLINK.

PROCEDURE DIVISION USING CALC-PARMS.

    MOVE "0" TO RESULT-STATUS.
    MOVE CALC-BUILD-ID TO RESULT-BUILD-ID.

    EVALUATE RESULT-OPERATION
        WHEN "A"
