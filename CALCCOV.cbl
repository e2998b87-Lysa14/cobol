IDENTIFICATION DIVISION.
PROGRAM-ID. CalculatorCoverage.

*> Regression coverage analysis. Classifies every case in the test
*> decks -- ADDTESTS.DAT, CALCTESTS.DAT and every step of every chain
*> in CALCCHNS.DAT -- and every LEGACY.DAT case against a matrix of
*> the conditions Calculator is most likely to get wrong: operation
*> code, operand signs, zero operands, operands near 99999.99, a
*> result near the S9(7)V99 limit, a result with fractional cents,
*> a result exactly on the half cent, and a case that must overflow.
*> CALCCOV.RPT prints the cell counts, lists every empty cell as a
*> gap (and every cell only LEGACY covers), and lists cases that
*> duplicate each other -- the worklist for new cases through CALCMNT
*> and the evidence for audit that the deck is complete.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ADDITION-TEST-FILE ASSIGN TO "ADDTESTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADDTEST-FILE-STATUS.
    SELECT CALC-TEST-FILE ASSIGN TO "CALCTESTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS CALCASE-CASE-ID
        FILE STATUS IS WS-CALCTEST-FILE-STATUS.
    SELECT CHAIN-TEST-FILE ASSIGN TO "CALCCHNS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHAIN-FILE-STATUS.
    SELECT LEGACY-TEST-FILE ASSIGN TO "LEGACY.DAT"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS LEGACY-CASE-ID
        FILE STATUS IS WS-LEGACY-FILE-STATUS.
    SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    SELECT COVERAGE-REPORT-FILE ASSIGN TO "CALCCOV.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ADDITION-TEST-FILE.
    COPY ADDTCASE.

FD  CALC-TEST-FILE.
    COPY CALCTCSE.

FD  CHAIN-TEST-FILE.
    COPY CALCCHNC.

FD  LEGACY-TEST-FILE.
    COPY LEGCASE.

FD  CALC-PARM-FILE.
    COPY CALCPARM.

FD  COVERAGE-REPORT-FILE.
01  COVERAGE-REPORT-LINE PIC X(80).

WORKING-STORAGE SECTION.
01 WS-ADDTEST-FILE-STATUS  PIC X(2).
01 WS-ADDTEST-EOF          PIC X(1) VALUE "N".
01 WS-CALCTEST-FILE-STATUS PIC X(2).
01 WS-CALCTEST-EOF         PIC X(1) VALUE "N".
01 WS-CHAIN-FILE-STATUS    PIC X(2).
01 WS-CHAIN-EOF            PIC X(1) VALUE "N".
01 WS-LEGACY-FILE-STATUS   PIC X(2).
01 WS-LEGACY-EOF           PIC X(1) VALUE "N".
01 WS-PARM-FILE-STATUS     PIC X(2).
01 WS-PARM-EOF             PIC X(1) VALUE "N".
01 WS-REPORT-FILE-STATUS   PIC X(2).
01 WS-FINAL-RC             PIC 9(4) VALUE ZERO.

01 WS-RUN-DATE             PIC X(8).

*> How close to a limit counts as "near" it, in percent of the limit.
*> Defaults to 1.00 unless overridden by a "CALCCOV" record in
*> CALCPARM.DAT (expected-result field, decimals used): at 1.00 an
*> operand of 99000.00 or more, or a result of 9900000.00 or more
*> that still fits, is a boundary case.
01 WS-NEAR-PERCENT         PIC 9(3)V99 VALUE 1.00.
01 WS-OPERAND-NEAR         PIC S9(9) VALUE ZERO.
01 WS-RESULT-NEAR          PIC S9(11) VALUE ZERO.
*> Limits in cents: the operand picture S9(5)V99 and the result
*> picture S9(7)V99 on the CALL 'Calculator' interface.
01 WS-OPERAND-LIMIT        PIC S9(9) VALUE 9999999.
01 WS-RESULT-LIMIT         PIC S9(11) VALUE 999999999.

*> The operation codes Calculator knows, in matrix row order.
01 WS-OP-CODES             PIC X(6) VALUE "ASMDRP".
01 WS-OP-CODE-TABLE REDEFINES WS-OP-CODES.
    05 WS-OP-CODE OCCURS 6 PIC X(1).
01 WS-OP-SUB               PIC 9(1).

*> The matrix: one row per operation code for stand-alone cases
*> (kind 1) and one per operation code for chain steps (kind 2),
*> twelve condition columns each. Every cell keeps the regression
*> decks' count apart from LEGACY's, so a condition only the legacy
*> figures exercise shows up as something to add to the deck.
01 WS-ROW-COUNT            PIC 9(2) VALUE 12.
01 WS-COL-COUNT            PIC 9(2) VALUE 12.
01 WS-MATRIX.
    05 WS-MX-ROW OCCURS 12.
       10 WS-MX-ROW-REG   PIC 9(5).
       10 WS-MX-ROW-LEG   PIC 9(5).
       10 WS-MX-CELL OCCURS 12.
          15 WS-MX-REG    PIC 9(5).
          15 WS-MX-LEG    PIC 9(5).
01 WS-ROW-SUB              PIC 9(2).
01 WS-COL-SUB              PIC 9(2).
01 WS-ROW-KIND             PIC 9(1).
01 WS-CELL-APPLIES         PIC X(1).

01 WS-COL-NAMES.
    05 FILLER PIC X(20) VALUE "NUM1 +, NUM2 +".
    05 FILLER PIC X(20) VALUE "NUM1 +, NUM2 -".
    05 FILLER PIC X(20) VALUE "NUM1 -, NUM2 +".
    05 FILLER PIC X(20) VALUE "NUM1 -, NUM2 -".
    05 FILLER PIC X(20) VALUE "NUM1 ZERO".
    05 FILLER PIC X(20) VALUE "NUM2 ZERO".
    05 FILLER PIC X(20) VALUE "NUM1 NEAR 99999.99".
    05 FILLER PIC X(20) VALUE "NUM2 NEAR 99999.99".
    05 FILLER PIC X(20) VALUE "RESULT NEAR LIMIT".
    05 FILLER PIC X(20) VALUE "FRACTIONAL CENTS".
    05 FILLER PIC X(20) VALUE "HALF-CENT ROUNDING".
    05 FILLER PIC X(20) VALUE "EXPECTED OVERFLOW".
01 WS-COL-NAME-TABLE REDEFINES WS-COL-NAMES.
    05 WS-COL-NAME OCCURS 12 PIC X(20).

*> One operation being classified: a stand-alone case, or one chain
*> step with the running figure as NUM1. Amounts are whole cents in
*> wide fields so the exact result is known before Calculator's
*> pictures truncate, round or overflow it.
01 WS-CV-SOURCE            PIC X(1).
01 WS-CV-OPERATION         PIC X(1).
01 WS-CV-N1                PIC S9(11).
01 WS-CV-N2                PIC S9(11).
01 WS-CV-ABS               PIC S9(11).
01 WS-CV-PRODUCT           PIC S9(18).
01 WS-CV-SCALED            PIC S9(18).
01 WS-CV-QUOTIENT          PIC S9(18).
01 WS-CV-REMAINDER         PIC S9(11).
01 WS-CV-DIGIT             PIC S9(1).
01 WS-CV-RESULT            PIC S9(18).
01 WS-CV-HAS-RESULT        PIC X(1).
01 WS-CV-FORCE-OVERFLOW    PIC X(1).
01 WS-CV-OVERFLOW          PIC X(1).
01 WS-CV-FLAGS.
    05 WS-CV-FLAG OCCURS 12 PIC X(1).

*> Chain simulation: the running figure in cents, as CalcChain
*> carries it from step to step.
01 WS-CHAIN-RUNNING        PIC S9(11).
01 WS-CHAIN-STOP           PIC X(1).
01 WS-STEP-SUB             PIC 9(1).

*> Duplicate detection. Stand-alone regression cases (ADDTESTS and
*> CALCTESTS together) and LEGACY cases are each checked against
*> their own kind by operands and operation; chains by starting
*> figure and every step.
01 WS-SIG-LIMIT            PIC 9(4) VALUE 5000.
01 WS-REG-SIG-COUNT        PIC 9(4) VALUE ZERO.
01 WS-REG-SIG-TABLE.
    05 WS-RS-ENTRY OCCURS 5000.
       10 WS-RS-NUM1      PIC S9(5)V99 SIGN LEADING SEPARATE.
       10 WS-RS-NUM2      PIC S9(5)V99 SIGN LEADING SEPARATE.
       10 WS-RS-OPERATION PIC X(1).
       10 WS-RS-DECK      PIC X(9).
       10 WS-RS-KEY       PIC 9(7).
01 WS-LEG-SIG-COUNT        PIC 9(4) VALUE ZERO.
01 WS-LEG-SIG-TABLE.
    05 WS-LS-ENTRY OCCURS 5000.
       10 WS-LS-NUM1      PIC S9(5)V99 SIGN LEADING SEPARATE.
       10 WS-LS-NUM2      PIC S9(5)V99 SIGN LEADING SEPARATE.
       10 WS-LS-OPERATION PIC X(1).
       10 WS-LS-KEY       PIC 9(7).
01 WS-CHN-SIG-LIMIT        PIC 9(4) VALUE 1000.
01 WS-CHN-SIG-COUNT        PIC 9(4) VALUE ZERO.
01 WS-CHN-SIG-TABLE.
    05 WS-CS-ENTRY OCCURS 1000.
       10 WS-CS-IMAGE     PIC X(54).
       10 WS-CS-KEY       PIC 9(7).
01 WS-SIG-SUB              PIC 9(4).
01 WS-SIG-FOUND            PIC 9(4).
01 WS-SIG-FULL-WARNED      PIC X(1) VALUE "N".

01 WS-DUP-NUM1             PIC S9(5)V99 SIGN LEADING SEPARATE.
01 WS-DUP-NUM2             PIC S9(5)V99 SIGN LEADING SEPARATE.
01 WS-DUP-OPERATION        PIC X(1).
01 WS-DUP-DECK             PIC X(9).
01 WS-DUP-KEY              PIC 9(7).

*> Duplicate lines are held until the matrix has been printed.
01 WS-DUPL-LIMIT           PIC 9(3) VALUE 500.
01 WS-DUPL-COUNT           PIC 9(4) VALUE ZERO.
01 WS-DUPL-TABLE.
    05 WS-DUPL-LINE OCCURS 500 PIC X(80).
01 WS-DUPL-SUB             PIC 9(4).

01 WS-ADD-COUNT            PIC 9(5) VALUE ZERO.
01 WS-CASE-COUNT           PIC 9(5) VALUE ZERO.
01 WS-CHAIN-COUNT          PIC 9(5) VALUE ZERO.
01 WS-STEP-COUNT           PIC 9(5) VALUE ZERO.
01 WS-LEGACY-COUNT         PIC 9(5) VALUE ZERO.
01 WS-UNKNOWN-COUNT        PIC 9(5) VALUE ZERO.
01 WS-COVERED-CELLS        PIC 9(3) VALUE ZERO.
01 WS-GAP-CELLS            PIC 9(3) VALUE ZERO.
01 WS-LEGONLY-CELLS        PIC 9(3) VALUE ZERO.
01 WS-NA-CELLS             PIC 9(3) VALUE ZERO.

01 WS-HEADING-LINE.
    05 FILLER            PIC X(36)
       VALUE "CALCCOV - REGRESSION COVERAGE       ".
    05 FILLER            PIC X(10) VALUE "RUN DATE: ".
    05 WS-HEAD-DATE      PIC X(8).
    05 FILLER            PIC X(26) VALUE SPACES.
01 WS-DECK-LINE-1.
    05 FILLER            PIC X(12) VALUE "  ADDTESTS: ".
    05 WS-DK1-ADD        PIC ZZZZ9.
    05 FILLER            PIC X(14) VALUE "   CALCTESTS: ".
    05 WS-DK1-CASE       PIC ZZZZ9.
    05 FILLER            PIC X(11) VALUE "   LEGACY: ".
    05 WS-DK1-LEGACY     PIC ZZZZ9.
    05 FILLER            PIC X(28) VALUE SPACES.
01 WS-DECK-LINE-2.
    05 FILLER            PIC X(12) VALUE "  CALCCHNS: ".
    05 WS-DK2-CHAINS     PIC ZZZZ9.
    05 FILLER            PIC X(10) VALUE " CHAINS,  ".
    05 WS-DK2-STEPS      PIC ZZZZ9.
    05 FILLER            PIC X(7) VALUE " STEPS ".
    05 FILLER            PIC X(41) VALUE SPACES.
01 WS-COLUMN-HEAD.
    05 FILLER            PIC X(8) VALUE SPACES.
    05 FILLER            PIC X(24) VALUE "    ++    +-    -+    --".
    05 FILLER            PIC X(24) VALUE " ZERO1 ZERO2  BIG1  BIG2".
    05 FILLER            PIC X(24) VALUE " NRLIM SUBCT HALFC OVFLW".
01 WS-MATRIX-LINE.
    05 WS-ML-OP          PIC X(1).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-ML-KIND        PIC X(4).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-ML-CELL OCCURS 12.
       10 FILLER         PIC X(1).
       10 WS-ML-COUNT    PIC ZZZZ9.
       10 WS-ML-COUNT-X REDEFINES WS-ML-COUNT PIC X(5).
01 WS-CELL-LINE.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-CL-OP          PIC X(1).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-CL-KIND        PIC X(4).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-CL-COLUMN      PIC X(20).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-CL-NOTE        PIC X(48).
01 WS-DUPLICATE-LINE.
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-DL-DECK        PIC X(9).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-DL-KEY         PIC 9(7).
    05 FILLER            PIC X(9) VALUE " SAME AS ".
    05 WS-DL-PRIOR-DECK  PIC X(9).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-DL-PRIOR-KEY   PIC 9(7).
    05 FILLER            PIC X(2) VALUE SPACES.
    05 WS-DL-NUM1        PIC -(5)9.99.
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-DL-OPERATION   PIC X(1).
    05 FILLER            PIC X(1) VALUE SPACES.
    05 WS-DL-NUM2        PIC -(5)9.99.
    05 FILLER            PIC X(12) VALUE SPACES.
01 WS-SUMMARY-LINE.
    05 FILLER            PIC X(8) VALUE "CELLS:  ".
    05 WS-SM-COVERED     PIC ZZ9.
    05 FILLER            PIC X(10) VALUE " COVERED, ".
    05 WS-SM-GAPS        PIC ZZ9.
    05 FILLER            PIC X(7) VALUE " GAPS, ".
    05 WS-SM-LEGONLY     PIC ZZ9.
    05 FILLER            PIC X(14) VALUE " LEGACY ONLY, ".
    05 WS-SM-NA          PIC ZZ9.
    05 FILLER            PIC X(18) VALUE " NOT APPLICABLE   ".
    05 FILLER            PIC X(11) VALUE SPACES.
01 WS-EDIT-COUNT           PIC ZZZZ9.
01 WS-TEXT-LINE            PIC X(80).

PROCEDURE DIVISION.

    DISPLAY "Running CALCCOV...".

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    PERFORM LoadParameters.
    COMPUTE WS-OPERAND-NEAR =
        WS-OPERAND-LIMIT * (100 - WS-NEAR-PERCENT) / 100.
    COMPUTE WS-RESULT-NEAR =
        WS-RESULT-LIMIT * (100 - WS-NEAR-PERCENT) / 100.
    INITIALIZE WS-MATRIX.

    PERFORM ReadAdditionDeck.
    PERFORM ReadCaseDeck.
    PERFORM ReadChainDeck.
    PERFORM ReadLegacyDeck.

    PERFORM WriteCoverageReport.

    DISPLAY "CALCCOV finished.".
    DISPLAY "Results: " WS-COVERED-CELLS " cells covered, "
        WS-GAP-CELLS " gaps, " WS-LEGONLY-CELLS " legacy only, "
        WS-DUPL-COUNT " duplicate cases.".

*>  RC 4 tells whoever ran it there is something to add or tidy:
*>  a gap, or a duplicate case.
    IF WS-GAP-CELLS > ZERO OR WS-DUPL-COUNT > ZERO
        MOVE 4 TO WS-FINAL-RC
    END-IF.
    MOVE WS-FINAL-RC TO RETURN-CODE.

    STOP RUN.

LoadParameters.

    OPEN INPUT CALC-PARM-FILE.
    IF WS-PARM-FILE-STATUS = "35"
        DISPLAY "CALCPARM.DAT not found, boundary band 1.00 percent."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-PARM-EOF.
    PERFORM UNTIL WS-PARM-EOF = "Y"
        READ CALC-PARM-FILE
            AT END
                MOVE "Y" TO WS-PARM-EOF
            NOT AT END
                IF PARM-TEST-ID = "CALCCOV"
                    AND PARM-EXPECTED-RESULT > ZERO
                    AND PARM-EXPECTED-RESULT < 100
                    MOVE PARM-EXPECTED-RESULT TO WS-NEAR-PERCENT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CALC-PARM-FILE.

ReadAdditionDeck.

    OPEN INPUT ADDITION-TEST-FILE.
    IF WS-ADDTEST-FILE-STATUS = "35"
        DISPLAY "ADDTESTS.DAT not found, addition deck not scored."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-ADDTEST-EOF.
    PERFORM UNTIL WS-ADDTEST-EOF = "Y"
        READ ADDITION-TEST-FILE
            AT END
                MOVE "Y" TO WS-ADDTEST-EOF
            NOT AT END
                ADD 1 TO WS-ADD-COUNT
                MOVE "R"  TO WS-CV-SOURCE
                MOVE "A"  TO WS-CV-OPERATION
                MOVE 1    TO WS-ROW-KIND
                COMPUTE WS-CV-N1 = ADDCASE-NUM1 * 100
                COMPUTE WS-CV-N2 = ADDCASE-NUM2 * 100
                MOVE "N"  TO WS-CV-FORCE-OVERFLOW
                PERFORM ClassifyOperation
                MOVE ADDCASE-NUM1 TO WS-DUP-NUM1
                MOVE ADDCASE-NUM2 TO WS-DUP-NUM2
                MOVE "A"          TO WS-DUP-OPERATION
                MOVE "ADDTESTS"   TO WS-DUP-DECK
                MOVE WS-ADD-COUNT TO WS-DUP-KEY
                PERFORM CheckRegressionDuplicate
        END-READ
    END-PERFORM.
    CLOSE ADDITION-TEST-FILE.

ReadCaseDeck.

    OPEN INPUT CALC-TEST-FILE.
    IF WS-CALCTEST-FILE-STATUS = "35"
        DISPLAY "CALCTESTS.DAT not found, case deck not scored."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-CALCTEST-EOF.
    PERFORM UNTIL WS-CALCTEST-EOF = "Y"
        READ CALC-TEST-FILE
            AT END
                MOVE "Y" TO WS-CALCTEST-EOF
            NOT AT END
                ADD 1 TO WS-CASE-COUNT
                MOVE "R"  TO WS-CV-SOURCE
                MOVE CALCASE-OPERATION TO WS-CV-OPERATION
                MOVE 1    TO WS-ROW-KIND
                COMPUTE WS-CV-N1 = CALCASE-NUM1 * 100
                COMPUTE WS-CV-N2 = CALCASE-NUM2 * 100
                MOVE "N"  TO WS-CV-FORCE-OVERFLOW
                PERFORM ClassifyOperation
                MOVE CALCASE-NUM1      TO WS-DUP-NUM1
                MOVE CALCASE-NUM2      TO WS-DUP-NUM2
                MOVE CALCASE-OPERATION TO WS-DUP-OPERATION
                MOVE "CALCTESTS"       TO WS-DUP-DECK
                MOVE CALCASE-CASE-ID   TO WS-DUP-KEY
                PERFORM CheckRegressionDuplicate
        END-READ
    END-PERFORM.
    CLOSE CALC-TEST-FILE.

ReadChainDeck.

    OPEN INPUT CHAIN-TEST-FILE.
    IF WS-CHAIN-FILE-STATUS = "35"
        DISPLAY "CALCCHNS.DAT not found, chain deck not scored."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-CHAIN-EOF.
    PERFORM UNTIL WS-CHAIN-EOF = "Y"
        READ CHAIN-TEST-FILE
            AT END
                MOVE "Y" TO WS-CHAIN-EOF
            NOT AT END
                ADD 1 TO WS-CHAIN-COUNT
                PERFORM ClassifyChain
                PERFORM CheckChainDuplicate
        END-READ
    END-PERFORM.
    CLOSE CHAIN-TEST-FILE.

ClassifyChain.

*>  Walk the chain the way CalcChain does: a bad operation code or a
*>  zero divisor ends it, a running figure past the operand picture
*>  overflows the next step, and an overflowing step ends it.
    COMPUTE WS-CHAIN-RUNNING = CHNCASE-INITIAL * 100.
    MOVE "N" TO WS-CHAIN-STOP.
    MOVE 1 TO WS-STEP-SUB.
    PERFORM UNTIL WS-CHAIN-STOP = "Y"
        OR WS-STEP-SUB > CHNCASE-STEP-COUNT
        OR WS-STEP-SUB > 5
        ADD 1 TO WS-STEP-COUNT
        MOVE "R"  TO WS-CV-SOURCE
        MOVE CHNCASE-OPERATION(WS-STEP-SUB) TO WS-CV-OPERATION
        MOVE 2    TO WS-ROW-KIND
        MOVE WS-CHAIN-RUNNING TO WS-CV-N1
        COMPUTE WS-CV-N2 = CHNCASE-OPERAND(WS-STEP-SUB) * 100
        MOVE "N"  TO WS-CV-FORCE-OVERFLOW
        IF WS-CHAIN-RUNNING > WS-OPERAND-LIMIT
            OR WS-CHAIN-RUNNING < 0 - WS-OPERAND-LIMIT
            MOVE "Y" TO WS-CV-FORCE-OVERFLOW
        END-IF
        PERFORM ClassifyOperation
        IF WS-CV-HAS-RESULT = "N" OR WS-CV-OVERFLOW = "Y"
            MOVE "Y" TO WS-CHAIN-STOP
        ELSE
            MOVE WS-CV-RESULT TO WS-CHAIN-RUNNING
        END-IF
        ADD 1 TO WS-STEP-SUB
    END-PERFORM.

ReadLegacyDeck.

    OPEN INPUT LEGACY-TEST-FILE.
    IF WS-LEGACY-FILE-STATUS = "35"
        DISPLAY "LEGACY.DAT not found, legacy figures not scored."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-LEGACY-EOF.
    PERFORM UNTIL WS-LEGACY-EOF = "Y"
        READ LEGACY-TEST-FILE
            AT END
                MOVE "Y" TO WS-LEGACY-EOF
            NOT AT END
                ADD 1 TO WS-LEGACY-COUNT
                MOVE "L"  TO WS-CV-SOURCE
                MOVE LEGACY-OPERATION TO WS-CV-OPERATION
                MOVE 1    TO WS-ROW-KIND
                COMPUTE WS-CV-N1 = LEGACY-NUM1 * 100
                COMPUTE WS-CV-N2 = LEGACY-NUM2 * 100
                MOVE "N"  TO WS-CV-FORCE-OVERFLOW
                PERFORM ClassifyOperation
                PERFORM CheckLegacyDuplicate
        END-READ
    END-PERFORM.
    CLOSE LEGACY-TEST-FILE.

ClassifyOperation.

    MOVE "N" TO WS-CV-HAS-RESULT.
    MOVE "N" TO WS-CV-OVERFLOW.
    MOVE ZERO TO WS-CV-RESULT.
    MOVE ALL "N" TO WS-CV-FLAGS.

    MOVE ZERO TO WS-OP-SUB.
    PERFORM VARYING WS-ROW-SUB FROM 1 BY 1 UNTIL WS-ROW-SUB > 6
        IF WS-OP-CODE(WS-ROW-SUB) = WS-CV-OPERATION
            MOVE WS-ROW-SUB TO WS-OP-SUB
        END-IF
    END-PERFORM.
    IF WS-OP-SUB = ZERO
        ADD 1 TO WS-UNKNOWN-COUNT
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-ROW-SUB = (WS-OP-SUB - 1) * 2 + WS-ROW-KIND.

    EVALUATE TRUE
        WHEN WS-CV-N1 > ZERO AND WS-CV-N2 > ZERO
            MOVE "Y" TO WS-CV-FLAG(1)
        WHEN WS-CV-N1 > ZERO AND WS-CV-N2 < ZERO
            MOVE "Y" TO WS-CV-FLAG(2)
        WHEN WS-CV-N1 < ZERO AND WS-CV-N2 > ZERO
            MOVE "Y" TO WS-CV-FLAG(3)
        WHEN WS-CV-N1 < ZERO AND WS-CV-N2 < ZERO
            MOVE "Y" TO WS-CV-FLAG(4)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF WS-CV-N1 = ZERO
        MOVE "Y" TO WS-CV-FLAG(5)
    END-IF.
    IF WS-CV-N2 = ZERO
        MOVE "Y" TO WS-CV-FLAG(6)
    END-IF.
    IF WS-CV-N1 >= WS-OPERAND-NEAR
        OR WS-CV-N1 <= 0 - WS-OPERAND-NEAR
        MOVE "Y" TO WS-CV-FLAG(7)
    END-IF.
    IF WS-CV-N2 >= WS-OPERAND-NEAR
        OR WS-CV-N2 <= 0 - WS-OPERAND-NEAR
        MOVE "Y" TO WS-CV-FLAG(8)
    END-IF.

    IF WS-CV-FORCE-OVERFLOW = "Y"
        MOVE "Y" TO WS-CV-OVERFLOW
    ELSE
        PERFORM ComputeExactResult
    END-IF.

    IF WS-CV-OVERFLOW = "Y"
        MOVE "Y" TO WS-CV-FLAG(12)
    ELSE
        IF WS-CV-HAS-RESULT = "Y"
            AND (WS-CV-RESULT >= WS-RESULT-NEAR
                OR WS-CV-RESULT <= 0 - WS-RESULT-NEAR)
            MOVE "Y" TO WS-CV-FLAG(9)
        END-IF
    END-IF.

    IF WS-CV-SOURCE = "L"
        ADD 1 TO WS-MX-ROW-LEG(WS-ROW-SUB)
    ELSE
        ADD 1 TO WS-MX-ROW-REG(WS-ROW-SUB)
    END-IF.
    PERFORM VARYING WS-COL-SUB FROM 1 BY 1
        UNTIL WS-COL-SUB > WS-COL-COUNT
        IF WS-CV-FLAG(WS-COL-SUB) = "Y"
            IF WS-CV-SOURCE = "L"
                ADD 1 TO WS-MX-LEG(WS-ROW-SUB, WS-COL-SUB)
            ELSE
                ADD 1 TO WS-MX-REG(WS-ROW-SUB, WS-COL-SUB)
            END-IF
        END-IF
    END-PERFORM.

ComputeExactResult.

*>  Everything in whole cents. The remainder of each scaled division
*>  says whether Calculator's picture has to drop (M, D) or round (P)
*>  part of a cent, and whether that part is exactly one half.
    EVALUATE WS-CV-OPERATION
        WHEN "A"
            COMPUTE WS-CV-RESULT = WS-CV-N1 + WS-CV-N2
            MOVE "Y" TO WS-CV-HAS-RESULT
        WHEN "S"
            COMPUTE WS-CV-RESULT = WS-CV-N1 - WS-CV-N2
            MOVE "Y" TO WS-CV-HAS-RESULT
        WHEN "M"
            COMPUTE WS-CV-PRODUCT = WS-CV-N1 * WS-CV-N2
            DIVIDE WS-CV-PRODUCT BY 100 GIVING WS-CV-RESULT
                REMAINDER WS-CV-REMAINDER
            IF WS-CV-REMAINDER NOT = ZERO
                MOVE "Y" TO WS-CV-FLAG(10)
            END-IF
            IF WS-CV-REMAINDER = 50 OR WS-CV-REMAINDER = -50
                MOVE "Y" TO WS-CV-FLAG(11)
            END-IF
            MOVE "Y" TO WS-CV-HAS-RESULT
        WHEN "D"
            IF WS-CV-N2 NOT = ZERO
                COMPUTE WS-CV-SCALED = WS-CV-N1 * 100
                DIVIDE WS-CV-SCALED BY WS-CV-N2 GIVING WS-CV-RESULT
                    REMAINDER WS-CV-REMAINDER
                IF WS-CV-REMAINDER NOT = ZERO
                    MOVE "Y" TO WS-CV-FLAG(10)
                    COMPUTE WS-CV-SCALED = WS-CV-N1 * 1000
                    DIVIDE WS-CV-SCALED BY WS-CV-N2
                        GIVING WS-CV-QUOTIENT
                        REMAINDER WS-CV-REMAINDER
                    IF WS-CV-REMAINDER = ZERO
                        DIVIDE WS-CV-QUOTIENT BY 10
                            GIVING WS-CV-SCALED
                            REMAINDER WS-CV-DIGIT
                        IF WS-CV-DIGIT = 5 OR WS-CV-DIGIT = -5
                            MOVE "Y" TO WS-CV-FLAG(11)
                        END-IF
                    END-IF
                END-IF
                MOVE "Y" TO WS-CV-HAS-RESULT
            END-IF
        WHEN "R"
            IF WS-CV-N2 NOT = ZERO
                DIVIDE WS-CV-N1 BY WS-CV-N2 GIVING WS-CV-QUOTIENT
                    REMAINDER WS-CV-RESULT
                MOVE "Y" TO WS-CV-HAS-RESULT
            END-IF
        WHEN "P"
            COMPUTE WS-CV-PRODUCT = WS-CV-N1 * WS-CV-N2
            DIVIDE WS-CV-PRODUCT BY 10000 GIVING WS-CV-QUOTIENT
                REMAINDER WS-CV-REMAINDER
            IF WS-CV-REMAINDER NOT = ZERO
                MOVE "Y" TO WS-CV-FLAG(10)
            END-IF
            IF WS-CV-REMAINDER = 5000 OR WS-CV-REMAINDER = -5000
                MOVE "Y" TO WS-CV-FLAG(11)
            END-IF
            COMPUTE WS-CV-RESULT ROUNDED = WS-CV-PRODUCT / 10000
            MOVE "Y" TO WS-CV-HAS-RESULT
    END-EVALUATE.

    IF WS-CV-HAS-RESULT = "Y"
        AND (WS-CV-RESULT > WS-RESULT-LIMIT
            OR WS-CV-RESULT < 0 - WS-RESULT-LIMIT)
        MOVE "Y" TO WS-CV-OVERFLOW
    END-IF.

CheckRegressionDuplicate.

    MOVE ZERO TO WS-SIG-FOUND.
    MOVE 1 TO WS-SIG-SUB.
    PERFORM UNTIL WS-SIG-FOUND > ZERO
        OR WS-SIG-SUB > WS-REG-SIG-COUNT
        IF WS-RS-NUM1(WS-SIG-SUB) = WS-DUP-NUM1
            AND WS-RS-NUM2(WS-SIG-SUB) = WS-DUP-NUM2
            AND WS-RS-OPERATION(WS-SIG-SUB) = WS-DUP-OPERATION
            MOVE WS-SIG-SUB TO WS-SIG-FOUND
        ELSE
            ADD 1 TO WS-SIG-SUB
        END-IF
    END-PERFORM.

    IF WS-SIG-FOUND > ZERO
        MOVE WS-RS-DECK(WS-SIG-FOUND) TO WS-DL-PRIOR-DECK
        MOVE WS-RS-KEY(WS-SIG-FOUND)  TO WS-DL-PRIOR-KEY
        PERFORM StoreDuplicateLine
        EXIT PARAGRAPH
    END-IF.

    IF WS-REG-SIG-COUNT < WS-SIG-LIMIT
        ADD 1 TO WS-REG-SIG-COUNT
        MOVE WS-DUP-NUM1      TO WS-RS-NUM1(WS-REG-SIG-COUNT)
        MOVE WS-DUP-NUM2      TO WS-RS-NUM2(WS-REG-SIG-COUNT)
        MOVE WS-DUP-OPERATION TO WS-RS-OPERATION(WS-REG-SIG-COUNT)
        MOVE WS-DUP-DECK      TO WS-RS-DECK(WS-REG-SIG-COUNT)
        MOVE WS-DUP-KEY       TO WS-RS-KEY(WS-REG-SIG-COUNT)
    ELSE
        PERFORM WarnSignatureTableFull
    END-IF.

CheckLegacyDuplicate.

    MOVE LEGACY-NUM1      TO WS-DUP-NUM1.
    MOVE LEGACY-NUM2      TO WS-DUP-NUM2.
    MOVE LEGACY-OPERATION TO WS-DUP-OPERATION.
    MOVE "LEGACY"         TO WS-DUP-DECK.
    MOVE LEGACY-CASE-ID   TO WS-DUP-KEY.

    MOVE ZERO TO WS-SIG-FOUND.
    MOVE 1 TO WS-SIG-SUB.
    PERFORM UNTIL WS-SIG-FOUND > ZERO
        OR WS-SIG-SUB > WS-LEG-SIG-COUNT
        IF WS-LS-NUM1(WS-SIG-SUB) = WS-DUP-NUM1
            AND WS-LS-NUM2(WS-SIG-SUB) = WS-DUP-NUM2
            AND WS-LS-OPERATION(WS-SIG-SUB) = WS-DUP-OPERATION
            MOVE WS-SIG-SUB TO WS-SIG-FOUND
        ELSE
            ADD 1 TO WS-SIG-SUB
        END-IF
    END-PERFORM.

    IF WS-SIG-FOUND > ZERO
        MOVE "LEGACY"                TO WS-DL-PRIOR-DECK
        MOVE WS-LS-KEY(WS-SIG-FOUND) TO WS-DL-PRIOR-KEY
        PERFORM StoreDuplicateLine
        EXIT PARAGRAPH
    END-IF.

    IF WS-LEG-SIG-COUNT < WS-SIG-LIMIT
        ADD 1 TO WS-LEG-SIG-COUNT
        MOVE WS-DUP-NUM1      TO WS-LS-NUM1(WS-LEG-SIG-COUNT)
        MOVE WS-DUP-NUM2      TO WS-LS-NUM2(WS-LEG-SIG-COUNT)
        MOVE WS-DUP-OPERATION TO WS-LS-OPERATION(WS-LEG-SIG-COUNT)
        MOVE WS-DUP-KEY       TO WS-LS-KEY(WS-LEG-SIG-COUNT)
    ELSE
        PERFORM WarnSignatureTableFull
    END-IF.

CheckChainDuplicate.

*>  Starting figure, step count and the five step slots: the
*>  expected result and tolerance are left out, so two chains that
*>  compute the same thing are caught even when they expect
*>  different answers.
    MOVE ZERO TO WS-SIG-FOUND.
    MOVE 1 TO WS-SIG-SUB.
    PERFORM UNTIL WS-SIG-FOUND > ZERO
        OR WS-SIG-SUB > WS-CHN-SIG-COUNT
        IF WS-CS-IMAGE(WS-SIG-SUB) = CHAIN-TEST-RECORD(1:54)
            MOVE WS-SIG-SUB TO WS-SIG-FOUND
        ELSE
            ADD 1 TO WS-SIG-SUB
        END-IF
    END-PERFORM.

    IF WS-SIG-FOUND > ZERO
        MOVE "CALCCHNS"              TO WS-DUP-DECK
        MOVE WS-CHAIN-COUNT          TO WS-DUP-KEY
        MOVE "CALCCHNS"              TO WS-DL-PRIOR-DECK
        MOVE WS-CS-KEY(WS-SIG-FOUND) TO WS-DL-PRIOR-KEY
        MOVE CHNCASE-INITIAL         TO WS-DUP-NUM1
        MOVE CHNCASE-OPERATION(1)    TO WS-DUP-OPERATION
        MOVE CHNCASE-OPERAND(1)      TO WS-DUP-NUM2
        PERFORM StoreDuplicateLine
        EXIT PARAGRAPH
    END-IF.

    IF WS-CHN-SIG-COUNT < WS-CHN-SIG-LIMIT
        ADD 1 TO WS-CHN-SIG-COUNT
        MOVE CHAIN-TEST-RECORD(1:54)
            TO WS-CS-IMAGE(WS-CHN-SIG-COUNT)
        MOVE WS-CHAIN-COUNT TO WS-CS-KEY(WS-CHN-SIG-COUNT)
    ELSE
        PERFORM WarnSignatureTableFull
    END-IF.

WarnSignatureTableFull.

    IF WS-SIG-FULL-WARNED = "N"
        DISPLAY "Duplicate table full, later cases not checked."
        MOVE "Y" TO WS-SIG-FULL-WARNED
    END-IF.

StoreDuplicateLine.

    ADD 1 TO WS-DUPL-COUNT.
    IF WS-DUPL-COUNT > WS-DUPL-LIMIT
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-DUP-DECK      TO WS-DL-DECK.
    MOVE WS-DUP-KEY       TO WS-DL-KEY.
    MOVE WS-DUP-NUM1      TO WS-DL-NUM1.
    MOVE WS-DUP-OPERATION TO WS-DL-OPERATION.
    MOVE WS-DUP-NUM2      TO WS-DL-NUM2.
    MOVE WS-DUPLICATE-LINE TO WS-DUPL-LINE(WS-DUPL-COUNT).

CheckCellApplies.

*>  Cells no case can ever fill are not gaps. A and S results stay
*>  far inside the result picture and in whole cents; so does R's
*>  remainder; and D's largest quotient, 99999.99 / 0.01, still
*>  fits. A chain step can overflow whatever its operation, because
*>  the running figure it starts from may already be past 99999.99.
    MOVE "Y" TO WS-CELL-APPLIES.
    EVALUATE TRUE
        WHEN (WS-COL-SUB = 9 OR 10 OR 11)
            AND (WS-OP-CODE(WS-OP-SUB) = "A" OR "S" OR "R")
            MOVE "N" TO WS-CELL-APPLIES
        WHEN WS-COL-SUB = 12 AND WS-ROW-KIND = 1
            AND (WS-OP-CODE(WS-OP-SUB) = "A" OR "S" OR "D" OR "R")
            MOVE "N" TO WS-CELL-APPLIES
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

WriteCoverageReport.

    OPEN OUTPUT COVERAGE-REPORT-FILE.

    MOVE WS-RUN-DATE TO WS-HEAD-DATE.
    WRITE COVERAGE-REPORT-LINE FROM WS-HEADING-LINE.
    MOVE WS-ADD-COUNT    TO WS-DK1-ADD.
    MOVE WS-CASE-COUNT   TO WS-DK1-CASE.
    MOVE WS-LEGACY-COUNT TO WS-DK1-LEGACY.
    WRITE COVERAGE-REPORT-LINE FROM WS-DECK-LINE-1.
    MOVE WS-CHAIN-COUNT  TO WS-DK2-CHAINS.
    MOVE WS-STEP-COUNT   TO WS-DK2-STEPS.
    WRITE COVERAGE-REPORT-LINE FROM WS-DECK-LINE-2.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "COVERAGE MATRIX - CASES PER CELL, ALL DECKS INCLUDING LEGACY"
        TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-COLUMN-HEAD.

    PERFORM VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 6
        PERFORM VARYING WS-ROW-KIND FROM 1 BY 1 UNTIL WS-ROW-KIND > 2
            PERFORM WriteMatrixRow
        END-PERFORM
    END-PERFORM.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "  CASE = STAND-ALONE CASE (ADDTESTS, CALCTESTS, LEGACY); "
        & "STEP = CHAIN STEP," TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "  WHOSE NUM1 IS THE RUNNING FIGURE IT STARTS FROM. "
        & "++ +- -+ -- = SIGNS OF" TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "  NUM1,NUM2; ZERO1/2 = ZERO OPERAND; BIG1/2 = OPERAND NEAR "
        & "99999.99; NRLIM =" TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "  RESULT NEAR 9999999.99; SUBCT = FRACTIONAL CENTS; HALFC "
        & "= EXACT HALF CENT;" TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "  OVFLW = RESULT MUST OVERFLOW. N/A = NO CASE CAN FALL "
        & "THERE." TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.

    PERFORM WriteGapSection.
    PERFORM WriteDuplicateSection.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE WS-COVERED-CELLS TO WS-SM-COVERED.
    MOVE WS-GAP-CELLS     TO WS-SM-GAPS.
    MOVE WS-LEGONLY-CELLS TO WS-SM-LEGONLY.
    MOVE WS-NA-CELLS      TO WS-SM-NA.
    WRITE COVERAGE-REPORT-LINE FROM WS-SUMMARY-LINE.
    IF WS-UNKNOWN-COUNT > ZERO
        MOVE WS-UNKNOWN-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO WS-TEXT-LINE
        STRING "UNKNOWN OPERATION CODES (NOT IN THE MATRIX): "
                DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
            INTO WS-TEXT-LINE
        END-STRING
        WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE
    END-IF.

    CLOSE COVERAGE-REPORT-FILE.

WriteMatrixRow.

    COMPUTE WS-ROW-SUB = (WS-OP-SUB - 1) * 2 + WS-ROW-KIND.
    MOVE SPACES TO WS-MATRIX-LINE.
    MOVE WS-OP-CODE(WS-OP-SUB) TO WS-ML-OP.
    IF WS-ROW-KIND = 1
        MOVE "CASE" TO WS-ML-KIND
    ELSE
        MOVE "STEP" TO WS-ML-KIND
    END-IF.

    PERFORM VARYING WS-COL-SUB FROM 1 BY 1
        UNTIL WS-COL-SUB > WS-COL-COUNT
        PERFORM CheckCellApplies
        IF WS-CELL-APPLIES = "N"
            MOVE "  N/A" TO WS-ML-COUNT-X(WS-COL-SUB)
            ADD 1 TO WS-NA-CELLS
        ELSE
            COMPUTE WS-ML-COUNT(WS-COL-SUB) =
                WS-MX-REG(WS-ROW-SUB, WS-COL-SUB)
                + WS-MX-LEG(WS-ROW-SUB, WS-COL-SUB)
            EVALUATE TRUE
                WHEN WS-MX-REG(WS-ROW-SUB, WS-COL-SUB) > ZERO
                    ADD 1 TO WS-COVERED-CELLS
                WHEN WS-MX-LEG(WS-ROW-SUB, WS-COL-SUB) > ZERO
                    ADD 1 TO WS-LEGONLY-CELLS
                WHEN OTHER
                    ADD 1 TO WS-GAP-CELLS
            END-EVALUATE
        END-IF
    END-PERFORM.

    WRITE COVERAGE-REPORT-LINE FROM WS-MATRIX-LINE.

WriteGapSection.

*>  Chain steps never come from LEGACY, so for a STEP row "legacy
*>  only" cannot happen; and a STEP gap matters less than a CASE gap
*>  -- both are listed, CASE rows first within each operation.
    MOVE SPACES TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "GAPS - NO CASE IN ANY DECK" TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    IF WS-GAP-CELLS = ZERO
        MOVE "  (NONE)" TO WS-TEXT-LINE
        WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE
    ELSE
        PERFORM VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 6
            PERFORM VARYING WS-ROW-KIND FROM 1 BY 1
                UNTIL WS-ROW-KIND > 2
                PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                    UNTIL WS-COL-SUB > WS-COL-COUNT
                    PERFORM WriteGapCell
                END-PERFORM
            END-PERFORM
        END-PERFORM
    END-IF.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "LEGACY ONLY - NOT YET IN THE REGRESSION DECKS"
        TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    IF WS-LEGONLY-CELLS = ZERO
        MOVE "  (NONE)" TO WS-TEXT-LINE
        WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE
    ELSE
        MOVE 1 TO WS-ROW-KIND
        PERFORM VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 6
            PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                UNTIL WS-COL-SUB > WS-COL-COUNT
                PERFORM WriteLegacyOnlyCell
            END-PERFORM
        END-PERFORM
    END-IF.

WriteGapCell.

    PERFORM CheckCellApplies.
    COMPUTE WS-ROW-SUB = (WS-OP-SUB - 1) * 2 + WS-ROW-KIND.
    IF WS-CELL-APPLIES = "N"
        OR WS-MX-REG(WS-ROW-SUB, WS-COL-SUB) > ZERO
        OR WS-MX-LEG(WS-ROW-SUB, WS-COL-SUB) > ZERO
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-OP-CODE(WS-OP-SUB) TO WS-CL-OP.
    IF WS-ROW-KIND = 1
        MOVE "CASE" TO WS-CL-KIND
    ELSE
        MOVE "STEP" TO WS-CL-KIND
    END-IF.
    MOVE WS-COL-NAME(WS-COL-SUB) TO WS-CL-COLUMN.
    IF WS-MX-ROW-REG(WS-ROW-SUB) = ZERO
        AND WS-MX-ROW-LEG(WS-ROW-SUB) = ZERO
        MOVE "NO CASES AT ALL FOR THIS OPERATION" TO WS-CL-NOTE
    ELSE
        MOVE SPACES TO WS-CL-NOTE
    END-IF.
    WRITE COVERAGE-REPORT-LINE FROM WS-CELL-LINE.

WriteLegacyOnlyCell.

    PERFORM CheckCellApplies.
    COMPUTE WS-ROW-SUB = (WS-OP-SUB - 1) * 2 + WS-ROW-KIND.
    IF WS-CELL-APPLIES = "N"
        OR WS-MX-REG(WS-ROW-SUB, WS-COL-SUB) > ZERO
        OR WS-MX-LEG(WS-ROW-SUB, WS-COL-SUB) = ZERO
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-OP-CODE(WS-OP-SUB) TO WS-CL-OP.
    MOVE "CASE" TO WS-CL-KIND.
    MOVE WS-COL-NAME(WS-COL-SUB) TO WS-CL-COLUMN.
    MOVE WS-MX-LEG(WS-ROW-SUB, WS-COL-SUB) TO WS-EDIT-COUNT.
    MOVE SPACES TO WS-CL-NOTE.
    STRING "LEGACY CASES:" DELIMITED BY SIZE
           WS-EDIT-COUNT   DELIMITED BY SIZE
        INTO WS-CL-NOTE
    END-STRING.
    WRITE COVERAGE-REPORT-LINE FROM WS-CELL-LINE.

WriteDuplicateSection.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE "DUPLICATE CASES - SAME OPERANDS AND OPERATION (CHAINS: "
        & "SAME STEPS)" TO WS-TEXT-LINE.
    WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE.
    IF WS-DUPL-COUNT = ZERO
        MOVE "  (NONE)" TO WS-TEXT-LINE
        WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE
        EXIT PARAGRAPH
    END-IF.

    MOVE 1 TO WS-DUPL-SUB.
    PERFORM UNTIL WS-DUPL-SUB > WS-DUPL-COUNT
        OR WS-DUPL-SUB > WS-DUPL-LIMIT
        WRITE COVERAGE-REPORT-LINE FROM WS-DUPL-LINE(WS-DUPL-SUB)
        ADD 1 TO WS-DUPL-SUB
    END-PERFORM.
    IF WS-DUPL-COUNT > WS-DUPL-LIMIT
        MOVE WS-DUPL-COUNT TO WS-EDIT-COUNT
        MOVE SPACES TO WS-TEXT-LINE
        STRING "  ... LISTING STOPPED AT 500 OF " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
            INTO WS-TEXT-LINE
        END-STRING
        WRITE COVERAGE-REPORT-LINE FROM WS-TEXT-LINE
    END-IF.
