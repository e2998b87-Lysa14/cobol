IDENTIFICATION DIVISION.
PROGRAM-ID. CalculatorCapture.

*> First half of a Calculator build certification. Drives every input
*> the production Calculator is known to see through whichever build
*> of Calculator this run loads -- every CALCTESTS.DAT and LEGACY.DAT
*> case, every CALCCHNS.DAT chain through CalcChain, and every request
*> in the CALCSRVH.DAT service history that was actually calculated
*> -- and writes what came back to CALCCAPT.DAT, one CAPTURE-RECORD
*> per input. run_calccert.sh runs it once against the production
*> load library and once against the candidate, then CALCCERT
*> compares the two captures. Operands go to Calculator exactly as
*> keyed, with none of the callers' guards, so the comparison covers
*> everything the arithmetic itself does.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALC-TEST-FILE ASSIGN TO "CALCTESTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS CALCASE-CASE-ID
        FILE STATUS IS WS-CALCTEST-FILE-STATUS.
    SELECT LEGACY-TEST-FILE ASSIGN TO "LEGACY.DAT"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS LEGACY-CASE-ID
        FILE STATUS IS WS-LEGACY-FILE-STATUS.
    SELECT CHAIN-TEST-FILE ASSIGN TO "CALCCHNS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHAIN-FILE-STATUS.
    SELECT SERVICE-HISTORY-FILE ASSIGN TO "CALCSRVH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.
    SELECT CAPTURE-FILE ASSIGN TO "CALCCAPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAPTURE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-TEST-FILE.
    COPY CALCTCSE.

FD  LEGACY-TEST-FILE.
    COPY LEGCASE.

FD  CHAIN-TEST-FILE.
    COPY CALCCHNC.

FD  SERVICE-HISTORY-FILE.
    COPY CALCSRVH.

FD  CAPTURE-FILE.
    COPY CALCCAPR.

WORKING-STORAGE SECTION.
COPY CALCLINK.
COPY CALCCHNL.

01 WS-CALCTEST-FILE-STATUS PIC X(2).
01 WS-CALCTEST-EOF         PIC X(1) VALUE "N".
01 WS-LEGACY-FILE-STATUS   PIC X(2).
01 WS-LEGACY-EOF           PIC X(1) VALUE "N".
01 WS-CHAIN-FILE-STATUS    PIC X(2).
01 WS-CHAIN-EOF            PIC X(1) VALUE "N".
01 WS-HISTORY-FILE-STATUS  PIC X(2).
01 WS-HISTORY-EOF          PIC X(1) VALUE "N".
01 WS-CAPTURE-FILE-STATUS  PIC X(2).
01 WS-FINAL-RC             PIC 9(4) VALUE ZERO.

*> The build identifier this run's Calculator reports, asked for
*> once up front with a harmless 0 + 0; chains are stamped with it,
*> since CalcChain does not hand RESULT-BUILD-ID back.
01 WS-BUILD-ID             PIC X(8) VALUE SPACES.

01 WS-CASE-COUNT           PIC 9(7) VALUE ZERO.
01 WS-LEGACY-COUNT         PIC 9(7) VALUE ZERO.
01 WS-CHAIN-COUNT          PIC 9(7) VALUE ZERO.
01 WS-HISTORY-READ         PIC 9(7) VALUE ZERO.
01 WS-HISTORY-COUNT        PIC 9(7) VALUE ZERO.
01 WS-CAPTURE-COUNT        PIC 9(7) VALUE ZERO.
01 WS-CHAIN-STEP-SUB       PIC 9(1).

PROCEDURE DIVISION.

    DISPLAY "Running CALCCAPT...".

    MOVE ZERO   TO RESULT-NUM1 RESULT-NUM2.
    MOVE "A"    TO RESULT-OPERATION.
    MOVE SPACES TO RESULT-BUILD-ID.
    CALL 'Calculator' USING CALC-PARMS.
    MOVE RESULT-BUILD-ID TO WS-BUILD-ID.
    DISPLAY "Capturing Calculator build " WS-BUILD-ID.

    OPEN OUTPUT CAPTURE-FILE.
    IF WS-CAPTURE-FILE-STATUS NOT = "00"
        DISPLAY "CALCCAPT.DAT cannot be opened, status "
            WS-CAPTURE-FILE-STATUS "."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM CaptureCaseDeck.
    PERFORM CaptureLegacyDeck.
    PERFORM CaptureChainDeck.
    PERFORM CaptureServiceHistory.

    CLOSE CAPTURE-FILE.

    DISPLAY "CALCCAPT finished.".
    DISPLAY "Results: " WS-CASE-COUNT " cases, " WS-LEGACY-COUNT
        " legacy, " WS-CHAIN-COUNT " chains, " WS-HISTORY-COUNT
        " service requests, " WS-CAPTURE-COUNT " captured.".

*>  RC 4: an input file was missing. The capture is still usable --
*>  the other build's capture will be missing the same file -- but
*>  the certification covers less than it should.
    MOVE WS-FINAL-RC TO RETURN-CODE.

    STOP RUN.

CaptureCaseDeck.

    OPEN INPUT CALC-TEST-FILE.
    IF WS-CALCTEST-FILE-STATUS = "35"
        DISPLAY "CALCTESTS.DAT not found, no cases captured."
        MOVE 4 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-CALCTEST-EOF.
    PERFORM UNTIL WS-CALCTEST-EOF = "Y"
        READ CALC-TEST-FILE
            AT END
                MOVE "Y" TO WS-CALCTEST-EOF
            NOT AT END
                ADD 1 TO WS-CASE-COUNT
                MOVE CALCASE-NUM1      TO RESULT-NUM1
                MOVE CALCASE-NUM2      TO RESULT-NUM2
                MOVE CALCASE-OPERATION TO RESULT-OPERATION
                MOVE "T"               TO CAP-SOURCE
                MOVE CALCASE-CASE-ID   TO CAP-KEY
                MOVE SPACES            TO CAP-REFERENCE
                PERFORM CaptureOneOperation
        END-READ
    END-PERFORM.
    CLOSE CALC-TEST-FILE.

CaptureLegacyDeck.

    OPEN INPUT LEGACY-TEST-FILE.
    IF WS-LEGACY-FILE-STATUS = "35"
        DISPLAY "LEGACY.DAT not found, no legacy cases captured."
        MOVE 4 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-LEGACY-EOF.
    PERFORM UNTIL WS-LEGACY-EOF = "Y"
        READ LEGACY-TEST-FILE
            AT END
                MOVE "Y" TO WS-LEGACY-EOF
            NOT AT END
                ADD 1 TO WS-LEGACY-COUNT
                MOVE LEGACY-NUM1       TO RESULT-NUM1
                MOVE LEGACY-NUM2       TO RESULT-NUM2
                MOVE LEGACY-OPERATION  TO RESULT-OPERATION
                MOVE "L"               TO CAP-SOURCE
                MOVE LEGACY-CASE-ID    TO CAP-KEY
                MOVE SPACES            TO CAP-REFERENCE
                PERFORM CaptureOneOperation
        END-READ
    END-PERFORM.
    CLOSE LEGACY-TEST-FILE.

CaptureServiceHistory.

*>  Only requests that reached Calculator: answered clean ("0") or
*>  overflowed ("9"). Refusals and rejections never got as far as
*>  the arithmetic, and a duplicate ("4") was answered from history.
    OPEN INPUT SERVICE-HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS = "35"
        DISPLAY "CALCSRVH.DAT not found, no service history captured."
        MOVE 4 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-HISTORY-EOF.
    PERFORM UNTIL WS-HISTORY-EOF = "Y"
        READ SERVICE-HISTORY-FILE
            AT END
                MOVE "Y" TO WS-HISTORY-EOF
            NOT AT END
                ADD 1 TO WS-HISTORY-READ
                IF SH-STATUS = "0" OR "9"
                    ADD 1 TO WS-HISTORY-COUNT
                    MOVE SH-NUM1          TO RESULT-NUM1
                    MOVE SH-NUM2          TO RESULT-NUM2
                    MOVE SH-OPERATION     TO RESULT-OPERATION
                    MOVE "H"              TO CAP-SOURCE
                    MOVE WS-HISTORY-READ  TO CAP-KEY
                    MOVE SPACES           TO CAP-REFERENCE
                    MOVE SH-DEPARTMENT    TO CAP-REFERENCE(1:4)
                    MOVE SH-REFERENCE     TO CAP-REFERENCE(5:10)
                    PERFORM CaptureOneOperation
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SERVICE-HISTORY-FILE.

CaptureOneOperation.

    MOVE RESULT-OPERATION TO CAP-OPERATION.
    MOVE RESULT-NUM1      TO CAP-NUM1.
    MOVE RESULT-NUM2      TO CAP-NUM2.
    MOVE ZERO             TO RESULT-RESULT.
    MOVE SPACES           TO RESULT-BUILD-ID.

    CALL 'Calculator' USING CALC-PARMS.

    MOVE RESULT-RESULT    TO CAP-RESULT.
    MOVE RESULT-STATUS    TO CAP-STATUS.
    MOVE RESULT-BUILD-ID  TO CAP-BUILD-ID.
    WRITE CAPTURE-RECORD.
    ADD 1 TO WS-CAPTURE-COUNT.

CaptureChainDeck.

    OPEN INPUT CHAIN-TEST-FILE.
    IF WS-CHAIN-FILE-STATUS = "35"
        DISPLAY "CALCCHNS.DAT not found, no chains captured."
        MOVE 4 TO WS-FINAL-RC
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-CHAIN-EOF.
    PERFORM UNTIL WS-CHAIN-EOF = "Y"
        READ CHAIN-TEST-FILE
            AT END
                MOVE "Y" TO WS-CHAIN-EOF
            NOT AT END
                ADD 1 TO WS-CHAIN-COUNT
                PERFORM CaptureOneChain
        END-READ
    END-PERFORM.
    CLOSE CHAIN-TEST-FILE.

CaptureOneChain.

    MOVE "C"                TO CAP-SOURCE.
    MOVE WS-CHAIN-COUNT     TO CAP-KEY.
    MOVE SPACES             TO CAP-REFERENCE.
    MOVE SPACES             TO CAP-OPERATION.
    MOVE CHNCASE-INITIAL    TO CAP-NUM1.
    MOVE CHNCASE-OPERAND(1) TO CAP-NUM2.
    MOVE WS-BUILD-ID        TO CAP-BUILD-ID.

*>  A step count CalcChain cannot take is refused here, as the test
*>  paragraphs refuse it, without a CALL -- identically for both
*>  builds.
    IF CHNCASE-STEP-COUNT = ZERO OR CHNCASE-STEP-COUNT > 5
        MOVE ZERO TO CAP-RESULT
        MOVE "8"  TO CAP-STATUS
    ELSE
        MOVE CHNCASE-INITIAL    TO CHAIN-INITIAL
        MOVE CHNCASE-STEP-COUNT TO CHAIN-STEP-COUNT
        MOVE 1 TO WS-CHAIN-STEP-SUB
        PERFORM UNTIL WS-CHAIN-STEP-SUB > 5
            MOVE CHNCASE-OPERATION(WS-CHAIN-STEP-SUB)
                TO CHAIN-OPERATION(WS-CHAIN-STEP-SUB)
            MOVE CHNCASE-OPERAND(WS-CHAIN-STEP-SUB)
                TO CHAIN-OPERAND(WS-CHAIN-STEP-SUB)
            ADD 1 TO WS-CHAIN-STEP-SUB
        END-PERFORM
        CALL 'CalcChain' USING CHAIN-PARMS
        MOVE CHAIN-RESULT TO CAP-RESULT
        MOVE CHAIN-STATUS TO CAP-STATUS
    END-IF.

    WRITE CAPTURE-RECORD.
    ADD 1 TO WS-CAPTURE-COUNT.
