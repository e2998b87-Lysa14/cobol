    SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "CALCEXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALC-PARM-FILE.
    COPY CALCPARM.

FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

FD  EXCEPTION-FILE.
    COPY CALCEXCR.

WORKING-STORAGE SECTION.
COPY CALCBDWS.
COPY CALCEXWS.

01 WS-LEGACY-FILE-STATUS   PIC X(2).
01 WS-LEGACY-EOF           PIC X(1) VALUE "N".
01 WS-CALCTEST-FILE-STATUS PIC X(2).
    05 FILLER              PIC X(52) VALUE SPACES.
01 WS-TEXT-LINE            PIC X(80).

*> Subject of the exceptions fed to CALCEXC.DAT.
01 WS-EXC-CASE-SUBJECT.
    05 FILLER              PIC X(12) VALUE "LEGACY CASE ".
    05 WS-EXC-CASE-ID      PIC 9(7).
    05 FILLER              PIC X(1) VALUE SPACES.

PROCEDURE DIVISION.

    DISPLAY "Running CALCPROM...".

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

*>  Only the exception feed is booked to the business date; the
*>  report keeps the date it actually ran.
    PERFORM LoadBusinessDate.
    MOVE "CALCPROM"       TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.

    PERFORM LoadParameters.

    OPEN INPUT RECON-REPORT-FILE.
    END-IF.
    PERFORM FindLatestRun.
    CLOSE RECON-REPORT-FILE.
    MOVE WS-LATEST-RUN-ID TO WS-EXC-RUN-ID.

    IF WS-LATEST-RUN-ID = ZERO OR WS-TRAILER-SEEN = "N"
        DISPLAY "Latest reconciliation run incomplete or unstamped,"

    STOP RUN.

COPY CALCBDPR.

COPY CALCEXPR.

LoadParameters.

    OPEN INPUT CALC-PARM-FILE.
                    ELSE
                        DISPLAY "Discrepancy table full, promotion"
                            " run abandoned for safety."
                        MOVE 3 TO WS-EXC-SEVERITY
                        MOVE "PROMFULL" TO WS-EXC-CODE
                        MOVE "RECON.RPT" TO WS-EXC-SUBJECT
                        MOVE "DISCREPANCY TABLE FULL, NOTHING PROMOTED"
                            TO WS-EXC-TEXT
                        PERFORM WriteException
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
    IF WS-DECK-OVERFLOW = "Y"
        DISPLAY "Deck signature table overflowed, case "
            LEGACY-CASE-ID " held back."
        MOVE "DECK TABLE FULL, PROMOTION HELD BACK" TO WS-EXC-TEXT
        PERFORM FeedHeldCase
        EXIT PARAGRAPH
    END-IF.

    IF WS-NEW-COUNT = WS-NEW-LIMIT
        DISPLAY "Promotion batch full, case " LEGACY-CASE-ID
            " held for the next run."
        MOVE "PROMOTION BATCH FULL, HELD FOR NEXT RUN" TO WS-EXC-TEXT
        PERFORM FeedHeldCase
        EXIT PARAGRAPH
    END-IF.


    ADD 1 TO WS-DECK-NEXT-ID.

FeedHeldCase.

    MOVE 1                   TO WS-EXC-SEVERITY.
    MOVE "PROMHELD"          TO WS-EXC-CODE.
    MOVE LEGACY-CASE-ID      TO WS-EXC-CASE-ID.
    MOVE WS-EXC-CASE-SUBJECT TO WS-EXC-SUBJECT.
    PERFORM WriteException.

AppendPromotedCases.

    IF WS-NEW-COUNT = ZERO
