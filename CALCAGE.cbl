    SELECT AGING-REPORT-FILE ASSIGN TO "CALCAGE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGING-FILE-STATUS.
    SELECT VARIANCE-REGISTER-FILE ASSIGN TO "CALCVAR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-FILE-STATUS.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "CALCEXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AGING-REPORT-FILE.
01  AGING-REPORT-LINE    PIC X(80).

FD  VARIANCE-REGISTER-FILE.
01  VARIANCE-REGISTER-LINE PIC X(80).

FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

FD  EXCEPTION-FILE.
    COPY CALCEXCR.

WORKING-STORAGE SECTION.
COPY CALCBDWS.
COPY CALCEXWS.

01 WS-REPORT-FILE-STATUS  PIC X(2).
01 WS-REPORT-EOF          PIC X(1) VALUE "N".
01 WS-MASTER-FILE-STATUS  PIC X(2).
01 WS-MASTER-EOF          PIC X(1) VALUE "N".
01 WS-AGING-FILE-STATUS   PIC X(2).
01 WS-REGISTER-FILE-STATUS PIC X(2).

*> RECON.RPT accumulates every run's rows until CALCRPT trims it, so
*> the aging pass covers only the most recent run: a first pass finds
       10 WS-DM-LAST-SEEN  PIC X(8).
       10 WS-DM-LAST-RUN   PIC 9(6).
       10 WS-DM-SEEN-FLAG  PIC X(1).
       10 WS-DM-DISPOSITION PIC X(1).
       10 WS-DM-DISP-OPERATOR PIC X(8).
       10 WS-DM-DISP-DATE  PIC X(8).
       10 WS-DM-REVIEW-DATE PIC X(8).
       10 WS-DM-DISP-COMMENT PIC X(40).
01 WS-MASTER-SUB          PIC 9(3).
01 WS-FOUND-SUB           PIC 9(3).

01 WS-NEW-COUNT           PIC 9(3) VALUE ZERO.
01 WS-RECUR-COUNT         PIC 9(3) VALUE ZERO.
01 WS-CLEAR-COUNT         PIC 9(3) VALUE ZERO.
01 WS-OVERDUE-COUNT       PIC 9(3) VALUE ZERO.
01 WS-ACCEPTED-COUNT      PIC 9(3) VALUE ZERO.

*> Disposition standing of the entry at WS-MASTER-SUB, set by
*> ClassifyEntry. An accepted variance still inside its review-by
*> date is left out of the NEW and RECURRING sections and listed on
*> the CALCVAR.RPT register instead; any disposition whose review-by
*> date has passed heads the report, and an accepted one counts as
*> an ordinary discrepancy again until it is refiled.
01 WS-ENTRY-ACCEPTED      PIC X(1).
01 WS-ENTRY-OVERDUE       PIC X(1).
01 WS-SECTION-STATUS      PIC X(6).
01 WS-SECTION-LINES       PIC 9(3).

    05 WS-DET-FIRST-SEEN  PIC X(8).
    05 FILLER             PIC X(11) VALUE "  LAST RUN ".
    05 WS-DET-LAST-RUN    PIC 9(6).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 WS-DET-DISP-LABEL  PIC X(5).
    05 WS-DET-DISPOSITION PIC X(1).
    05 FILLER             PIC X(2) VALUE SPACES.
01 WS-TEXT-LINE           PIC X(80).

*> Accepted-variance register lines: the discrepancy, then who
*> accepted it, until when, and why.
01 WS-REGISTER-HEADING.
    05 FILLER             PIC X(36)
       VALUE "CALCAGE - ACCEPTED VARIANCES        ".
    05 FILLER             PIC X(10) VALUE "RUN DATE: ".
    05 WS-REG-HEAD-DATE   PIC X(8).
    05 FILLER             PIC X(8) VALUE "   RUN: ".
    05 WS-REG-HEAD-RUN    PIC 9(6).
    05 FILLER             PIC X(12) VALUE SPACES.
01 WS-REGISTER-NOTE.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 FILLER             PIC X(12) VALUE "ACCEPTED BY ".
    05 WS-REG-OPERATOR    PIC X(8).
    05 FILLER             PIC X(4) VALUE " ON ".
    05 WS-REG-DISP-DATE   PIC X(8).
    05 FILLER             PIC X(12) VALUE "  REVIEW BY ".
    05 WS-REG-REVIEW-DATE PIC X(8).
    05 FILLER             PIC X(24) VALUE SPACES.
01 WS-REGISTER-COMMENT.
    05 FILLER             PIC X(4) VALUE SPACES.
    05 WS-REG-COMMENT     PIC X(40).
    05 FILLER             PIC X(36) VALUE SPACES.

*> Subject and text of the exceptions fed to CALCEXC.DAT.
01 WS-EXC-CASE-SUBJECT.
    05 FILLER             PIC X(12) VALUE "LEGACY CASE ".
    05 WS-EXC-CASE-ID     PIC 9(7).
    05 FILLER             PIC X(1) VALUE SPACES.
01 WS-EXC-NEW-TEXT.
    05 FILLER             PIC X(16) VALUE "NEW DISCREPANCY ".
    05 WS-EXC-NEW-NUM1    PIC -ZZZZ9.99.
    05 FILLER             PIC X(1) VALUE SPACES.
    05 WS-EXC-NEW-OP      PIC X(1).
    05 FILLER             PIC X(1) VALUE SPACES.
    05 WS-EXC-NEW-NUM2    PIC -ZZZZ9.99.
    05 FILLER             PIC X(3) VALUE SPACES.
01 WS-EXC-REVIEW-TEXT.
    05 FILLER             PIC X(12) VALUE "DISPOSITION ".
    05 WS-EXC-REVIEW-DISP PIC X(1).
    05 FILLER             PIC X(19) VALUE " PAST REVIEW DATE ".
    05 WS-EXC-REVIEW-DATE PIC X(8).

PROCEDURE DIVISION.

    DISPLAY "Running CALCAGE...".
    PERFORM FindLatestRun.
    CLOSE RECON-REPORT-FILE.

    MOVE "CALCAGE"        TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.
    MOVE WS-LATEST-RUN-ID TO WS-EXC-RUN-ID.

    IF WS-LATEST-RUN-ID = ZERO
        DISPLAY "No run IDs on RECON.RPT, nothing to age."
        MOVE 0 TO RETURN-CODE
    PERFORM CloseOutUnseen.
    PERFORM RewriteMaster.
    PERFORM WriteAgingReport.
    PERFORM WriteVarianceRegister.

    DISPLAY "CALCAGE finished.".
    DISPLAY "Results: " WS-NEW-COUNT " new, " WS-RECUR-COUNT
        " recurring, " WS-CLEAR-COUNT " cleared, " WS-OVERDUE-COUNT
        " past review, " WS-ACCEPTED-COUNT " accepted variances.".

*>  A NEW discrepancy is the only kind the cutover sign-off has to
*>  act on, so it earns the warning-level code the scheduler can
*>  surface -- the same convention CALCHIST uses for a regression.
*>  A disposition past its review-by date is owed a decision too.
    IF WS-NEW-COUNT > ZERO OR WS-OVERDUE-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    STOP RUN.

COPY CALCBDPR.
COPY CALCEXPR.

FindLatestRun.

        MOVE DM-LAST-SEEN-DATE  TO WS-DM-LAST-SEEN(WS-MASTER-COUNT)
        MOVE DM-LAST-SEEN-RUN   TO WS-DM-LAST-RUN(WS-MASTER-COUNT)
        MOVE "N"                TO WS-DM-SEEN-FLAG(WS-MASTER-COUNT)
        MOVE DM-DISPOSITION     TO WS-DM-DISPOSITION(WS-MASTER-COUNT)
        MOVE DM-DISP-OPERATOR
            TO WS-DM-DISP-OPERATOR(WS-MASTER-COUNT)
        MOVE DM-DISP-DATE       TO WS-DM-DISP-DATE(WS-MASTER-COUNT)
        MOVE DM-REVIEW-DATE     TO WS-DM-REVIEW-DATE(WS-MASTER-COUNT)
        MOVE DM-DISP-COMMENT
            TO WS-DM-DISP-COMMENT(WS-MASTER-COUNT)
    ELSE
        DISPLAY "Discrepancy master full, entry dropped: case "
            DM-CASE-ID
            MOVE WS-LATEST-RUN-ID
                TO WS-DM-LAST-RUN(WS-MASTER-COUNT)
            MOVE "Y"           TO WS-DM-SEEN-FLAG(WS-MASTER-COUNT)
            MOVE SPACES        TO WS-DM-DISPOSITION(WS-MASTER-COUNT)
            MOVE SPACES        TO WS-DM-DISP-OPERATOR(WS-MASTER-COUNT)
            MOVE SPACES        TO WS-DM-DISP-DATE(WS-MASTER-COUNT)
            MOVE SPACES        TO WS-DM-REVIEW-DATE(WS-MASTER-COUNT)
            MOVE SPACES        TO WS-DM-DISP-COMMENT(WS-MASTER-COUNT)
            MOVE 2             TO WS-EXC-SEVERITY
            MOVE "AGENEW"      TO WS-EXC-CODE
            PERFORM FeedDetailRow
        ELSE
            DISPLAY "Discrepancy master full, new row not tracked."
            MOVE 3             TO WS-EXC-SEVERITY
            MOVE "AGEFULL"     TO WS-EXC-CODE
            PERFORM FeedDetailRow
        END-IF
    END-IF.

FeedDetailRow.

    IF RPT-CASE-ID NUMERIC
        MOVE RPT-CASE-ID TO WS-EXC-CASE-ID
    ELSE
        MOVE ZERO TO WS-EXC-CASE-ID
    END-IF.
    MOVE WS-EXC-CASE-SUBJECT TO WS-EXC-SUBJECT.
    MOVE RPT-NUM1            TO WS-EXC-NEW-NUM1.
    MOVE RPT-OPERATION       TO WS-EXC-NEW-OP.
    MOVE RPT-NUM2            TO WS-EXC-NEW-NUM2.
    MOVE WS-EXC-NEW-TEXT     TO WS-EXC-TEXT.
    PERFORM WriteException.

CloseOutUnseen.

*>  A live entry tonight's run no longer reports has cleared: the
            TO DM-FIRST-SEEN-DATE
        MOVE WS-DM-LAST-SEEN(WS-MASTER-SUB) TO DM-LAST-SEEN-DATE
        MOVE WS-DM-LAST-RUN(WS-MASTER-SUB)  TO DM-LAST-SEEN-RUN
        MOVE WS-DM-DISPOSITION(WS-MASTER-SUB) TO DM-DISPOSITION
        MOVE WS-DM-DISP-OPERATOR(WS-MASTER-SUB) TO DM-DISP-OPERATOR
        MOVE WS-DM-DISP-DATE(WS-MASTER-SUB) TO DM-DISP-DATE
        MOVE WS-DM-REVIEW-DATE(WS-MASTER-SUB) TO DM-REVIEW-DATE
        MOVE WS-DM-DISP-COMMENT(WS-MASTER-SUB) TO DM-DISP-COMMENT
        WRITE DISC-MASTER-RECORD
        ADD 1 TO WS-MASTER-SUB
    END-PERFORM.
    MOVE WS-LATEST-RUN-ID TO WS-HEAD-RUN.
    WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE.

*>  Decisions that have run past their review-by date come back
*>  above everything else, so a shelved explanation cannot quietly
*>  become permanent.
    PERFORM WriteOverdueSection.

*>  NEW next: the only section the sign-off reads before coffee.
    MOVE "NEW" TO WS-SECTION-STATUS.
    MOVE "NEW DISCREPANCIES - FIRST SEEN TONIGHT" TO WS-TEXT-LINE.
    PERFORM WriteOneSection.
    MOVE ZERO TO WS-SECTION-LINES.
    MOVE 1 TO WS-MASTER-SUB.
    PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
        PERFORM ClassifyEntry
        IF WS-DM-STATUS(WS-MASTER-SUB) = WS-SECTION-STATUS
            AND (WS-ENTRY-ACCEPTED = "N"
                OR WS-SECTION-STATUS = "CLEAR")
            ADD 1 TO WS-SECTION-LINES
            PERFORM WriteDetailLine
        END-IF
        ADD 1 TO WS-MASTER-SUB
    END-PERFORM.
    IF WS-SECTION-LINES = ZERO
        MOVE "  (NONE)" TO WS-TEXT-LINE
        WRITE AGING-REPORT-LINE FROM WS-TEXT-LINE
    END-IF.
    MOVE SPACES TO WS-TEXT-LINE.
    WRITE AGING-REPORT-LINE FROM WS-TEXT-LINE.

WriteOverdueSection.

    MOVE "PAST REVIEW DATE - DISPOSITIONS DUE FOR REVIEW"
        TO WS-TEXT-LINE.
    WRITE AGING-REPORT-LINE FROM WS-TEXT-LINE.
    MOVE ZERO TO WS-OVERDUE-COUNT.
    MOVE 1 TO WS-MASTER-SUB.
    PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
        PERFORM ClassifyEntry
        IF WS-ENTRY-OVERDUE = "Y"
            ADD 1 TO WS-OVERDUE-COUNT
            PERFORM WriteDetailLine
            PERFORM FeedOverdueEntry
        END-IF
        ADD 1 TO WS-MASTER-SUB
    END-PERFORM.
    IF WS-OVERDUE-COUNT = ZERO
        MOVE "  (NONE)" TO WS-TEXT-LINE
        WRITE AGING-REPORT-LINE FROM WS-TEXT-LINE
    END-IF.
    MOVE SPACES TO WS-TEXT-LINE.
    WRITE AGING-REPORT-LINE FROM WS-TEXT-LINE.

FeedOverdueEntry.

    MOVE 2                              TO WS-EXC-SEVERITY.
    MOVE "AGEREVW"                      TO WS-EXC-CODE.
    MOVE WS-DM-CASE-ID(WS-MASTER-SUB)   TO WS-EXC-CASE-ID.
    MOVE WS-EXC-CASE-SUBJECT            TO WS-EXC-SUBJECT.
    MOVE WS-DM-DISPOSITION(WS-MASTER-SUB) TO WS-EXC-REVIEW-DISP.
    MOVE WS-DM-REVIEW-DATE(WS-MASTER-SUB) TO WS-EXC-REVIEW-DATE.
    MOVE WS-EXC-REVIEW-TEXT             TO WS-EXC-TEXT.
    PERFORM WriteException.

ClassifyEntry.

*>  A CLEARed entry owes nobody a review: the figure reconciled.
    MOVE "N" TO WS-ENTRY-ACCEPTED.
    MOVE "N" TO WS-ENTRY-OVERDUE.
    IF WS-DM-DISPOSITION(WS-MASTER-SUB) = SPACES
        OR WS-DM-STATUS(WS-MASTER-SUB) = "CLEAR"
        EXIT PARAGRAPH
    END-IF.
    IF WS-DM-REVIEW-DATE(WS-MASTER-SUB) < WS-RUN-DATE
        MOVE "Y" TO WS-ENTRY-OVERDUE
    ELSE
        IF WS-DM-DISPOSITION(WS-MASTER-SUB) = "A"
            MOVE "Y" TO WS-ENTRY-ACCEPTED
        END-IF
    END-IF.

WriteDetailLine.

    MOVE WS-DM-CASE-ID(WS-MASTER-SUB)   TO WS-DET-CASE-ID.
    MOVE WS-DM-NUM1(WS-MASTER-SUB)      TO WS-DET-NUM1.
    MOVE WS-DM-OPERATION(WS-MASTER-SUB) TO WS-DET-OPERATION.
    MOVE WS-DM-NUM2(WS-MASTER-SUB)      TO WS-DET-NUM2.
    MOVE WS-DM-FIRST-SEEN(WS-MASTER-SUB) TO WS-DET-FIRST-SEEN.
    MOVE WS-DM-LAST-RUN(WS-MASTER-SUB)  TO WS-DET-LAST-RUN.
    IF WS-DM-DISPOSITION(WS-MASTER-SUB) = SPACES
        MOVE SPACES TO WS-DET-DISP-LABEL
    ELSE
        MOVE "DISP " TO WS-DET-DISP-LABEL
    END-IF.
    MOVE WS-DM-DISPOSITION(WS-MASTER-SUB) TO WS-DET-DISPOSITION.
    WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE.

WriteVarianceRegister.

    OPEN OUTPUT VARIANCE-REGISTER-FILE.

    MOVE WS-RUN-DATE TO WS-REG-HEAD-DATE.
    MOVE WS-LATEST-RUN-ID TO WS-REG-HEAD-RUN.
    WRITE VARIANCE-REGISTER-LINE FROM WS-REGISTER-HEADING.
    MOVE "ACCEPTED ROUNDING VARIANCES - EXCLUDED FROM SIGN-OFF"
        TO WS-TEXT-LINE.
    WRITE VARIANCE-REGISTER-LINE FROM WS-TEXT-LINE.

    MOVE ZERO TO WS-ACCEPTED-COUNT.
    MOVE 1 TO WS-MASTER-SUB.
    PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
        PERFORM ClassifyEntry
        IF WS-ENTRY-ACCEPTED = "Y"
            ADD 1 TO WS-ACCEPTED-COUNT
            MOVE WS-DM-CASE-ID(WS-MASTER-SUB)   TO WS-DET-CASE-ID
            MOVE WS-DM-NUM1(WS-MASTER-SUB)      TO WS-DET-NUM1
            MOVE WS-DM-OPERATION(WS-MASTER-SUB) TO WS-DET-OPERATION
            MOVE WS-DM-NUM2(WS-MASTER-SUB)      TO WS-DET-NUM2
            MOVE WS-DM-FIRST-SEEN(WS-MASTER-SUB) TO WS-DET-FIRST-SEEN
            MOVE WS-DM-LAST-RUN(WS-MASTER-SUB)  TO WS-DET-LAST-RUN
            MOVE SPACES TO WS-DET-DISP-LABEL
            MOVE SPACES TO WS-DET-DISPOSITION
            WRITE VARIANCE-REGISTER-LINE FROM WS-DETAIL-LINE
            MOVE WS-DM-DISP-OPERATOR(WS-MASTER-SUB) TO WS-REG-OPERATOR
            MOVE WS-DM-DISP-DATE(WS-MASTER-SUB) TO WS-REG-DISP-DATE
            MOVE WS-DM-REVIEW-DATE(WS-MASTER-SUB)
                TO WS-REG-REVIEW-DATE
            WRITE VARIANCE-REGISTER-LINE FROM WS-REGISTER-NOTE
            MOVE WS-DM-DISP-COMMENT(WS-MASTER-SUB) TO WS-REG-COMMENT
            WRITE VARIANCE-REGISTER-LINE FROM WS-REGISTER-COMMENT
        END-IF
        ADD 1 TO WS-MASTER-SUB
    END-PERFORM.
    IF WS-ACCEPTED-COUNT = ZERO
        MOVE "  (NONE)" TO WS-TEXT-LINE
        WRITE VARIANCE-REGISTER-LINE FROM WS-TEXT-LINE
    END-IF.

    CLOSE VARIANCE-REGISTER-FILE.
