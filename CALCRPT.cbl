    SELECT TRIM-FILE ASSIGN TO "RECON.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRIM-FILE-STATUS.
    SELECT DISC-MASTER-FILE ASSIGN TO "DISCMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRIM-FILE.
01  TRIM-LINE            PIC X(80).

FD  DISC-MASTER-FILE.
    COPY DISCMAST.

FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

WORKING-STORAGE SECTION.
COPY CALCBDWS.

01 WS-REPORT-FILE-STATUS  PIC X(2).
01 WS-REPORT-EOF          PIC X(1) VALUE "N".
01 WS-PRINT-FILE-STATUS   PIC X(2).
01 WS-MATCHED-COUNT       PIC 9(7) VALUE ZERO.
01 WS-RUN-DATE            PIC X(8) VALUE SPACES.

*> Accepted rounding variances from the DISCMAST.DAT master (filed
*> through CALCDISP, still inside their review-by date). Their rows
*> still print, flagged ACC, but they are taken out of the discrepant
*> count the sign-off reads and shown on a line of their own.
01 WS-MASTER-FILE-STATUS  PIC X(2).
01 WS-MASTER-EOF          PIC X(1) VALUE "N".
01 WS-ACCEPTED-LIMIT      PIC 9(3) VALUE 500.
01 WS-ACCEPTED-LOADED     PIC 9(3) VALUE ZERO.
01 WS-ACCEPTED-TABLE.
    05 WS-ACC-ENTRY OCCURS 500.
       10 WS-ACC-NUM1      PIC S9(5)V99 SIGN LEADING SEPARATE.
       10 WS-ACC-NUM2      PIC S9(5)V99 SIGN LEADING SEPARATE.
       10 WS-ACC-OPERATION PIC X(1).
01 WS-ACCEPTED-SUB        PIC 9(3).
01 WS-ROW-ACCEPTED        PIC X(1).
01 WS-ACCEPTED-COUNT      PIC 9(7) VALUE ZERO.
01 WS-SIGNOFF-COUNT       PIC 9(7) VALUE ZERO.

*> Page control: a header block is printed before the first detail
*> line of each page, and a new page starts when the body is full.
01 WS-PAGE-NUMBER         PIC 9(4) VALUE ZERO.
    05 WS-PRT-STATUS      PIC X(6).
    05 FILLER             PIC X(1) VALUE SPACES.
    05 WS-PRT-CASE-ID     PIC ZZZZZZ9.
    05 FILLER             PIC X(1) VALUE SPACES.
    05 WS-PRT-ACCEPTED    PIC X(3).
    05 FILLER             PIC X(2) VALUE SPACES.
01 WS-TOTALS-LINE.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 WS-TOT-LABEL       PIC X(22).
*>  date; the trailer's date governs only the totals section.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

*>  Whether an accepted variance is still inside its review-by date
*>  is judged on the business date, as CALCAGE judges it.
    PERFORM LoadBusinessDate.
    PERFORM LoadAcceptedVariances.

    OPEN INPUT RECON-REPORT-FILE.
    IF WS-REPORT-FILE-STATUS = "35"
        DISPLAY "RECON.RPT not found, nothing to format."

    STOP RUN.

COPY CALCBDPR.

LoadAcceptedVariances.

    OPEN INPUT DISC-MASTER-FILE.
    IF WS-MASTER-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-MASTER-EOF.
    PERFORM UNTIL WS-MASTER-EOF = "Y"
        READ DISC-MASTER-FILE
            AT END
                MOVE "Y" TO WS-MASTER-EOF
            NOT AT END
                IF DM-ACCEPTED-VARIANCE
                    AND DM-STATUS NOT = "CLEAR"
                    AND DM-REVIEW-DATE >= WS-BUSINESS-DATE
                    IF WS-ACCEPTED-LOADED < WS-ACCEPTED-LIMIT
                        ADD 1 TO WS-ACCEPTED-LOADED
                        MOVE DM-NUM1
                            TO WS-ACC-NUM1(WS-ACCEPTED-LOADED)
                        MOVE DM-NUM2
                            TO WS-ACC-NUM2(WS-ACCEPTED-LOADED)
                        MOVE DM-OPERATION
                            TO WS-ACC-OPERATION(WS-ACCEPTED-LOADED)
                    ELSE
                        DISPLAY "Accepted variance table full, case "
                            DM-CASE-ID " counted as discrepant."
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DISC-MASTER-FILE.

    DISPLAY WS-ACCEPTED-LOADED " accepted variances on DISCMAST.DAT.".

CheckAcceptedVariance.

*>  Same identity CALCAGE matches on: operands and operation.
    MOVE "N" TO WS-ROW-ACCEPTED.
    MOVE 1 TO WS-ACCEPTED-SUB.
    PERFORM UNTIL WS-ROW-ACCEPTED = "Y"
        OR WS-ACCEPTED-SUB > WS-ACCEPTED-LOADED
        IF WS-ACC-NUM1(WS-ACCEPTED-SUB) = RPT-NUM1
            AND WS-ACC-NUM2(WS-ACCEPTED-SUB) = RPT-NUM2
            AND WS-ACC-OPERATION(WS-ACCEPTED-SUB) = RPT-OPERATION
            MOVE "Y" TO WS-ROW-ACCEPTED
        ELSE
            ADD 1 TO WS-ACCEPTED-SUB
        END-IF
    END-PERFORM.

FindLatestRun.

    MOVE "N" TO WS-SCAN-EOF.
    MOVE RPT-CALC-RESULT   TO WS-PRT-CALC.
    MOVE RPT-DIFFERENCE    TO WS-PRT-DIFFERENCE.
    MOVE RPT-STATUS        TO WS-PRT-STATUS.
    PERFORM CheckAcceptedVariance.
    IF WS-ROW-ACCEPTED = "Y"
        ADD 1 TO WS-ACCEPTED-COUNT
        MOVE "ACC"         TO WS-PRT-ACCEPTED
    ELSE
        MOVE SPACES        TO WS-PRT-ACCEPTED
    END-IF.
*>  Rows written before case IDs existed read back with spaces here;
*>  they print (and extract) as case zero.
    IF RPT-CASE-ID NUMERIC
        MOVE "CASES LISTED:         " TO WS-TOT-LABEL
        MOVE WS-DETAIL-COUNT TO WS-TOT-VALUE
        WRITE PRINT-LINE FROM WS-TOTALS-LINE
        MOVE "ACCEPTED VARIANCES:   " TO WS-TOT-LABEL
        MOVE WS-ACCEPTED-COUNT TO WS-TOT-VALUE
        WRITE PRINT-LINE FROM WS-TOTALS-LINE
    ELSE
        COMPUTE WS-MATCHED-COUNT =
            WS-TOTAL-COUNT - WS-DISCREPANCY-COUNT
        IF WS-ACCEPTED-COUNT > WS-DISCREPANCY-COUNT
            MOVE WS-DISCREPANCY-COUNT TO WS-ACCEPTED-COUNT
        END-IF
        COMPUTE WS-SIGNOFF-COUNT =
            WS-DISCREPANCY-COUNT - WS-ACCEPTED-COUNT
        MOVE "CASES COMPARED:       " TO WS-TOT-LABEL
        MOVE WS-TOTAL-COUNT TO WS-TOT-VALUE
        WRITE PRINT-LINE FROM WS-TOTALS-LINE
        MOVE "CASES MATCHED:        " TO WS-TOT-LABEL
        MOVE WS-MATCHED-COUNT TO WS-TOT-VALUE
        WRITE PRINT-LINE FROM WS-TOTALS-LINE
        MOVE "ACCEPTED VARIANCES:   " TO WS-TOT-LABEL
        MOVE WS-ACCEPTED-COUNT TO WS-TOT-VALUE
        WRITE PRINT-LINE FROM WS-TOTALS-LINE
        MOVE "CASES DISCREPANT:     " TO WS-TOT-LABEL
        MOVE WS-SIGNOFF-COUNT TO WS-TOT-VALUE
        WRITE PRINT-LINE FROM WS-TOTALS-LINE
    END-IF.

