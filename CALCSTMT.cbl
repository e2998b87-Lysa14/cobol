IDENTIFICATION DIVISION.
PROGRAM-ID. CalculatorStatement.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SERVICE-HISTORY-FILE ASSIGN TO "CALCSRVH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.
    SELECT DEPARTMENT-FILE ASSIGN TO "CALCDEPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPT-FILE-STATUS.
    SELECT STATEMENT-PARM-FILE ASSIGN TO "CALCSTMT.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STMT-PARM-STATUS.
    SELECT STATEMENT-FILE ASSIGN TO "CALCSTMT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENT-FILE-STATUS.
    SELECT EXTRACT-FILE ASSIGN TO "CALCSTMT.CSV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SERVICE-HISTORY-FILE.
    COPY CALCSRVH.

FD  DEPARTMENT-FILE.
    COPY CALCDEPT.

FD  STATEMENT-PARM-FILE.
    COPY CALCSTMP.

FD  STATEMENT-FILE.
01  STATEMENT-LINE       PIC X(80).

FD  EXTRACT-FILE.
01  EXTRACT-LINE         PIC X(100).

FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

WORKING-STORAGE SECTION.
COPY CALCBDWS.

01 WS-HISTORY-FILE-STATUS   PIC X(2).
01 WS-HISTORY-EOF           PIC X(1) VALUE "N".
01 WS-DEPT-FILE-STATUS      PIC X(2).
01 WS-DEPT-EOF              PIC X(1) VALUE "N".
01 WS-STMT-PARM-STATUS      PIC X(2).
01 WS-STATEMENT-FILE-STATUS PIC X(2).
01 WS-EXTRACT-FILE-STATUS   PIC X(2).

01 WS-RUN-DATE              PIC X(8).
01 WS-STATEMENT-MONTH       PIC X(6).

*> One line per section on the statement. Every department on the
*> master gets a line, used or not, so Finance sees a zero charge
*> rather than a missing section; a code that reached the history
*> without being on the master (a refused unknown department) is
*> added as it is met, so its refusals are still accounted for.
01 WS-STMT-LIMIT            PIC 9(3) VALUE 200.
01 WS-STMT-COUNT            PIC 9(3) VALUE ZERO.
01 WS-STMT-TABLE.
    05 WS-SM-ENTRY OCCURS 200.
       10 WS-SM-CODE         PIC X(4).
       10 WS-SM-NAME         PIC X(20).
       10 WS-SM-REQUESTS     PIC 9(7).
       10 WS-SM-GOOD         PIC 9(7).
       10 WS-SM-ERRORS       PIC 9(7).
       10 WS-SM-RESULT-TOTAL PIC S9(14)V99.
01 WS-STMT-SUB              PIC 9(3).
01 WS-STMT-FOUND            PIC 9(3).

01 WS-SCANNED-COUNT         PIC 9(7) VALUE ZERO.
01 WS-SELECTED-COUNT        PIC 9(7) VALUE ZERO.
01 WS-TOTAL-REQUESTS        PIC 9(7) VALUE ZERO.
01 WS-TOTAL-GOOD            PIC 9(7) VALUE ZERO.
01 WS-TOTAL-ERRORS          PIC 9(7) VALUE ZERO.
01 WS-TOTAL-RESULT          PIC S9(14)V99 VALUE ZERO.

*> Report line images, in the CALCHIST/CALCRPT house shape.
01 WS-HEADING-LINE.
    05 FILLER               PIC X(36)
       VALUE "CALCSTMT - SERVICE USAGE STATEMENT  ".
    05 FILLER               PIC X(10) VALUE "RUN DATE: ".
    05 WS-HEAD-DATE         PIC X(8).
    05 FILLER               PIC X(10) VALUE "   MONTH: ".
    05 WS-HEAD-MONTH        PIC X(6).
    05 FILLER               PIC X(10) VALUE SPACES.
01 WS-COLUMN-LINE.
    05 FILLER               PIC X(29) VALUE "  DEPT  NAME".
    05 FILLER               PIC X(20) VALUE "REQUESTS CALCULATED ".
    05 FILLER               PIC X(31)
       VALUE "  ERRORS       RESULT TOTAL    ".
01 WS-DETAIL-LINE.
    05 FILLER               PIC X(2) VALUE SPACES.
    05 WS-DET-CODE          PIC X(4).
    05 FILLER               PIC X(2) VALUE SPACES.
    05 WS-DET-NAME          PIC X(20).
    05 FILLER               PIC X(2) VALUE SPACES.
    05 WS-DET-REQUESTS      PIC ZZZZZZ9.
    05 FILLER               PIC X(4) VALUE SPACES.
    05 WS-DET-GOOD          PIC ZZZZZZ9.
    05 FILLER               PIC X(2) VALUE SPACES.
    05 WS-DET-ERRORS        PIC ZZZZZZ9.
    05 FILLER               PIC X(1) VALUE SPACES.
    05 WS-DET-RESULT        PIC -Z(13)9.99.
    05 FILLER               PIC X(4) VALUE SPACES.
01 WS-TEXT-LINE             PIC X(80).

*> CSV work fields: fixed-width, zero-filled, explicit decimal point,
*> the same shape as the RECONCSV.CSV extract Finance already loads.
01 WS-CSV-REQUESTS          PIC 9(7).
01 WS-CSV-GOOD              PIC 9(7).
01 WS-CSV-ERRORS            PIC 9(7).
01 WS-CSV-RESULT            PIC +9(14).99.
01 WS-CSV-BUILD             PIC X(100).

PROCEDURE DIVISION.

    DISPLAY "Running CALCSTMT...".

    PERFORM LoadBusinessDate.
    MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.

    PERFORM LoadStatementMonth.
    PERFORM LoadDepartments.

    OPEN INPUT SERVICE-HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS = "35"
        DISPLAY "CALCSRVH.DAT not found, statement shows no usage."
    ELSE
        MOVE "N" TO WS-HISTORY-EOF
        PERFORM UNTIL WS-HISTORY-EOF = "Y"
            READ SERVICE-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-HISTORY-EOF
                NOT AT END
                    ADD 1 TO WS-SCANNED-COUNT
                    IF SH-SERVICE-DATE(1:6) = WS-STATEMENT-MONTH
                        PERFORM AccumulateHistory
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SERVICE-HISTORY-FILE
    END-IF.

    PERFORM WriteStatement.
    PERFORM WriteExtract.

    DISPLAY "CALCSTMT finished.".
    DISPLAY "Results: " WS-SCANNED-COUNT " history records scanned, "
        WS-SELECTED-COUNT " billed to " WS-STATEMENT-MONTH ".".

*>  A month with no usage at all is worth a warning-level code: it
*>  usually means the wrong month was keyed or the history was lost.
    IF WS-SELECTED-COUNT = ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

    STOP RUN.

COPY CALCBDPR.

LoadStatementMonth.

    MOVE WS-RUN-DATE(1:6) TO WS-STATEMENT-MONTH.

    OPEN INPUT STATEMENT-PARM-FILE.
    IF WS-STMT-PARM-STATUS = "35"
        DISPLAY "CALCSTMT.PRM not found, billing the business month."
    ELSE
        READ STATEMENT-PARM-FILE
            AT END
                DISPLAY "CALCSTMT.PRM empty, "
                    "billing the business month."
            NOT AT END
                IF STP-MONTH NUMERIC
                    MOVE STP-MONTH TO WS-STATEMENT-MONTH
                ELSE
                    DISPLAY "CALCSTMT.PRM month not numeric, "
                        "billing the business month."
                END-IF
        END-READ
        CLOSE STATEMENT-PARM-FILE
    END-IF.

    DISPLAY "Statement month " WS-STATEMENT-MONTH ".".

LoadDepartments.

    OPEN INPUT DEPARTMENT-FILE.
    IF WS-DEPT-FILE-STATUS = "35"
        DISPLAY "CALCDEPT.DAT not found, listing history codes only."
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-DEPT-EOF.
    PERFORM UNTIL WS-DEPT-EOF = "Y"
        READ DEPARTMENT-FILE
            AT END
                MOVE "Y" TO WS-DEPT-EOF
            NOT AT END
                IF WS-STMT-COUNT < WS-STMT-LIMIT
                    ADD 1 TO WS-STMT-COUNT
                    MOVE DEPT-CODE TO WS-SM-CODE(WS-STMT-COUNT)
                    MOVE DEPT-NAME TO WS-SM-NAME(WS-STMT-COUNT)
                    PERFORM ClearStatementEntry
                ELSE
                    DISPLAY "Statement table full, department dropped: "
                        DEPT-CODE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DEPARTMENT-FILE.

ClearStatementEntry.

    MOVE ZERO TO WS-SM-REQUESTS(WS-STMT-COUNT).
    MOVE ZERO TO WS-SM-GOOD(WS-STMT-COUNT).
    MOVE ZERO TO WS-SM-ERRORS(WS-STMT-COUNT).
    MOVE ZERO TO WS-SM-RESULT-TOTAL(WS-STMT-COUNT).

AccumulateHistory.

    MOVE ZERO TO WS-STMT-FOUND.
    MOVE 1 TO WS-STMT-SUB.
    PERFORM UNTIL WS-STMT-FOUND > ZERO
        OR WS-STMT-SUB > WS-STMT-COUNT
        IF WS-SM-CODE(WS-STMT-SUB) = SH-DEPARTMENT
            MOVE WS-STMT-SUB TO WS-STMT-FOUND
        ELSE
            ADD 1 TO WS-STMT-SUB
        END-IF
    END-PERFORM.

    IF WS-STMT-FOUND = ZERO
        IF WS-STMT-COUNT < WS-STMT-LIMIT
            ADD 1 TO WS-STMT-COUNT
            MOVE SH-DEPARTMENT TO WS-SM-CODE(WS-STMT-COUNT)
            MOVE "(NOT ON MASTER)" TO WS-SM-NAME(WS-STMT-COUNT)
            PERFORM ClearStatementEntry
            MOVE WS-STMT-COUNT TO WS-STMT-FOUND
        ELSE
            DISPLAY "Statement table full, usage not billed: "
                SH-DEPARTMENT
            EXIT PARAGRAPH
        END-IF
    END-IF.

    ADD 1 TO WS-SELECTED-COUNT.
    ADD 1 TO WS-SM-REQUESTS(WS-STMT-FOUND).
    IF SH-STATUS = "0"
        ADD 1 TO WS-SM-GOOD(WS-STMT-FOUND)
        ADD SH-RESULT TO WS-SM-RESULT-TOTAL(WS-STMT-FOUND)
    ELSE
        ADD 1 TO WS-SM-ERRORS(WS-STMT-FOUND)
    END-IF.

WriteStatement.

    OPEN OUTPUT STATEMENT-FILE.

    MOVE WS-RUN-DATE TO WS-HEAD-DATE.
    MOVE WS-STATEMENT-MONTH TO WS-HEAD-MONTH.
    WRITE STATEMENT-LINE FROM WS-HEADING-LINE.
    MOVE SPACES TO WS-TEXT-LINE.
    WRITE STATEMENT-LINE FROM WS-TEXT-LINE.
    WRITE STATEMENT-LINE FROM WS-COLUMN-LINE.

    MOVE 1 TO WS-STMT-SUB.
    PERFORM UNTIL WS-STMT-SUB > WS-STMT-COUNT
        MOVE WS-SM-CODE(WS-STMT-SUB)     TO WS-DET-CODE
        MOVE WS-SM-NAME(WS-STMT-SUB)     TO WS-DET-NAME
        MOVE WS-SM-REQUESTS(WS-STMT-SUB) TO WS-DET-REQUESTS
        MOVE WS-SM-GOOD(WS-STMT-SUB)     TO WS-DET-GOOD
        MOVE WS-SM-ERRORS(WS-STMT-SUB)   TO WS-DET-ERRORS
        MOVE WS-SM-RESULT-TOTAL(WS-STMT-SUB) TO WS-DET-RESULT
        WRITE STATEMENT-LINE FROM WS-DETAIL-LINE
        ADD WS-SM-REQUESTS(WS-STMT-SUB) TO WS-TOTAL-REQUESTS
        ADD WS-SM-GOOD(WS-STMT-SUB)     TO WS-TOTAL-GOOD
        ADD WS-SM-ERRORS(WS-STMT-SUB)   TO WS-TOTAL-ERRORS
        ADD WS-SM-RESULT-TOTAL(WS-STMT-SUB) TO WS-TOTAL-RESULT
        ADD 1 TO WS-STMT-SUB
    END-PERFORM.
    IF WS-STMT-COUNT = ZERO
        MOVE "  (NONE)" TO WS-TEXT-LINE
        WRITE STATEMENT-LINE FROM WS-TEXT-LINE
    END-IF.

    MOVE SPACES TO WS-TEXT-LINE.
    WRITE STATEMENT-LINE FROM WS-TEXT-LINE.
    MOVE "ALL "              TO WS-DET-CODE.
    MOVE "MONTH TOTAL"       TO WS-DET-NAME.
    MOVE WS-TOTAL-REQUESTS   TO WS-DET-REQUESTS.
    MOVE WS-TOTAL-GOOD       TO WS-DET-GOOD.
    MOVE WS-TOTAL-ERRORS     TO WS-DET-ERRORS.
    MOVE WS-TOTAL-RESULT     TO WS-DET-RESULT.
    WRITE STATEMENT-LINE FROM WS-DETAIL-LINE.

    CLOSE STATEMENT-FILE.

WriteExtract.

*>  One row per section for the chargeback spreadsheet: month,
*>  department, requests, calculated, errors, result total.
    OPEN OUTPUT EXTRACT-FILE.
    MOVE 1 TO WS-STMT-SUB.
    PERFORM UNTIL WS-STMT-SUB > WS-STMT-COUNT
        MOVE WS-SM-REQUESTS(WS-STMT-SUB)     TO WS-CSV-REQUESTS
        MOVE WS-SM-GOOD(WS-STMT-SUB)         TO WS-CSV-GOOD
        MOVE WS-SM-ERRORS(WS-STMT-SUB)       TO WS-CSV-ERRORS
        MOVE WS-SM-RESULT-TOTAL(WS-STMT-SUB) TO WS-CSV-RESULT
        MOVE SPACES TO WS-CSV-BUILD
        STRING WS-STATEMENT-MONTH      DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-SM-CODE(WS-STMT-SUB) DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-CSV-REQUESTS         DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-CSV-GOOD             DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-CSV-ERRORS           DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               WS-CSV-RESULT           DELIMITED BY SIZE
            INTO WS-CSV-BUILD
        END-STRING
        MOVE WS-CSV-BUILD TO EXTRACT-LINE
        WRITE EXTRACT-LINE
        ADD 1 TO WS-STMT-SUB
    END-PERFORM.
    CLOSE EXTRACT-FILE.
