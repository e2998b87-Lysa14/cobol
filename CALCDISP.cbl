IDENTIFICATION DIVISION.
PROGRAM-ID. CalculatorDisposition.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DISP-TXN-FILE ASSIGN TO "CALCDSPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TXN-FILE-STATUS.
    SELECT DISC-MASTER-FILE ASSIGN TO "DISCMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT DISP-ERROR-FILE ASSIGN TO "CALCDISP.ERR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ERROR-FILE-STATUS.
    SELECT DISP-AUDIT-FILE ASSIGN TO "CALCDISP.AUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DISP-TXN-FILE.
    COPY CALCDSPT.

FD  DISC-MASTER-FILE.
    COPY DISCMAST.

FD  DISP-ERROR-FILE.
01  DISP-ERROR-LINE      PIC X(120).

FD  DISP-AUDIT-FILE.
01  DISP-AUDIT-LINE      PIC X(140).

FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

WORKING-STORAGE SECTION.
COPY CALCBDWS.

01 WS-TXN-FILE-STATUS      PIC X(2).
01 WS-TXN-EOF              PIC X(1) VALUE "N".
01 WS-MASTER-FILE-STATUS   PIC X(2).
01 WS-MASTER-EOF           PIC X(1) VALUE "N".
01 WS-ERROR-FILE-STATUS    PIC X(2).
01 WS-AUDIT-FILE-STATUS    PIC X(2).

01 WS-TXN-COUNT            PIC 9(5) VALUE ZERO.
01 WS-APPLIED-COUNT        PIC 9(5) VALUE ZERO.
01 WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
01 WS-REJECT-REASON        PIC X(30).
01 WS-ENTRIES-UPDATED      PIC 9(3).
01 WS-MASTER-CHANGED       PIC X(1) VALUE "N".

*> The discrepancy master in storage, held as whole record images so
*> the fields CALCAGE owns go back out exactly as they came in. The
*> limit matches CALCAGE's own table. A master that would not fit
*> is marked overflowed: every disposition is rejected and the file
*> is never rewritten, since writing back a partial load would drop
*> the entries that never made it in.
01 WS-MASTER-LIMIT         PIC 9(3) VALUE 500.
01 WS-MASTER-COUNT         PIC 9(3) VALUE ZERO.
01 WS-MASTER-OVERFLOW      PIC X(1) VALUE "N".
01 WS-MASTER-TABLE.
    05 WS-DM-IMAGE OCCURS 500 PIC X(117).
01 WS-MASTER-SUB           PIC 9(3).

*> Working copy of one master entry, read and set by name while it
*> is moved in and out of the table.
COPY DISCMAST REPLACING ==DISC-MASTER-RECORD== BY ==WS-DISC-ENTRY==
    LEADING ==DM-== BY ==WD-==.

*> Review-by date edit: a calendar date no earlier than the business
*> date the disposition is filed on.
01 WS-REVIEW-DATE          PIC X(8).
01 WS-REVIEW-PARTS REDEFINES WS-REVIEW-DATE.
    05 WS-REVIEW-YEAR      PIC 9(4).
    05 WS-REVIEW-MONTH     PIC 9(2).
    05 WS-REVIEW-DAY       PIC 9(2).

01 WS-ERROR-HEADER.
    05 FILLER              PIC X(42)
       VALUE "CALCDISP - REJECTED DISPOSITION LISTING   ".
    05 FILLER              PIC X(10) VALUE "RUN DATE: ".
    05 WS-ERR-HDR-DATE     PIC X(8).
    05 FILLER              PIC X(60) VALUE SPACES.
01 WS-ERROR-DETAIL.
    05 FILLER              PIC X(12) VALUE "TRANSACTION ".
    05 WS-ERR-TXN-NO       PIC ZZZZ9.
    05 FILLER              PIC X(2) VALUE ": ".
    05 WS-ERR-REASON       PIC X(30).
    05 FILLER              PIC X(2) VALUE "  ".
    05 WS-ERR-IMAGE        PIC X(64).
    05 FILLER              PIC X(5) VALUE SPACES.

*> One audit line per applied disposition, with the disposition it
*> replaced, so the reasoning behind an accepted variance can be
*> traced back however many times it has been refiled.
01 WS-AUDIT-DETAIL.
    05 WS-AUD-TIMESTAMP    PIC X(26).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-BUSINESS-DATE PIC X(8).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-TXN-NO       PIC 9(5).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-OPERATOR     PIC X(8).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-CASE-ID      PIC 9(7).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-OLD-DISP     PIC X(1).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-OLD-REVIEW   PIC X(8).
    05 FILLER              PIC X(4) VALUE " -> ".
    05 WS-AUD-NEW-DISP     PIC X(1).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-NEW-REVIEW   PIC X(8).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-COMMENT      PIC X(40).
    05 FILLER              PIC X(15) VALUE SPACES.

PROCEDURE DIVISION.

    DISPLAY "Running CALCDISP...".

    OPEN INPUT DISP-TXN-FILE.
    IF WS-TXN-FILE-STATUS = "35"
        DISPLAY "CALCDSPT.DAT not found, nothing to apply."
        MOVE 0 TO RETURN-CODE
        STOP RUN
    END-IF.

*>  Dispositions are dated with the stream's business date, the
*>  same date CALCAGE ages the master by, so a review-by date is
*>  judged on one calendar.
    PERFORM LoadBusinessDate.
    PERFORM LoadMaster.

    OPEN OUTPUT DISP-ERROR-FILE.
    MOVE WS-BUSINESS-DATE TO WS-ERR-HDR-DATE.
    WRITE DISP-ERROR-LINE FROM WS-ERROR-HEADER.

    OPEN EXTEND DISP-AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS = "35"
        OPEN OUTPUT DISP-AUDIT-FILE
        CLOSE DISP-AUDIT-FILE
        OPEN EXTEND DISP-AUDIT-FILE
    END-IF.

    MOVE "N" TO WS-TXN-EOF.
    PERFORM UNTIL WS-TXN-EOF = "Y"
        READ DISP-TXN-FILE
            AT END
                MOVE "Y" TO WS-TXN-EOF
            NOT AT END
                PERFORM ApplyDisposition
        END-READ
    END-PERFORM.
    CLOSE DISP-TXN-FILE.

    CLOSE DISP-ERROR-FILE.
    CLOSE DISP-AUDIT-FILE.

    IF WS-MASTER-CHANGED = "Y"
        PERFORM RewriteMaster
    END-IF.

    DISPLAY "CALCDISP finished.".
    DISPLAY "Results: " WS-TXN-COUNT " transactions, "
        WS-APPLIED-COUNT " applied, " WS-REJECTED-COUNT
        " rejected.".

    IF WS-MASTER-OVERFLOW = "Y"
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-REJECTED-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

    STOP RUN.

COPY CALCBDPR.

LoadMaster.

    OPEN INPUT DISC-MASTER-FILE.
    IF WS-MASTER-FILE-STATUS = "35"
        DISPLAY "DISCMAST.DAT not found, every case will be rejected."
    ELSE
        MOVE "N" TO WS-MASTER-EOF
        PERFORM UNTIL WS-MASTER-EOF = "Y"
            READ DISC-MASTER-FILE
                AT END
                    MOVE "Y" TO WS-MASTER-EOF
                NOT AT END
                    IF WS-MASTER-COUNT < WS-MASTER-LIMIT
                        ADD 1 TO WS-MASTER-COUNT
                        MOVE DISC-MASTER-RECORD
                            TO WS-DM-IMAGE(WS-MASTER-COUNT)
                    ELSE
                        MOVE "Y" TO WS-MASTER-OVERFLOW
                        DISPLAY "Discrepancy master larger than the "
                            "table, case " DM-CASE-ID " not loaded."
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DISC-MASTER-FILE
    END-IF.

ApplyDisposition.

    ADD 1 TO WS-TXN-COUNT.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE DTX-REVIEW-DATE TO WS-REVIEW-DATE.

    EVALUATE TRUE
        WHEN WS-MASTER-OVERFLOW = "Y"
            MOVE "DISCMAST TOO LARGE FOR UPDATE" TO WS-REJECT-REASON
        WHEN DTX-OPERATOR = SPACES
            MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
        WHEN DTX-CASE-ID NOT NUMERIC
            MOVE "CASE ID NOT NUMERIC" TO WS-REJECT-REASON
        WHEN DTX-CASE-ID = ZERO
            MOVE "CASE ID ZERO" TO WS-REJECT-REASON
        WHEN DTX-DISPOSITION NOT = "L" AND "C" AND "A" AND "I"
            MOVE "UNKNOWN DISPOSITION CODE" TO WS-REJECT-REASON
        WHEN DTX-COMMENT = SPACES
            MOVE "COMMENT MISSING" TO WS-REJECT-REASON
        WHEN WS-REVIEW-DATE NOT NUMERIC
            MOVE "REVIEW DATE NOT NUMERIC" TO WS-REJECT-REASON
        WHEN WS-REVIEW-MONTH < 1 OR WS-REVIEW-MONTH > 12
            OR WS-REVIEW-DAY < 1 OR WS-REVIEW-DAY > 31
            MOVE "REVIEW DATE INVALID" TO WS-REJECT-REASON
        WHEN WS-REVIEW-DATE < WS-BUSINESS-DATE
            MOVE "REVIEW DATE ALREADY PAST" TO WS-REJECT-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    IF WS-REJECT-REASON NOT = SPACES
        PERFORM WriteRejectLine
        EXIT PARAGRAPH
    END-IF.

*>  A case can own more than one master entry when the same operands
*>  were reported under it before and after a correction; every live
*>  one takes the decision. A CLEARed entry is already on its way off
*>  the master and is left alone.
    MOVE ZERO TO WS-ENTRIES-UPDATED.
    MOVE 1 TO WS-MASTER-SUB.
    PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
        MOVE WS-DM-IMAGE(WS-MASTER-SUB) TO WS-DISC-ENTRY
        IF WD-CASE-ID = DTX-CASE-ID
            AND WD-STATUS NOT = "CLEAR"
            PERFORM WriteAuditLine
            MOVE DTX-DISPOSITION  TO WD-DISPOSITION
            MOVE DTX-OPERATOR     TO WD-DISP-OPERATOR
            MOVE WS-BUSINESS-DATE TO WD-DISP-DATE
            MOVE DTX-REVIEW-DATE  TO WD-REVIEW-DATE
            MOVE DTX-COMMENT      TO WD-DISP-COMMENT
            MOVE WS-DISC-ENTRY    TO WS-DM-IMAGE(WS-MASTER-SUB)
            ADD 1 TO WS-ENTRIES-UPDATED
        END-IF
        ADD 1 TO WS-MASTER-SUB
    END-PERFORM.

    IF WS-ENTRIES-UPDATED = ZERO
        MOVE "CASE NOT OPEN ON DISCMAST" TO WS-REJECT-REASON
        PERFORM WriteRejectLine
    ELSE
        ADD 1 TO WS-APPLIED-COUNT
        MOVE "Y" TO WS-MASTER-CHANGED
    END-IF.

WriteRejectLine.

    ADD 1 TO WS-REJECTED-COUNT.
    MOVE WS-TXN-COUNT TO WS-ERR-TXN-NO.
    MOVE WS-REJECT-REASON TO WS-ERR-REASON.
    MOVE DISP-TXN-RECORD TO WS-ERR-IMAGE.
    WRITE DISP-ERROR-LINE FROM WS-ERROR-DETAIL.
    DISPLAY "Rejected transaction " WS-TXN-COUNT ": "
        WS-REJECT-REASON.

WriteAuditLine.

    MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP.
    MOVE WS-BUSINESS-DATE TO WS-AUD-BUSINESS-DATE.
    MOVE WS-TXN-COUNT TO WS-AUD-TXN-NO.
    MOVE DTX-OPERATOR TO WS-AUD-OPERATOR.
    MOVE WD-CASE-ID TO WS-AUD-CASE-ID.
    MOVE WD-DISPOSITION TO WS-AUD-OLD-DISP.
    MOVE WD-REVIEW-DATE TO WS-AUD-OLD-REVIEW.
    MOVE DTX-DISPOSITION TO WS-AUD-NEW-DISP.
    MOVE DTX-REVIEW-DATE TO WS-AUD-NEW-REVIEW.
    MOVE DTX-COMMENT TO WS-AUD-COMMENT.
    WRITE DISP-AUDIT-LINE FROM WS-AUDIT-DETAIL.

RewriteMaster.

    IF WS-MASTER-OVERFLOW = "Y"
        DISPLAY "Discrepancy master larger than the table, "
            "DISCMAST.DAT not rewritten."
        EXIT PARAGRAPH
    END-IF.

    OPEN OUTPUT DISC-MASTER-FILE.
    MOVE 1 TO WS-MASTER-SUB.
    PERFORM UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
        MOVE WS-DM-IMAGE(WS-MASTER-SUB) TO DISC-MASTER-RECORD
        WRITE DISC-MASTER-RECORD
        ADD 1 TO WS-MASTER-SUB
    END-PERFORM.
    CLOSE DISC-MASTER-FILE.
    DISPLAY "DISCMAST.DAT rewritten, " WS-MASTER-COUNT " entries.".
