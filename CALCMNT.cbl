    SELECT MAINT-AUDIT-FILE ASSIGN TO "CALCMNT.AUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT PENDING-CHANGE-FILE ASSIGN TO "CALCMNTQ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-FILE-STATUS.
    SELECT DECIDED-CHANGE-FILE ASSIGN TO "CALCMNTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECIDED-FILE-STATUS.
    SELECT PENDING-LIST-FILE ASSIGN TO "CALCMNT.PND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEND-LIST-STATUS.

DATA DIVISION.
FILE SECTION.
01  MAINT-ERROR-LINE     PIC X(120).

FD  MAINT-AUDIT-FILE.
01  MAINT-AUDIT-LINE     PIC X(180).

FD  PENDING-CHANGE-FILE.
    COPY CALCMNTP.

FD  DECIDED-CHANGE-FILE.
    COPY CALCMNTP REPLACING ==PENDING-CHANGE-RECORD==
        BY ==DECIDED-CHANGE-RECORD== LEADING ==PC-== BY ==DC-==.

FD  PENDING-LIST-FILE.
01  PENDING-LIST-LINE    PIC X(120).

WORKING-STORAGE SECTION.
01 WS-TXN-FILE-STATUS      PIC X(2).
01 WS-LEGACY-FILE-STATUS   PIC X(2).
01 WS-ERROR-FILE-STATUS    PIC X(2).
01 WS-AUDIT-FILE-STATUS    PIC X(2).
01 WS-PENDING-FILE-STATUS  PIC X(2).
01 WS-DECIDED-FILE-STATUS  PIC X(2).
01 WS-PEND-LIST-STATUS     PIC X(2).
01 WS-LOAD-EOF             PIC X(1).

01 WS-TXN-COUNT            PIC 9(5) VALUE ZERO.
01 WS-APPLIED-COUNT        PIC 9(5) VALUE ZERO.
01 WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
01 WS-QUEUED-COUNT         PIC 9(5) VALUE ZERO.
01 WS-DECLINED-COUNT       PIC 9(5) VALUE ZERO.
01 WS-REJECT-REASON        PIC X(30).

*> Maker-checker control. WS-APPLY-MODE is "Q" while a freshly keyed
*> change is being edited for the queue and "U" while one is being
*> applied -- an approved change, or a test-case change the
*> "CALCMNT" parameter lets through single-handed. CALCPARM.DAT and
*> LEGACY.DAT changes are always queued: they move the figures the
*> cutover sign-off is judged on.
01 WS-APPLY-MODE           PIC X(1) VALUE "Q".
01 WS-SINGLE-TEST-CHANGES  PIC X(1) VALUE "N".
01 WS-CHECKER-USER         PIC X(8) VALUE SPACES.
01 WS-CHANGE-ID            PIC 9(7) VALUE ZERO.
01 WS-CHECK-TXN            PIC X(66).

*> The master record a change addresses as it stands now, and the
*> one it stood as when the change was queued. An approval only
*> goes through while the two still agree.
01 WS-BEFORE-IMAGE         PIC X(40).
01 WS-QUEUED-BEFORE        PIC X(40) VALUE SPACES.

*> The pending-change queue in storage. Entries decided this run
*> stay in the table with their new status until the end of the
*> run, when pending ones are rewritten to the queue and decided
*> ones appended to the decided-change history.
*> A queue that would not fit the table is marked overflowed, like
*> the master files below: nothing is approved, rejected or queued
*> against it and the queue file is left as it was found.
01 WS-PEND-LIMIT           PIC 9(4) VALUE 1000.
01 WS-PEND-COUNT           PIC 9(4) VALUE ZERO.
01 WS-PEND-OVERFLOW        PIC X(1) VALUE "N".
01 WS-PEND-TABLE.
    05 WS-PQ-IMAGE OCCURS 1000 PIC X(204).
01 WS-PEND-SUB             PIC 9(4).
01 WS-PEND-FOUND           PIC 9(4).
01 WS-NEXT-CHANGE-ID       PIC 9(7) VALUE 1.
01 WS-PENDING-LEFT         PIC 9(4) VALUE ZERO.

*> Working copy of one queue entry, so the fields can be read and set
*> by name while it is moved in and out of the table.
COPY CALCMNTP REPLACING ==PENDING-CHANGE-RECORD==
    BY ==WS-PENDING-CHANGE== LEADING ==PC-== BY ==WP-==.

*> In-storage copies of the master files. Transactions are applied
*> against the tables and only files that actually changed are
*> rewritten, so a transaction run with nothing but rejects leaves
*> One audit line per applied change: who changed what and when, with
*> the before and after images, so "who changed the TestDivision
*> tolerance and when" is a grep over CALCMNT.AUD rather than an
*> interview. The maker who keyed the change and the checker who
*> approved it are both carried, with the queue's change ID; a
*> change let through single-handed has a blank checker and a zero
*> change ID.
01 WS-AUDIT-DETAIL.
    05 WS-AUD-TIMESTAMP    PIC X(26).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-USER         PIC X(8).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-CHECKER      PIC X(8).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-CHANGE-ID    PIC 9(7).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 WS-AUD-KEY          PIC X(20).
    05 FILLER              PIC X(5) VALUE " OLD=".
    05 WS-AUD-BEFORE       PIC X(40).
    05 FILLER              PIC X(5) VALUE " NEW=".
    05 WS-AUD-AFTER        PIC X(40).

*> The pending-change listing, rewritten every run: what is waiting
*> for a second operator, so the checker knows which change IDs to
*> approve or reject.
01 WS-PEND-HEADER.
    05 FILLER              PIC X(42)
       VALUE "CALCMNT - CHANGES AWAITING APPROVAL       ".
    05 FILLER              PIC X(10) VALUE "RUN DATE: ".
    05 WS-PND-HDR-DATE     PIC X(8).
    05 FILLER              PIC X(60) VALUE SPACES.
01 WS-PEND-DETAIL.
    05 FILLER              PIC X(7) VALUE "CHANGE ".
    05 WS-PND-CHANGE-ID    PIC 9(7).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 WS-PND-ENTERED      PIC X(8).
    05 FILLER              PIC X(4) VALUE " BY ".
    05 WS-PND-MAKER        PIC X(8).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 WS-PND-TXN-IMAGE    PIC X(66).
    05 FILLER              PIC X(16) VALUE SPACES.
01 WS-PEND-NONE            PIC X(120) VALUE "  (NONE)".

PROCEDURE DIVISION.

    DISPLAY "Running CALCMNT...".
    END-IF.

    PERFORM LoadParmTable.
    PERFORM LoadMaintOptions.
    PERFORM LoadAdditionTable.
    PERFORM LoadCaseTable.
    PERFORM LoadLegacyTable.
    PERFORM LoadPendingQueue.

    OPEN OUTPUT MAINT-ERROR-FILE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ERR-HDR-DATE.
    CLOSE MAINT-AUDIT-FILE.

    PERFORM RewriteChangedFiles.
    PERFORM RewritePendingQueue.
    PERFORM WritePendingListing.

    DISPLAY "CALCMNT finished.".
    DISPLAY "Results: " WS-TXN-COUNT " transactions, "
        WS-APPLIED-COUNT " applied, " WS-QUEUED-COUNT " queued, "
        WS-DECLINED-COUNT " declined, " WS-REJECTED-COUNT
        " rejected, " WS-PENDING-LEFT " awaiting approval.".

    IF WS-PEND-OVERFLOW = "Y"
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-REJECTED-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

    STOP RUN.
        CLOSE CALC-PARM-FILE
    END-IF.

LoadMaintOptions.

*>  The "CALCMNT" parameter record: a whole-number expected result of
*>  1 lets ADDTESTS.DAT and CALCTESTS.DAT changes apply on one
*>  operator's say-so. Anything else, or no record, queues every
*>  change for a second operator.
    MOVE 1 TO WS-ENTRY-SUB.
    PERFORM UNTIL WS-ENTRY-SUB > WS-PARM-COUNT
        IF WS-PT-KEY(WS-ENTRY-SUB) = "CALCMNT"
            MOVE WS-PT-DATA(WS-ENTRY-SUB) TO WS-EDIT-IMAGE
            IF ED-PARM-EXPECTED NUMERIC
                AND ED-PARM-EXPECTED = 1
                MOVE "Y" TO WS-SINGLE-TEST-CHANGES
            END-IF
        END-IF
        ADD 1 TO WS-ENTRY-SUB
    END-PERFORM.

    IF WS-SINGLE-TEST-CHANGES = "Y"
        DISPLAY "Test-case changes apply without a second approver."
    END-IF.

LoadAdditionTable.

    OPEN INPUT ADDITION-TEST-FILE.
    ADD 1 TO WS-TXN-COUNT.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE TXN-DATA TO WS-EDIT-IMAGE.
    MOVE SPACES TO WS-CHECKER-USER.
    MOVE ZERO TO WS-CHANGE-ID.

*>  A new change is edited in full as it is keyed, so the maker hears
*>  about a bad transaction tonight rather than when the checker
*>  finally gets to it, and only a clean one is queued.
    EVALUATE TRUE
        WHEN TXN-USER = SPACES
            MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
            PERFORM WriteRejectLine
        WHEN TXN-ACTION = "V"
            PERFORM ApproveChange
        WHEN TXN-ACTION = "R"
            PERFORM DeclineChange
        WHEN TXN-ACTION NOT = "A" AND "C" AND "D"
            MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
            PERFORM WriteRejectLine
        WHEN OTHER
            IF (TXN-FILE = "A" OR "C")
                AND WS-SINGLE-TEST-CHANGES = "Y"
                MOVE "U" TO WS-APPLY-MODE
            ELSE
                MOVE "Q" TO WS-APPLY-MODE
            END-IF
            PERFORM DispatchToFile
    END-EVALUATE.

DispatchToFile.

    EVALUATE TRUE
        WHEN TXN-FILE = "P"
            PERFORM ApplyParmTxn
        WHEN TXN-FILE = "A"
            CONTINUE
    END-EVALUATE.

    PERFORM TakeBeforeImage.

    IF WS-REJECT-REASON = SPACES AND WS-APPLY-MODE = "Q"
        PERFORM QueueChange
        EXIT PARAGRAPH
    END-IF.

    IF WS-REJECT-REASON NOT = SPACES
        PERFORM WriteRejectLine
    ELSE
        END-EVALUATE
    END-IF.

    PERFORM TakeBeforeImage.

    IF WS-REJECT-REASON = SPACES AND WS-APPLY-MODE = "Q"
        PERFORM QueueChange
        EXIT PARAGRAPH
    END-IF.

    IF WS-REJECT-REASON NOT = SPACES
        PERFORM WriteRejectLine
    ELSE
        END-EVALUATE
    END-IF.

    PERFORM TakeBeforeImage.

    IF WS-REJECT-REASON = SPACES AND WS-APPLY-MODE = "Q"
        PERFORM QueueChange
        EXIT PARAGRAPH
    END-IF.

    IF WS-REJECT-REASON NOT = SPACES
        PERFORM WriteRejectLine
    ELSE
        END-EVALUATE
    END-IF.

    PERFORM TakeBeforeImage.

    IF WS-REJECT-REASON = SPACES AND WS-APPLY-MODE = "Q"
        PERFORM QueueChange
        EXIT PARAGRAPH
    END-IF.

    IF WS-REJECT-REASON NOT = SPACES
        PERFORM WriteRejectLine
    ELSE
        END-IF
    END-IF.

TakeBeforeImage.

*>  Picks up the record a clean CHANGE or DELETE addresses, for the
*>  queue to keep with the change. On an approval the record is
*>  compared with the one kept: if anything has changed it since the
*>  change was keyed -- another approved change, a delete shifting
*>  ADDTESTS.DAT positions -- the approval fails instead of applying
*>  the maker's values to a record the maker never saw. Changes
*>  queued before the image was kept carry spaces and are let by.
    MOVE SPACES TO WS-BEFORE-IMAGE.
    IF WS-REJECT-REASON NOT = SPACES OR TXN-ACTION = "A"
        EXIT PARAGRAPH
    END-IF.

    EVALUATE TXN-FILE
        WHEN "P"
            MOVE WS-PT-ENTRY(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
        WHEN "A"
            MOVE WS-AT-IMAGE(WS-RECORD-KEY) TO WS-BEFORE-IMAGE
        WHEN "C"
            MOVE WS-CT-IMAGE(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
        WHEN "L"
            MOVE WS-LT-IMAGE(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
    END-EVALUATE.

    IF WS-CHANGE-ID > ZERO
        AND WS-QUEUED-BEFORE NOT = SPACES
        AND WS-QUEUED-BEFORE NOT = WS-BEFORE-IMAGE
        MOVE "RECORD CHANGED SINCE QUEUED" TO WS-REJECT-REASON
    END-IF.

LoadPendingQueue.

*>  Change IDs are never reused: the next one is past the highest on
*>  the pending queue or anywhere in the decided-change history.
    OPEN INPUT PENDING-CHANGE-FILE.
    IF WS-PENDING-FILE-STATUS NOT = "35"
        MOVE "N" TO WS-LOAD-EOF
        PERFORM UNTIL WS-LOAD-EOF = "Y"
            READ PENDING-CHANGE-FILE
                AT END
                    MOVE "Y" TO WS-LOAD-EOF
                NOT AT END
                    IF WS-PEND-COUNT < WS-PEND-LIMIT
                        ADD 1 TO WS-PEND-COUNT
                        MOVE PENDING-CHANGE-RECORD
                            TO WS-PQ-IMAGE(WS-PEND-COUNT)
                        IF PC-CHANGE-ID >= WS-NEXT-CHANGE-ID
                            COMPUTE WS-NEXT-CHANGE-ID =
                                PC-CHANGE-ID + 1
                        END-IF
                    ELSE
                        MOVE "Y" TO WS-PEND-OVERFLOW
                        DISPLAY "Pending queue larger than the "
                            "maintenance table, change "
                            PC-CHANGE-ID " not loaded."
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PENDING-CHANGE-FILE
    END-IF.

    OPEN INPUT DECIDED-CHANGE-FILE.
    IF WS-DECIDED-FILE-STATUS NOT = "35"
        MOVE "N" TO WS-LOAD-EOF
        PERFORM UNTIL WS-LOAD-EOF = "Y"
            READ DECIDED-CHANGE-FILE
                AT END
                    MOVE "Y" TO WS-LOAD-EOF
                NOT AT END
                    IF DC-CHANGE-ID >= WS-NEXT-CHANGE-ID
                        COMPUTE WS-NEXT-CHANGE-ID = DC-CHANGE-ID + 1
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DECIDED-CHANGE-FILE
    END-IF.

    DISPLAY WS-PEND-COUNT " changes awaiting approval.".

QueueChange.

    IF WS-PEND-COUNT >= WS-PEND-LIMIT
        MOVE "PENDING QUEUE FULL" TO WS-REJECT-REASON
        PERFORM WriteRejectLine
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-QUEUED-COUNT.
    ADD 1 TO WS-PEND-COUNT.
    MOVE SPACES            TO WS-PENDING-CHANGE.
    MOVE WS-NEXT-CHANGE-ID TO WP-CHANGE-ID.
    MOVE "P"               TO WP-STATUS.
    MOVE FUNCTION CURRENT-DATE TO WP-ENTERED-TIMESTAMP.
    MOVE MAINT-TXN-RECORD  TO WP-TXN-IMAGE.
    MOVE WS-BEFORE-IMAGE   TO WP-BEFORE-IMAGE.
    MOVE WS-PENDING-CHANGE TO WS-PQ-IMAGE(WS-PEND-COUNT).
    ADD 1 TO WS-NEXT-CHANGE-ID.

    DISPLAY "Transaction " WS-TXN-COUNT " held for approval as change "
        WP-CHANGE-ID ".".

LocatePendingChange.

*>  Shared by approve and reject: the change must be on the queue and
*>  still undecided, and the checker must be someone other than the
*>  maker -- the whole point of the second pair of eyes.
    MOVE ZERO TO WS-PEND-FOUND.
    IF WS-PEND-OVERFLOW = "Y"
        MOVE "PENDING QUEUE TOO LARGE" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    IF TXN-KEY(1:7) NOT NUMERIC
        MOVE "CHANGE ID NOT NUMERIC" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.

    MOVE 1 TO WS-PEND-SUB.
    PERFORM UNTIL WS-PEND-FOUND > ZERO
        OR WS-PEND-SUB > WS-PEND-COUNT
        MOVE WS-PQ-IMAGE(WS-PEND-SUB) TO WS-PENDING-CHANGE
        IF WP-CHANGE-ID = TXN-KEY(1:7)
            AND WP-STATUS = "P"
            MOVE WS-PEND-SUB TO WS-PEND-FOUND
        ELSE
            ADD 1 TO WS-PEND-SUB
        END-IF
    END-PERFORM.

    EVALUATE TRUE
        WHEN WS-PEND-FOUND = ZERO
            MOVE "CHANGE ID NOT PENDING" TO WS-REJECT-REASON
        WHEN WP-MAKER-USER = TXN-USER
            MOVE "CHECKER SAME AS MAKER" TO WS-REJECT-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

ApproveChange.

    PERFORM LocatePendingChange.
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM WriteRejectLine
        EXIT PARAGRAPH
    END-IF.

*>  The maker's transaction is put back in the record area and run
*>  through the same edits and update as a single-handed change, so
*>  an approval is re-edited against the masters as they stand now
*>  -- a case deleted since the change was keyed fails cleanly
*>  instead of being resurrected.
    MOVE MAINT-TXN-RECORD TO WS-CHECK-TXN.
    MOVE TXN-USER         TO WS-CHECKER-USER.
    MOVE WP-CHANGE-ID     TO WS-CHANGE-ID.
    MOVE WP-BEFORE-IMAGE  TO WS-QUEUED-BEFORE.
    MOVE WP-TXN-IMAGE     TO MAINT-TXN-RECORD.
    MOVE TXN-DATA         TO WS-EDIT-IMAGE.
    MOVE "U"              TO WS-APPLY-MODE.

    PERFORM DispatchToFile.

    MOVE WS-PQ-IMAGE(WS-PEND-FOUND) TO WS-PENDING-CHANGE.
    IF WS-REJECT-REASON = SPACES
        MOVE "A" TO WP-STATUS
    ELSE
        MOVE "F" TO WP-STATUS
        MOVE WS-REJECT-REASON TO WP-REASON
    END-IF.
    MOVE WS-CHECKER-USER TO WP-CHECKER-USER.
    MOVE FUNCTION CURRENT-DATE TO WP-DECIDED-TIMESTAMP.
    MOVE WS-PENDING-CHANGE TO WS-PQ-IMAGE(WS-PEND-FOUND).

    MOVE WS-CHECK-TXN TO MAINT-TXN-RECORD.
    MOVE SPACES       TO WS-QUEUED-BEFORE.

DeclineChange.

    PERFORM LocatePendingChange.
    IF WS-REJECT-REASON = SPACES
        AND TXN-DATA(1:30) = SPACES
        MOVE "REJECTION REASON MISSING" TO WS-REJECT-REASON
    END-IF.
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM WriteRejectLine
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-DECLINED-COUNT.
    MOVE "R"            TO WP-STATUS.
    MOVE TXN-USER       TO WP-CHECKER-USER.
    MOVE FUNCTION CURRENT-DATE TO WP-DECIDED-TIMESTAMP.
    MOVE TXN-DATA(1:30) TO WP-REASON.
    MOVE WS-PENDING-CHANGE TO WS-PQ-IMAGE(WS-PEND-FOUND).

    DISPLAY "Change " WP-CHANGE-ID " rejected by " TXN-USER ".".

WriteRejectLine.

    ADD 1 TO WS-REJECTED-COUNT.
    MOVE TXN-ACTION TO WS-AUD-ACTION.
    MOVE TXN-FILE TO WS-AUD-FILE.
    MOVE TXN-USER TO WS-AUD-USER.
    MOVE WS-CHECKER-USER TO WS-AUD-CHECKER.
    MOVE WS-CHANGE-ID TO WS-AUD-CHANGE-ID.
    MOVE TXN-KEY TO WS-AUD-KEY.
    WRITE MAINT-AUDIT-LINE FROM WS-AUDIT-DETAIL.

        CLOSE LEGACY-TEST-FILE
        DISPLAY "LEGACY.DAT rewritten, " WS-LEG-COUNT " records."
    END-IF.

RewritePendingQueue.

*>  Rewriting a queue that only partly loaded would drop every
*>  change past the table. Nothing was decided or queued against it
*>  this run, so it is left exactly as it was found.
    IF WS-PEND-OVERFLOW = "Y"
        DISPLAY "Pending queue larger than the maintenance table, "
            "CALCMNTQ.DAT not rewritten."
        MOVE WS-PEND-COUNT TO WS-PENDING-LEFT
        EXIT PARAGRAPH
    END-IF.

    OPEN OUTPUT PENDING-CHANGE-FILE.

    OPEN EXTEND DECIDED-CHANGE-FILE.
    IF WS-DECIDED-FILE-STATUS = "35"
        OPEN OUTPUT DECIDED-CHANGE-FILE
        CLOSE DECIDED-CHANGE-FILE
        OPEN EXTEND DECIDED-CHANGE-FILE
    END-IF.

    MOVE ZERO TO WS-PENDING-LEFT.
    MOVE 1 TO WS-PEND-SUB.
    PERFORM UNTIL WS-PEND-SUB > WS-PEND-COUNT
        MOVE WS-PQ-IMAGE(WS-PEND-SUB) TO WS-PENDING-CHANGE
        IF WP-STATUS = "P"
            ADD 1 TO WS-PENDING-LEFT
            MOVE WS-PENDING-CHANGE TO PENDING-CHANGE-RECORD
            WRITE PENDING-CHANGE-RECORD
        ELSE
            MOVE WS-PENDING-CHANGE TO DECIDED-CHANGE-RECORD
            WRITE DECIDED-CHANGE-RECORD
        END-IF
        ADD 1 TO WS-PEND-SUB
    END-PERFORM.

    CLOSE PENDING-CHANGE-FILE.
    CLOSE DECIDED-CHANGE-FILE.

WritePendingListing.

    OPEN OUTPUT PENDING-LIST-FILE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PND-HDR-DATE.
    WRITE PENDING-LIST-LINE FROM WS-PEND-HEADER.

    MOVE 1 TO WS-PEND-SUB.
    PERFORM UNTIL WS-PEND-SUB > WS-PEND-COUNT
        MOVE WS-PQ-IMAGE(WS-PEND-SUB) TO WS-PENDING-CHANGE
        IF WP-STATUS = "P"
            MOVE WP-CHANGE-ID              TO WS-PND-CHANGE-ID
            MOVE WP-ENTERED-TIMESTAMP(1:8) TO WS-PND-ENTERED
            MOVE WP-MAKER-USER             TO WS-PND-MAKER
            MOVE WP-TXN-IMAGE              TO WS-PND-TXN-IMAGE
            WRITE PENDING-LIST-LINE FROM WS-PEND-DETAIL
        END-IF
        ADD 1 TO WS-PEND-SUB
    END-PERFORM.
    IF WS-PENDING-LEFT = ZERO
        WRITE PENDING-LIST-LINE FROM WS-PEND-NONE
    END-IF.

    CLOSE PENDING-LIST-FILE.
