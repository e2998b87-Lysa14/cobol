    SELECT SERVICE-RESPONSE-FILE ASSIGN TO "CALCSRVO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESPONSE-FILE-STATUS.
    SELECT DEPARTMENT-FILE ASSIGN TO "CALCDEPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPT-FILE-STATUS.
    SELECT SERVICE-HISTORY-FILE ASSIGN TO "CALCSRVH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.
    SELECT SERVICE-BATCH-FILE ASSIGN TO "CALCSRVB.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BATCH-FILE-STATUS.
    SELECT CALC-RUN-FILE ASSIGN TO "CALCRUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-FILE-STATUS.
    SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BDATE-FILE-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "CALCEXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SERVICE-RESPONSE-FILE.
    COPY CALCSRVR.

FD  DEPARTMENT-FILE.
    COPY CALCDEPT.

FD  SERVICE-HISTORY-FILE.
    COPY CALCSRVH.

FD  SERVICE-BATCH-FILE.
    COPY CALCSRVB.

FD  CALC-RUN-FILE.
    COPY CALCRUN.

FD  BUSINESS-DATE-FILE.
    COPY CALCBDT.

FD  EXCEPTION-FILE.
    COPY CALCEXCR.

WORKING-STORAGE SECTION.
COPY CALCLINK.
COPY CALCRNWS.
COPY CALCBDWS.
COPY CALCEXWS.

01 WS-REQUEST-FILE-STATUS  PIC X(2).
01 WS-REQUEST-EOF          PIC X(1) VALUE "N".
01 WS-RESPONSE-FILE-STATUS PIC X(2).
01 WS-DEPT-FILE-STATUS     PIC X(2).
01 WS-DEPT-EOF             PIC X(1) VALUE "N".
01 WS-HISTORY-FILE-STATUS  PIC X(2).
01 WS-HISTORY-EOF          PIC X(1) VALUE "N".
01 WS-BATCH-FILE-STATUS    PIC X(2).
01 WS-BATCH-EOF            PIC X(1) VALUE "N".

*> In-storage copy of the department master. Each entry carries the
*> count of requests the section has submitted so far this run, for
*> the per-run ceiling check. With no master on file nobody is
*> authorized: the whole batch is refused with status "N" and the
*> run ends with the hold-level code, since that is a setup fault,
*> not the submitting section's.
01 WS-DEPT-LIMIT           PIC 9(3) VALUE 100.
01 WS-DEPT-COUNT           PIC 9(3) VALUE ZERO.
01 WS-DEPT-TABLE.
    05 WS-DT-ENTRY OCCURS 100.
       10 WS-DT-CODE        PIC X(4).
       10 WS-DT-ACTIVE      PIC X(1).
       10 WS-DT-ALLOWED-OPS PIC X(6).
       10 WS-DT-CEILING     PIC 9(5).
       10 WS-DT-USED        PIC 9(7).
01 WS-DEPT-SUB             PIC 9(3).
01 WS-DEPT-FOUND           PIC 9(3).
01 WS-DEPT-MASTER-MISSING  PIC X(1) VALUE "N".
01 WS-OP-TALLY             PIC 9(2).

*> Batch control. The balancing pass reads the whole file before a
*> single request is answered, totting up what the trailer should
*> say; the batch is served only when it balances and its number is
*> not already on the register as accepted. WS-BATCH-STATUS carries
*> the SRT-BATCH-STATUS code, WS-BATCH-DISPOSITION the register's.
01 WS-BATCH-STATUS         PIC X(1) VALUE "0".
01 WS-BATCH-DISPOSITION    PIC X(6) VALUE "ACCEPT".
01 WS-BATCH-DEPARTMENT     PIC X(4) VALUE SPACES.
01 WS-BATCH-NUMBER         PIC 9(6) VALUE ZERO.
01 WS-HEADER-COUNT         PIC 9(3) VALUE ZERO.
01 WS-TRAILER-COUNT        PIC 9(3) VALUE ZERO.
01 WS-RECORDS-AFTER-TRAILER PIC 9(7) VALUE ZERO.
01 WS-FIRST-RECORD-TYPE    PIC X(1) VALUE SPACES.
01 WS-UNKNOWN-TYPE-COUNT   PIC 9(7) VALUE ZERO.
01 WS-DETAIL-COUNT         PIC 9(7) VALUE ZERO.
01 WS-TRAILER-DEPARTMENT   PIC X(4) VALUE SPACES.
01 WS-TRAILER-BATCH        PIC 9(6) VALUE ZERO.
01 WS-TRAILER-RECORD-COUNT PIC 9(7) VALUE ZERO.
*> Operand hash: 9,999,999 details of two 99,999.99 operands apiece
*> stay under 10**13, so thirteen integer digits never overflow.
01 WS-HASH-TOTAL           PIC S9(13)V99 VALUE ZERO.
01 WS-TRAILER-HASH-TOTAL   PIC S9(13)V99 VALUE ZERO.

*> The batch's references in file order, one entry per detail, for
*> the duplicate-reference check. WS-BR-FIRST-SUB points a reference
*> repeated within the batch back at its first occurrence; the
*> history pass fills in the original answer for a reference the
*> department already had calculated clean on an earlier night, and
*> the service pass records tonight's clean answers as they are
*> given, so a repeat later in the same file gets that answer back.
*> A batch with more details than the table holds is refused whole.
01 WS-REF-LIMIT            PIC 9(4) VALUE 5000.
01 WS-REF-COUNT            PIC 9(4) VALUE ZERO.
01 WS-REF-TABLE.
    05 WS-BR-ENTRY OCCURS 5000.
       10 WS-BR-REFERENCE    PIC X(10).
       10 WS-BR-FIRST-SUB    PIC 9(4).
       10 WS-BR-ANSWERED     PIC X(1).
       10 WS-BR-RESULT       PIC S9(7)V99.
       10 WS-BR-ANSWER-DATE  PIC X(8).
01 WS-REF-SUB              PIC 9(4).
01 WS-REF-FOUND            PIC 9(4).
01 WS-DETAIL-POSITION      PIC 9(7) VALUE ZERO.
01 WS-ORIGINAL-SUB         PIC 9(4).
01 WS-REF-OVERFLOW         PIC X(1) VALUE "N".

01 WS-REQUEST-COUNT        PIC 9(7) VALUE ZERO.
01 WS-GOOD-COUNT           PIC 9(7) VALUE ZERO.
01 WS-ERROR-COUNT          PIC 9(7) VALUE ZERO.
01 WS-DUPLICATE-COUNT      PIC 9(7) VALUE ZERO.

*> Hash total of the clean results for the balancing trailer. The
*> worst case is 9,999,999 detail records of 9,999,999.99 apiece --

01 WS-RUN-DATE             PIC X(8).

*> Subject and text of the exceptions fed to CALCEXC.DAT: each
*> request rejected or refused, a batch refused whole, and a missing
*> department master.
01 WS-EXC-REQUEST-SUBJECT.
    05 FILLER               PIC X(8) VALUE "REQUEST ".
    05 WS-EXC-REFERENCE     PIC X(10).
    05 FILLER               PIC X(2) VALUE SPACES.
01 WS-EXC-REQUEST-TEXT.
    05 WS-EXC-REQUEST-ACTION PIC X(8).
    05 FILLER               PIC X(11) VALUE " FROM DEPT ".
    05 WS-EXC-REQUEST-DEPT  PIC X(4).
    05 FILLER               PIC X(9) VALUE ", STATUS ".
    05 WS-EXC-REQUEST-STATUS PIC X(1).
    05 FILLER               PIC X(7) VALUE SPACES.
01 WS-EXC-BATCH-SUBJECT.
    05 FILLER               PIC X(6) VALUE "BATCH ".
    05 WS-EXC-BATCH-NUMBER  PIC 9(6).
    05 FILLER               PIC X(8) VALUE SPACES.
01 WS-EXC-BATCH-TEXT.
    05 FILLER               PIC X(14) VALUE "REFUSED, DEPT ".
    05 WS-EXC-BATCH-DEPT    PIC X(4).
    05 FILLER               PIC X(13) VALUE " DISPOSITION ".
    05 WS-EXC-BATCH-DISP    PIC X(6).
    05 FILLER               PIC X(3) VALUE SPACES.

PROCEDURE DIVISION.

    DISPLAY "Running CALCSRV...".

*>  Answers, history and the batch register all carry the stream's
*>  business date, so a file served after midnight books to the
*>  night it was submitted for.
    PERFORM LoadBusinessDate.
    MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.

    MOVE "CALCSRV" TO WS-RUN-PROGRAM.
    PERFORM OpenRunControl.
    MOVE "CALCSRV"        TO WS-EXC-PROGRAM.
    MOVE WS-BUSINESS-DATE TO WS-EXC-BUSINESS-DATE.
    MOVE WS-RUN-ID        TO WS-EXC-RUN-ID.

    OPEN INPUT SERVICE-REQUEST-FILE.
    IF WS-REQUEST-FILE-STATUS = "35"
        DISPLAY "CALCSRVI.DAT not found, nothing to process."
        MOVE 0 TO WS-FINAL-RC
        PERFORM CloseRunControl
        MOVE WS-FINAL-RC TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM BalanceBatch.
    CLOSE SERVICE-REQUEST-FILE.

    IF WS-BATCH-STATUS = "0"
        PERFORM CheckBatchRegister
    END-IF.

*>  Without the department master no request can be authorized, so
*>  the batch is refused whole rather than answered request by
*>  request -- and is not registered as accepted, so the section can
*>  resend it unchanged once the master is back.
    IF WS-BATCH-STATUS = "0"
        PERFORM LoadDepartments
    END-IF.

    OPEN OUTPUT SERVICE-RESPONSE-FILE.

    IF WS-BATCH-STATUS = "0"
        PERFORM LoadOriginalAnswers
        PERFORM OpenServiceHistory

        OPEN INPUT SERVICE-REQUEST-FILE
        MOVE "N" TO WS-REQUEST-EOF
        PERFORM UNTIL WS-REQUEST-EOF = "Y"
            READ SERVICE-REQUEST-FILE
                AT END
                    MOVE "Y" TO WS-REQUEST-EOF
                NOT AT END
                    IF SRQ-RECORD-TYPE = "D"
                        PERFORM ServiceOneRequest
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SERVICE-REQUEST-FILE

        CLOSE SERVICE-HISTORY-FILE
    ELSE
        DISPLAY "Batch " WS-BATCH-NUMBER " from " WS-BATCH-DEPARTMENT
            " refused, disposition " WS-BATCH-DISPOSITION "."
*>      A missing department master has already been fed as
*>      SRVNODPT; any other refusal is the section's, fed here.
        IF WS-DEPT-MASTER-MISSING = "N"
            MOVE 4                    TO WS-EXC-SEVERITY
            MOVE "SRVBATCH"           TO WS-EXC-CODE
            MOVE WS-BATCH-NUMBER      TO WS-EXC-BATCH-NUMBER
            MOVE WS-EXC-BATCH-SUBJECT TO WS-EXC-SUBJECT
            MOVE WS-BATCH-DEPARTMENT  TO WS-EXC-BATCH-DEPT
            MOVE WS-BATCH-DISPOSITION TO WS-EXC-BATCH-DISP
            MOVE WS-EXC-BATCH-TEXT    TO WS-EXC-TEXT
            PERFORM WriteException
        END-IF
    END-IF.

    MOVE "T"              TO SRT-RECORD-TYPE.
    MOVE WS-REQUEST-COUNT TO SRT-REQUEST-COUNT.
    MOVE WS-ERROR-COUNT   TO SRT-ERROR-COUNT.
    MOVE WS-RESULT-TOTAL  TO SRT-RESULT-TOTAL.
    MOVE WS-RUN-DATE      TO SRT-RUN-DATE.
    MOVE WS-BATCH-DEPARTMENT TO SRT-DEPARTMENT.
    MOVE WS-BATCH-NUMBER  TO SRT-BATCH-NUMBER.
    MOVE WS-BATCH-STATUS  TO SRT-BATCH-STATUS.
    WRITE SERVICE-TOTALS-RECORD.

    CLOSE SERVICE-RESPONSE-FILE.

    PERFORM WriteBatchRegister.

    DISPLAY "CALCSRV finished.".
    DISPLAY "Results: " WS-REQUEST-COUNT " requests, "
        WS-GOOD-COUNT " calculated, " WS-ERROR-COUNT " in error, "
        WS-DUPLICATE-COUNT " duplicates.".

*>  Errors in the file are the submitting section's to fix, not a
*>  service failure, so they rate the warning-level code. A refused
*>  batch means nothing was served at all -- whether the fault was
*>  the section's or, with the department master missing, ours --
*>  and holds.
    EVALUATE TRUE
        WHEN WS-BATCH-STATUS NOT = "0"
            MOVE 8 TO WS-FINAL-RC
        WHEN WS-ERROR-COUNT > ZERO
            MOVE 4 TO WS-FINAL-RC
        WHEN OTHER
            MOVE 0 TO WS-FINAL-RC
    END-EVALUATE.

    PERFORM CloseRunControl.
    MOVE WS-FINAL-RC TO RETURN-CODE.

    STOP RUN.

COPY CALCRNPR.

COPY CALCBDPR.

COPY CALCEXPR.

BalanceBatch.

*>  A truncated file has lost its trailer; a double-sent one has two
*>  headers and two trailers, or a trailer that is not last. Either
*>  way the file is not what the section balanced, and none of it is
*>  served.
    MOVE "N" TO WS-REQUEST-EOF.
    PERFORM UNTIL WS-REQUEST-EOF = "Y"
        READ SERVICE-REQUEST-FILE
            AT END
                MOVE "Y" TO WS-REQUEST-EOF
            NOT AT END
                PERFORM BalanceOneRecord
        END-READ
    END-PERFORM.

    EVALUATE TRUE
        WHEN WS-HEADER-COUNT = ZERO OR WS-TRAILER-COUNT = ZERO
            MOVE "C"     TO WS-BATCH-STATUS
            MOVE "NOCTL" TO WS-BATCH-DISPOSITION
        WHEN WS-FIRST-RECORD-TYPE NOT = "H"
            OR WS-HEADER-COUNT > 1
            OR WS-TRAILER-COUNT > 1
            OR WS-RECORDS-AFTER-TRAILER > ZERO
            OR WS-UNKNOWN-TYPE-COUNT > ZERO
            OR WS-TRAILER-DEPARTMENT NOT = WS-BATCH-DEPARTMENT
            OR WS-TRAILER-BATCH NOT = WS-BATCH-NUMBER
            OR WS-TRAILER-RECORD-COUNT NOT = WS-DETAIL-COUNT
            OR WS-TRAILER-HASH-TOTAL NOT = WS-HASH-TOTAL
            MOVE "B"     TO WS-BATCH-STATUS
            MOVE "UNBAL" TO WS-BATCH-DISPOSITION
*>      Past the reference table's limit a repeated reference could
*>      no longer be found and would be calculated and posted twice,
*>      so an oversized batch is refused whole, to be split and sent
*>      again as smaller batches.
        WHEN WS-REF-OVERFLOW = "Y"
            MOVE "L"      TO WS-BATCH-STATUS
            MOVE "TOOBIG" TO WS-BATCH-DISPOSITION
        WHEN OTHER
            MOVE "0"      TO WS-BATCH-STATUS
            MOVE "ACCEPT" TO WS-BATCH-DISPOSITION
    END-EVALUATE.

    DISPLAY "Batch " WS-BATCH-NUMBER " from " WS-BATCH-DEPARTMENT ": "
        WS-DETAIL-COUNT " details read, trailer says "
        WS-TRAILER-RECORD-COUNT ".".

BalanceOneRecord.

    IF WS-FIRST-RECORD-TYPE = SPACES
        MOVE SRQ-RECORD-TYPE TO WS-FIRST-RECORD-TYPE
    END-IF.
    IF WS-TRAILER-COUNT > ZERO
        ADD 1 TO WS-RECORDS-AFTER-TRAILER
    END-IF.

    EVALUATE SRQ-RECORD-TYPE
        WHEN "H"
            ADD 1 TO WS-HEADER-COUNT
            IF WS-HEADER-COUNT = 1
                MOVE SBH-DEPARTMENT TO WS-BATCH-DEPARTMENT
                IF SBH-BATCH-NUMBER NUMERIC
                    MOVE SBH-BATCH-NUMBER TO WS-BATCH-NUMBER
                END-IF
            END-IF
        WHEN "T"
            ADD 1 TO WS-TRAILER-COUNT
            IF WS-TRAILER-COUNT = 1
                MOVE SBT-DEPARTMENT TO WS-TRAILER-DEPARTMENT
                IF SBT-BATCH-NUMBER NUMERIC
                    MOVE SBT-BATCH-NUMBER TO WS-TRAILER-BATCH
                END-IF
                IF SBT-RECORD-COUNT NUMERIC
                    MOVE SBT-RECORD-COUNT TO WS-TRAILER-RECORD-COUNT
                END-IF
                IF SBT-HASH-TOTAL NUMERIC
                    MOVE SBT-HASH-TOTAL TO WS-TRAILER-HASH-TOTAL
                END-IF
            END-IF
        WHEN "D"
            ADD 1 TO WS-DETAIL-COUNT
            IF SRQ-NUM1 NUMERIC
                ADD SRQ-NUM1 TO WS-HASH-TOTAL
            END-IF
            IF SRQ-NUM2 NUMERIC
                ADD SRQ-NUM2 TO WS-HASH-TOTAL
            END-IF
            PERFORM StoreBatchReference
        WHEN OTHER
            ADD 1 TO WS-UNKNOWN-TYPE-COUNT
    END-EVALUATE.

StoreBatchReference.

    IF WS-REF-COUNT >= WS-REF-LIMIT
        IF WS-REF-OVERFLOW = "N"
            DISPLAY "Reference table full at " WS-REF-LIMIT
                " details, batch will be refused."
            MOVE "Y" TO WS-REF-OVERFLOW
        END-IF
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-REF-FOUND.
    MOVE 1 TO WS-REF-SUB.
    PERFORM UNTIL WS-REF-FOUND > ZERO
        OR WS-REF-SUB > WS-REF-COUNT
        IF WS-BR-REFERENCE(WS-REF-SUB) = SRQ-REFERENCE
            MOVE WS-REF-SUB TO WS-REF-FOUND
        ELSE
            ADD 1 TO WS-REF-SUB
        END-IF
    END-PERFORM.

    ADD 1 TO WS-REF-COUNT.
    MOVE SRQ-REFERENCE TO WS-BR-REFERENCE(WS-REF-COUNT).
    MOVE WS-REF-FOUND  TO WS-BR-FIRST-SUB(WS-REF-COUNT).
    MOVE "N"           TO WS-BR-ANSWERED(WS-REF-COUNT).
    MOVE ZERO          TO WS-BR-RESULT(WS-REF-COUNT).
    MOVE SPACES        TO WS-BR-ANSWER-DATE(WS-REF-COUNT).

CheckBatchRegister.

    OPEN INPUT SERVICE-BATCH-FILE.
    IF WS-BATCH-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-BATCH-EOF.
    PERFORM UNTIL WS-BATCH-EOF = "Y"
        READ SERVICE-BATCH-FILE
            AT END
                MOVE "Y" TO WS-BATCH-EOF
            NOT AT END
                IF SB-DEPARTMENT = WS-BATCH-DEPARTMENT
                    AND SB-BATCH-NUMBER = WS-BATCH-NUMBER
                    AND SB-DISPOSITION = "ACCEPT"
                    MOVE "D"      TO WS-BATCH-STATUS
                    MOVE "DUPBAT" TO WS-BATCH-DISPOSITION
                    DISPLAY "Batch already accepted on "
                        SB-BUSINESS-DATE " under run " SB-RUN-ID "."
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SERVICE-BATCH-FILE.

WriteBatchRegister.

    OPEN EXTEND SERVICE-BATCH-FILE.
    IF WS-BATCH-FILE-STATUS = "35"
        OPEN OUTPUT SERVICE-BATCH-FILE
        CLOSE SERVICE-BATCH-FILE
        OPEN EXTEND SERVICE-BATCH-FILE
    END-IF.
    MOVE WS-BATCH-DEPARTMENT  TO SB-DEPARTMENT.
    MOVE WS-BATCH-NUMBER      TO SB-BATCH-NUMBER.
    MOVE WS-RUN-DATE          TO SB-BUSINESS-DATE.
    MOVE WS-RUN-ID            TO SB-RUN-ID.
    MOVE WS-DETAIL-COUNT      TO SB-RECORD-COUNT.
    MOVE WS-HASH-TOTAL        TO SB-HASH-TOTAL.
    MOVE WS-BATCH-DISPOSITION TO SB-DISPOSITION.
    WRITE SERVICE-BATCH-RECORD.
    CLOSE SERVICE-BATCH-FILE.

LoadDepartments.

    OPEN INPUT DEPARTMENT-FILE.
    IF WS-DEPT-FILE-STATUS = "35"
        DISPLAY "CALCDEPT.DAT not found, no department is authorized."
        MOVE "Y" TO WS-DEPT-MASTER-MISSING
        MOVE "N"      TO WS-BATCH-STATUS
        MOVE "NODEPT" TO WS-BATCH-DISPOSITION
        MOVE 4              TO WS-EXC-SEVERITY
        MOVE "SRVNODPT"     TO WS-EXC-CODE
        MOVE "CALCDEPT.DAT" TO WS-EXC-SUBJECT
        MOVE "DEPARTMENT MASTER MISSING, ALL REFUSED"
                            TO WS-EXC-TEXT
        PERFORM WriteException
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-DEPT-EOF.
    PERFORM UNTIL WS-DEPT-EOF = "Y"
        READ DEPARTMENT-FILE
            AT END
                MOVE "Y" TO WS-DEPT-EOF
            NOT AT END
                IF WS-DEPT-COUNT < WS-DEPT-LIMIT
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE DEPT-CODE   TO WS-DT-CODE(WS-DEPT-COUNT)
                    MOVE DEPT-ACTIVE TO WS-DT-ACTIVE(WS-DEPT-COUNT)
                    MOVE DEPT-ALLOWED-OPS
                        TO WS-DT-ALLOWED-OPS(WS-DEPT-COUNT)
                    IF DEPT-REQUEST-CEILING NUMERIC
                        MOVE DEPT-REQUEST-CEILING
                            TO WS-DT-CEILING(WS-DEPT-COUNT)
                    ELSE
                        MOVE ZERO TO WS-DT-CEILING(WS-DEPT-COUNT)
                    END-IF
                    MOVE ZERO TO WS-DT-USED(WS-DEPT-COUNT)
                ELSE
                    DISPLAY "Department table full, entry dropped: "
                        DEPT-CODE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DEPARTMENT-FILE.

    DISPLAY WS-DEPT-COUNT " departments on the master.".

LoadOriginalAnswers.

*>  One pass over the permanent history: any clean answer the batch's
*>  department was already given for one of tonight's references is
*>  the original, and the first one on file is the one that was
*>  posted. Only clean answers count -- a reference refused or
*>  rejected before is a correction being resent, and is served.
    OPEN INPUT SERVICE-HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-HISTORY-EOF.
    PERFORM UNTIL WS-HISTORY-EOF = "Y"
        READ SERVICE-HISTORY-FILE
            AT END
                MOVE "Y" TO WS-HISTORY-EOF
            NOT AT END
                IF SH-DEPARTMENT = WS-BATCH-DEPARTMENT
                    AND SH-STATUS = "0"
                    PERFORM MatchOriginalAnswer
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SERVICE-HISTORY-FILE.

MatchOriginalAnswer.

    MOVE 1 TO WS-REF-SUB.
    PERFORM UNTIL WS-REF-SUB > WS-REF-COUNT
        IF WS-BR-REFERENCE(WS-REF-SUB) = SH-REFERENCE
            AND WS-BR-FIRST-SUB(WS-REF-SUB) = ZERO
            AND WS-BR-ANSWERED(WS-REF-SUB) = "N"
            MOVE "Y"             TO WS-BR-ANSWERED(WS-REF-SUB)
            MOVE SH-RESULT       TO WS-BR-RESULT(WS-REF-SUB)
            MOVE SH-SERVICE-DATE TO WS-BR-ANSWER-DATE(WS-REF-SUB)
            MOVE WS-REF-COUNT    TO WS-REF-SUB
        END-IF
        ADD 1 TO WS-REF-SUB
    END-PERFORM.

OpenServiceHistory.

    OPEN EXTEND SERVICE-HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS = "35"
        OPEN OUTPUT SERVICE-HISTORY-FILE
        CLOSE SERVICE-HISTORY-FILE
        OPEN EXTEND SERVICE-HISTORY-FILE
    END-IF.

LocateDepartment.

    MOVE ZERO TO WS-DEPT-FOUND.
    MOVE 1 TO WS-DEPT-SUB.
    PERFORM UNTIL WS-DEPT-FOUND > ZERO
        OR WS-DEPT-SUB > WS-DEPT-COUNT
        IF WS-DT-CODE(WS-DEPT-SUB) = SRQ-DEPARTMENT
            MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
        ELSE
            ADD 1 TO WS-DEPT-SUB
        END-IF
    END-PERFORM.

*>  Every request from a known section counts against its ceiling,
*>  answered or not: the ceiling caps what a section may drop on the
*>  service in one night, and a runaway file is usually a bad one.
    MOVE ZERO TO WS-OP-TALLY.
    IF WS-DEPT-FOUND > ZERO
        ADD 1 TO WS-DT-USED(WS-DEPT-FOUND)
        INSPECT WS-DT-ALLOWED-OPS(WS-DEPT-FOUND)
            TALLYING WS-OP-TALLY FOR ALL SRQ-OPERATION
    END-IF.

LocateOriginalAnswer.

*>  The detail's own entry in the reference table is its position in
*>  the file; a repeat within the batch defers to its first
*>  occurrence, which holds whichever original answer exists.
    MOVE ZERO TO WS-ORIGINAL-SUB.
    ADD 1 TO WS-DETAIL-POSITION.
    IF WS-DETAIL-POSITION <= WS-REF-COUNT
        IF WS-BR-FIRST-SUB(WS-DETAIL-POSITION) > ZERO
            MOVE WS-BR-FIRST-SUB(WS-DETAIL-POSITION)
                TO WS-ORIGINAL-SUB
        ELSE
            MOVE WS-DETAIL-POSITION TO WS-ORIGINAL-SUB
        END-IF
    END-IF.

ServiceOneRequest.

    ADD 1 TO WS-REQUEST-COUNT.
    MOVE SRQ-NUM2       TO SRS-NUM2.
    MOVE SRQ-OPERATION  TO SRS-OPERATION.

    PERFORM LocateDepartment.
    PERFORM LocateOriginalAnswer.

*>  The department master is consulted first: an unknown or
*>  suspended section, one posing as a section other than the one on
*>  the batch header, or one past its ceiling, is turned away before
*>  its figures are even looked at. A reference already answered
*>  clean gets that original answer back, never a fresh one.
*>
*>  The same up-front guards the test paragraphs apply: Calculator
*>  answers zero with a clean status for an operation code it does
*>  not know, and divides without checking the divisor, so both are
*>  rejected here before the CALL -- as is a mis-keyed operand,
*>  which would otherwise abend the whole submission.
    EVALUATE TRUE
        WHEN WS-DEPT-FOUND = ZERO
            MOVE "6" TO SRS-STATUS
            PERFORM RefuseRequest
        WHEN WS-DT-ACTIVE(WS-DEPT-FOUND) NOT = "Y"
            MOVE "6" TO SRS-STATUS
            PERFORM RefuseRequest
        WHEN SRQ-DEPARTMENT NOT = WS-BATCH-DEPARTMENT
            MOVE "6" TO SRS-STATUS
            PERFORM RefuseRequest
        WHEN WS-DT-CEILING(WS-DEPT-FOUND) > ZERO
                AND WS-DT-USED(WS-DEPT-FOUND)
                    > WS-DT-CEILING(WS-DEPT-FOUND)
            MOVE "7" TO SRS-STATUS
            PERFORM RefuseRequest
        WHEN WS-ORIGINAL-SUB > ZERO
                AND WS-BR-ANSWERED(WS-ORIGINAL-SUB) = "Y"
            PERFORM ReturnOriginalAnswer
        WHEN SRQ-NUM1 NOT NUMERIC
            PERFORM RejectRequest
        WHEN SRQ-NUM2 NOT NUMERIC
            PERFORM RejectRequest
        WHEN (SRQ-OPERATION = "D" OR "R") AND SRQ-NUM2 = ZERO
            PERFORM RejectRequest
        WHEN WS-OP-TALLY = ZERO
            MOVE "5" TO SRS-STATUS
            PERFORM RefuseRequest
        WHEN OTHER
            MOVE SRQ-NUM1      TO RESULT-NUM1
            MOVE SRQ-NUM2      TO RESULT-NUM2
                MOVE RESULT-RESULT TO SRS-RESULT
                ADD RESULT-RESULT  TO WS-RESULT-TOTAL
                MOVE "0" TO SRS-STATUS
                IF WS-ORIGINAL-SUB > ZERO
                    MOVE "Y" TO WS-BR-ANSWERED(WS-ORIGINAL-SUB)
                    MOVE RESULT-RESULT
                        TO WS-BR-RESULT(WS-ORIGINAL-SUB)
                    MOVE WS-RUN-DATE
                        TO WS-BR-ANSWER-DATE(WS-ORIGINAL-SUB)
                END-IF
            END-IF
    END-EVALUATE.

    WRITE SERVICE-RESPONSE-RECORD.
    PERFORM WriteServiceHistory.

RejectRequest.

    MOVE "8"  TO SRS-STATUS.
    DISPLAY "Rejected request " SRQ-REFERENCE " from "
        SRQ-DEPARTMENT ".".
    MOVE "REJECTED" TO WS-EXC-REQUEST-ACTION.
    PERFORM FeedRejectedRequest.

RefuseRequest.

*>  The department-master refusals: the caller has already set the
*>  status byte that tells the section why.
    ADD 1 TO WS-ERROR-COUNT.
    MOVE ZERO TO SRS-RESULT.
    DISPLAY "Refused request " SRQ-REFERENCE " from "
        SRQ-DEPARTMENT ", status " SRS-STATUS ".".
    MOVE "REFUSED" TO WS-EXC-REQUEST-ACTION.
    PERFORM FeedRejectedRequest.

FeedRejectedRequest.

    MOVE 2                      TO WS-EXC-SEVERITY.
    MOVE "SRVREJ"               TO WS-EXC-CODE.
    MOVE SRQ-REFERENCE          TO WS-EXC-REFERENCE.
    MOVE WS-EXC-REQUEST-SUBJECT TO WS-EXC-SUBJECT.
    MOVE SRQ-DEPARTMENT         TO WS-EXC-REQUEST-DEPT.
    MOVE SRS-STATUS             TO WS-EXC-REQUEST-STATUS.
    MOVE WS-EXC-REQUEST-TEXT    TO WS-EXC-TEXT.
    PERFORM WriteException.

ReturnOriginalAnswer.

*>  Counted with the errors, not the calculated: the section must
*>  not post it again, so it stays out of the clean-result hash the
*>  receiving section balances its postings to.
    ADD 1 TO WS-ERROR-COUNT.
    ADD 1 TO WS-DUPLICATE-COUNT.
    MOVE WS-BR-RESULT(WS-ORIGINAL-SUB) TO SRS-RESULT.
    MOVE "4" TO SRS-STATUS.
    DISPLAY "Duplicate request " SRQ-REFERENCE " from "
        SRQ-DEPARTMENT ", first answered "
        WS-BR-ANSWER-DATE(WS-ORIGINAL-SUB) ".".

WriteServiceHistory.

    MOVE WS-RUN-DATE     TO SH-SERVICE-DATE.
    MOVE WS-RUN-ID       TO SH-RUN-ID.
    MOVE WS-BATCH-NUMBER TO SH-BATCH-NUMBER.
    MOVE SRS-DEPARTMENT  TO SH-DEPARTMENT.
    MOVE SRS-REFERENCE   TO SH-REFERENCE.
    MOVE SRS-NUM1        TO SH-NUM1.
    MOVE SRS-NUM2        TO SH-NUM2.
    MOVE SRS-OPERATION   TO SH-OPERATION.
    MOVE SRS-RESULT      TO SH-RESULT.
    MOVE SRS-STATUS      TO SH-STATUS.
    WRITE SERVICE-HISTORY-RECORD.
