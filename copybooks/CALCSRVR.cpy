*> request, echoing the department/reference and operands with the
*> Calculator result and a status byte:
*>   "0"  calculated clean
*>   "4"  duplicate reference: the department already had this
*>        reference calculated clean, on an earlier night or earlier
*>        in this batch; the ORIGINAL result is returned, not a
*>        fresh one, and must not be posted again
*>   "5"  operation code not permitted to the department on the
*>        CALCDEPT.DAT department master
*>   "6"  department unknown to the master, suspended there, or not
*>        the department named on the batch header
*>   "7"  department over its per-run request ceiling
*>   "8"  request rejected before the CALL (bad operand, unknown
*>        operation code, or zero divisor on a divide/remainder)
*>   "9"  Calculator reported arithmetic overflow (RESULT-STATUS)
*> One totals trailer (type "T") closes the file: request/good/error
*> counts plus a hash total of the clean results, so the receiving
*> section can balance the file before using a single figure. The
*> trailer also names the batch answered and its batch status:
*>   "0"  batch accepted and served
*>   "B"  batch refused, out of balance to its own trailer (record
*>        count, operand hash total, or header/trailer disagreement)
*>   "C"  batch refused, header or trailer record missing
*>   "D"  batch refused, batch number already processed
*>   "N"  batch refused, department master missing on our side --
*>        the batch may be resent unchanged once it is restored
*>   "L"  batch refused, more than 5000 details -- split it and
*>        resend it as smaller batches
*> A refused batch has no detail records: nothing in it was
*> calculated, and the whole file is to be corrected and resent.
01  SERVICE-RESPONSE-RECORD.
    05  SRS-RECORD-TYPE PIC X(1).
    05  SRS-DEPARTMENT  PIC X(4).
    05  SRS-OPERATION   PIC X(1).
    05  SRS-RESULT      PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  SRS-STATUS      PIC X(1).
        88  SRS-OK            VALUE "0".
        88  SRS-DUPLICATE     VALUE "4".
        88  SRS-NOT-PERMITTED VALUE "5".
        88  SRS-UNKNOWN-DEPT  VALUE "6".
        88  SRS-OVER-CEILING  VALUE "7".
        88  SRS-REJECTED      VALUE "8".
        88  SRS-OVERFLOW      VALUE "9".

01  SERVICE-TOTALS-RECORD.
    05  SRT-RECORD-TYPE   PIC X(1).
    05  SRT-ERROR-COUNT   PIC 9(7).
    05  SRT-RESULT-TOTAL  PIC S9(14)V99 SIGN LEADING SEPARATE.
    05  SRT-RUN-DATE      PIC X(8).
    05  SRT-DEPARTMENT    PIC X(4).
    05  SRT-BATCH-NUMBER  PIC 9(6).
    05  SRT-BATCH-STATUS  PIC X(1).
        88  SRT-BATCH-ACCEPTED   VALUE "0".
        88  SRT-BATCH-UNBALANCED VALUE "B".
        88  SRT-BATCH-NO-CONTROL VALUE "C".
        88  SRT-BATCH-DUPLICATE  VALUE "D".
        88  SRT-BATCH-NO-DEPT    VALUE "N".
        88  SRT-BATCH-TOO-BIG    VALUE "L".
