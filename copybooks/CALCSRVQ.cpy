*> state. Operands and operation code follow the CALCLINK
*> conventions: amounts signed with two implied decimal places and a
*> leading separate sign byte, operation A/S/M/D/R/P.
*>
*> Each file is one batch under batch control: a header (type "H")
*> first, the detail requests (type "D"), and a trailer (type "T")
*> last. Header and trailer both carry the submitting department and
*> its batch number; the trailer adds the detail record count and a
*> hash total of the operands (NUM1 plus NUM2 summed over every
*> detail, signed). CALCSRV refuses the whole batch when the file
*> does not balance to its trailer or the department's batch number
*> has already been processed.
01  SERVICE-REQUEST-RECORD.
    05  SRQ-RECORD-TYPE PIC X(1).
    05  SRQ-DEPARTMENT  PIC X(4).
    05  SRQ-REFERENCE   PIC X(10).
    05  SRQ-NUM1        PIC S9(5)V99 SIGN LEADING SEPARATE.
    05  SRQ-NUM2        PIC S9(5)V99 SIGN LEADING SEPARATE.
    05  SRQ-OPERATION   PIC X(1).

01  SERVICE-BATCH-HEADER.
    05  SBH-RECORD-TYPE  PIC X(1).
    05  SBH-DEPARTMENT   PIC X(4).
    05  SBH-BATCH-NUMBER PIC 9(6).
    05  SBH-CREATED-DATE PIC X(8).

01  SERVICE-BATCH-TRAILER.
    05  SBT-RECORD-TYPE  PIC X(1).
    05  SBT-DEPARTMENT   PIC X(4).
    05  SBT-BATCH-NUMBER PIC 9(6).
    05  SBT-RECORD-COUNT PIC 9(7).
    05  SBT-HASH-TOTAL   PIC S9(13)V99 SIGN LEADING SEPARATE.
