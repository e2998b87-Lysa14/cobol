*> Record layout for the calculation-service batch register
*> CALCSRVB.DAT. CALCSRV appends one record for every batch it reads,
*> accepted or refused, and never rewrites the file. An "ACCEPT"
*> record is what makes a department's batch number "already
*> processed": a refused batch may be corrected and sent again under
*> the same number.
*>   SB-DISPOSITION  ACCEPT  batch balanced and was served
*>                   UNBAL   out of balance to its trailer
*>                   NOCTL   header or trailer missing
*>                   DUPBAT  batch number already accepted
*>                   NODEPT  department master missing, nothing
*>                           served; resend once it is restored
*>                   TOOBIG  more than 5000 details, nothing served;
*>                           split and resend
01  SERVICE-BATCH-RECORD.
    05  SB-DEPARTMENT    PIC X(4).
    05  SB-BATCH-NUMBER  PIC 9(6).
    05  SB-BUSINESS-DATE PIC X(8).
    05  SB-RUN-ID        PIC 9(6).
    05  SB-RECORD-COUNT  PIC 9(7).
    05  SB-HASH-TOTAL    PIC S9(13)V99 SIGN LEADING SEPARATE.
    05  SB-DISPOSITION   PIC X(6).
