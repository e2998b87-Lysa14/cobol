*> Record layout for the permanent calculation-service history
*> CALCSRVH.DAT. CALCSRV appends one record for every request it
*> answers -- calculated or rejected, with the status byte it was
*> given on CALCSRVO.DAT -- and never rewrites the file, so it is
*> the usage record the month-end CALCSTMT chargeback statement is
*> drawn from, and where CALCSRV finds the original answer to a
*> resubmitted reference. SH-SERVICE-DATE is the business date the
*> request was answered on; SH-RUN-ID and SH-BATCH-NUMBER tie it back
*> to CALCRUN.DAT and the CALCSRVB.DAT batch register.
01  SERVICE-HISTORY-RECORD.
    05  SH-SERVICE-DATE PIC X(8).
    05  SH-RUN-ID       PIC 9(6).
    05  SH-BATCH-NUMBER PIC 9(6).
    05  SH-DEPARTMENT   PIC X(4).
    05  SH-REFERENCE    PIC X(10).
    05  SH-NUM1         PIC S9(5)V99 SIGN LEADING SEPARATE.
    05  SH-NUM2         PIC S9(5)V99 SIGN LEADING SEPARATE.
    05  SH-OPERATION    PIC X(1).
    05  SH-RESULT       PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  SH-STATUS       PIC X(1).
