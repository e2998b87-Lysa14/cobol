*> Record layout for the CALCSTMT statement-request file CALCSTMT.PRM.
*> A single optional record naming the YYYYMM month to bill. With no
*> record (the month-end stream case) the statement covers the month
*> of the current business date.
01  STATEMENT-PARM-RECORD.
    05  STP-MONTH       PIC X(6).
