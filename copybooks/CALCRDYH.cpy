*> Record layout for the CALCRDY readiness-score history CALCRDYH.DAT.
*> One record per business date the scorecard was produced for,
*> carrying the measured value of each readiness criterion in the
*> order CALCRDY scores them:
*>   1 consecutive clean suite nights   4 abends in the window
*>   2 open discrepancies               5 reject-queue depth
*>   3 oldest open discrepancy, days    6 reconciliation match rate %
*> CALCRDY reads the latest earlier record to print each criterion's
*> trend, and a rerun for the same business date replaces that
*> date's record instead of adding a second one.
*> RDH-VERDICT is "GO" when every criterion passed, "NO-GO" if not.
01  READINESS-HISTORY-RECORD.
    05  RDH-BUSINESS-DATE   PIC X(8).
    05  RDH-WINDOW-DAYS     PIC 9(3).
    05  RDH-VALUE           PIC 9(5)V99 OCCURS 6.
    05  RDH-FAIL-COUNT      PIC 9(1).
    05  RDH-VERDICT         PIC X(5).
    05  RDH-TIMESTAMP       PIC X(26).
