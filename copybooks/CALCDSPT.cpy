*> Record layout for the CALCDISP disposition transaction file
*> CALCDSPT.DAT. One transaction per record, keyed into run/ by the
*> analysts and applied in file order against the DISCMAST.DAT
*> discrepancy master (copybooks/DISCMAST.cpy). A later disposition
*> for the same case replaces an earlier one; the history of who
*> decided what stays on the CALCDISP.AUD audit trail.
*>   DTX-CASE-ID      the 7-digit LEGACY.DAT case ID the discrepancy
*>                    carries on CALCAGE.RPT; every live master entry
*>                    for the case receives the disposition
*>   DTX-OPERATOR     analyst id/initials -- required
*>   DTX-DISPOSITION  L = legacy figure wrong, C = Calculator defect,
*>                    A = accepted rounding variance,
*>                    I = under investigation
*>   DTX-REVIEW-DATE  CCYYMMDD on or after the business date the
*>                    transaction is applied -- required
*>   DTX-COMMENT      the explanation -- required
01  DISP-TXN-RECORD.
    05  DTX-CASE-ID         PIC X(7).
    05  DTX-OPERATOR        PIC X(8).
    05  DTX-DISPOSITION     PIC X(1).
    05  DTX-REVIEW-DATE     PIC X(8).
    05  DTX-COMMENT         PIC X(40).
