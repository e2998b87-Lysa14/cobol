*> CLEARED ones. CALCAGE uses it to make a rerun against the same
*> run harmless -- statuses are not re-aged, and CLEARED entries are
*> purged only once a newer run is being aged.
*> The disposition fields record what the analysts decided about the
*> discrepancy, filed by CALCDISP from the CALCDSPT.DAT transactions
*> (copybooks/CALCDSPT.cpy) and carried unchanged by CALCAGE:
*>   DM-DISPOSITION  L = legacy figure wrong, C = Calculator defect,
*>                   A = accepted rounding variance,
*>                   I = under investigation, space = none filed
*>   DM-DISP-OPERATOR/DM-DISP-DATE  who filed it, on which business
*>                   date
*>   DM-REVIEW-DATE  when the decision must be looked at again; once
*>                   the business date passes it the entry returns to
*>                   the top of CALCAGE.RPT, and an accepted variance
*>                   stops being accepted until it is filed afresh
*> They sit at the end of the record so a master written before
*> dispositions existed reads back with none filed.
01  DISC-MASTER-RECORD.
    05  DM-CASE-ID          PIC 9(7).
    05  DM-NUM1             PIC S9(5)V99 SIGN LEADING SEPARATE.
    05  DM-FIRST-SEEN-DATE  PIC X(8).
    05  DM-LAST-SEEN-DATE   PIC X(8).
    05  DM-LAST-SEEN-RUN    PIC 9(6).
    05  DM-DISPOSITION      PIC X(1).
        88  DM-ACCEPTED-VARIANCE VALUE "A".
    05  DM-DISP-OPERATOR    PIC X(8).
    05  DM-DISP-DATE        PIC X(8).
    05  DM-REVIEW-DATE      PIC X(8).
    05  DM-DISP-COMMENT     PIC X(40).
