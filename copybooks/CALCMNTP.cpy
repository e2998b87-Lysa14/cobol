*> Record layout for the CALCMNT maker-checker files. A maintenance
*> change is held here between the operator who keys it (the maker)
*> and a DIFFERENT operator who approves or rejects it (the checker):
*>   CALCMNTQ.DAT  the pending-change queue -- changes still awaiting
*>                 a decision, rewritten by every CALCMNT run
*>   CALCMNTH.DAT  the decided-change history -- every change once
*>                 approved, rejected or failed, appended and never
*>                 rewritten, so a rejected change is kept with its
*>                 reason
*>   PC-CHANGE-ID      assigned when the change is queued; the key the
*>                     checker's approve/reject transaction names
*>   PC-STATUS         P=pending, A=approved and applied, R=rejected
*>                     by the checker, F=approved but no longer
*>                     passed the edits when it came to be applied
*>   PC-TXN-IMAGE      the maker's transaction exactly as keyed, in
*>                     the CALCMNTT.cpy layout
*>   PC-CHECKER-USER   who approved or rejected it
*>   PC-REASON         the checker's rejection reason, or the edit
*>                     that failed an approved change
*>   PC-BEFORE-IMAGE   the master record the change was keyed
*>                     against, as it stood when queued (spaces for
*>                     an ADD). An approval whose record no longer
*>                     matches it fails rather than landing on
*>                     something the maker never saw.
01  PENDING-CHANGE-RECORD.
    05  PC-CHANGE-ID         PIC 9(7).
    05  PC-STATUS            PIC X(1).
        88  PC-PENDING         VALUE "P".
        88  PC-APPROVED        VALUE "A".
        88  PC-REJECTED        VALUE "R".
        88  PC-FAILED          VALUE "F".
    05  PC-ENTERED-TIMESTAMP PIC X(26).
    05  PC-TXN-IMAGE.
        10  PC-TXN-ACTION    PIC X(1).
        10  PC-TXN-FILE      PIC X(1).
        10  PC-MAKER-USER    PIC X(8).
        10  PC-TXN-KEY       PIC X(20).
        10  PC-TXN-DATA      PIC X(36).
    05  PC-CHECKER-USER      PIC X(8).
    05  PC-DECIDED-TIMESTAMP PIC X(26).
    05  PC-REASON            PIC X(30).
    05  PC-BEFORE-IMAGE      PIC X(40).
