*> Record layout for the Calculator certification register
*> CALCCERT.DAT kept by CALCCERT. One record per certification run,
*> numbered in order, naming the production and candidate builds
*> compared and what the comparison found:
*>   "C"  clean -- every case gave the same result and status
*>   "D"  differences found, not yet signed off
*>   "S"  differences found and signed off as intended by the
*>        operator, at the time and for the reason recorded
*>   "X"  not certifiable -- a capture was missing, the two captures
*>        did not cover the same inputs, or the candidate carries the
*>        production build's identifier
*> A new Calculator build is promoted into production only on a "C"
*> or "S" certification, which is then stamped with the promotion
*> time; a certification taken before a later promotion no longer
*> describes the production it was compared against and cannot be
*> used to promote.
01  CERT-REGISTER-RECORD.
    05  CRR-CERT-ID             PIC 9(6).
    05  CRR-TIMESTAMP           PIC X(26).
    05  CRR-PROD-BUILD-ID       PIC X(8).
    05  CRR-CAND-BUILD-ID       PIC X(8).
    05  CRR-CASE-COUNT          PIC 9(7).
    05  CRR-DIFF-COUNT          PIC 9(7).
    05  CRR-STATUS              PIC X(1).
        88  CRR-CLEAN           VALUE "C".
        88  CRR-DIFFERENT       VALUE "D".
        88  CRR-SIGNED-OFF      VALUE "S".
        88  CRR-NOT-CERTIFIED   VALUE "X".
        88  CRR-PROMOTABLE      VALUE "C" "S".
    05  CRR-SIGNOFF-OPERATOR    PIC X(8).
    05  CRR-SIGNOFF-TIMESTAMP   PIC X(26).
    05  CRR-SIGNOFF-REASON      PIC X(40).
    05  CRR-PROMOTED-TIMESTAMP  PIC X(26).
