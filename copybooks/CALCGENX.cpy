*> Record layout for the master-file generation catalogue CALCGEN.IDX
*> maintained by CALCGEN. One record per generation: the business
*> date the copy was taken for, the run ID the night's first
*> run-controlled program was due to be given (one past the highest
*> in CALCRUN.DAT when the copy was taken, so a CALCTEST.LOG or
*> RECON.RPT run ID can be traced back to the deck that produced
*> it), which master it is a copy of, the dated generation file,
*> its record count and hash total, and when it was taken. The hash
*> total is the sum of the record's numeric fields -- case ID,
*> operands, expected result, tolerance -- so a copy that has been
*> altered, not merely shortened, no longer balances. CALCGEN
*> replaces a date's entry when the copy is retaken and rewrites the
*> catalogue when retention purges old generations.
01  GEN-INDEX-RECORD.
    05  GENX-DATE           PIC X(8).
    05  GENX-RUN-ID         PIC 9(6).
    05  GENX-MASTER         PIC X(12).
    05  GENX-FILE-NAME      PIC X(16).
    05  GENX-RECORD-COUNT   PIC 9(7).
    05  GENX-HASH-TOTAL     PIC S9(13)V99 SIGN LEADING SEPARATE.
    05  GENX-TIMESTAMP      PIC X(26).
