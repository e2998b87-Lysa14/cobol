*> Record layout for the CALCGEN request file CALCGEN.PRM, a single
*> record written by the generation scripts before each run:
*>   GRQ-FUNCTION  SNAP     take the business date's generation of
*>                          every master, apply retention, verify
*>                          the catalogue (CALCGEN.RPT); also what
*>                          CALCGEN does with no request file
*>                 RESTORE  rebuild GRQ-DATE's generations as
*>                          CALCTESTS.RST, LEGACY.RST, ADDTESTS.RST,
*>                          CALCPARM.RST, CALCCHNS.RST and a
*>                          CALCBDTE.RST business-date record, for a
*>                          replay run (CALCGENR.RPT)
*>                 DIFF     list every record added, removed or
*>                          changed between GRQ-DATE's generations
*>                          and GRQ-TO-DATE's (CALCGEND.RPT)
*>   GRQ-DATE      YYYYMMDD business date (RESTORE, DIFF)
*>   GRQ-TO-DATE   YYYYMMDD later business date (DIFF only)
01  GEN-REQUEST-RECORD.
    05  GRQ-FUNCTION    PIC X(8).
    05  GRQ-DATE        PIC X(8).
    05  GRQ-TO-DATE     PIC X(8).
