*> Record layout for the CALCCERT request file CALCCERT.PRM, a single
*> record written by the certification scripts before each run:
*>   CRQ-FUNCTION  COMPARE  compare CALCCAPP.DAT (production capture)
*>                          with CALCCAPC.DAT (candidate capture),
*>                          write CALCCERT.RPT, register the result
*>                 SIGNOFF  sign off certification CRQ-CERT-ID's
*>                          differences as intended; operator and
*>                          reason are required
*>                 PROMOTE  answer whether the Calculator build loaded
*>                          with this run may be promoted (RC 0) or
*>                          not (RC 8), and stamp the certification
*>                          it was promoted on
*>   CRQ-CERT-ID   certification number, digits right-aligned
*>                 (SIGNOFF only)
*>   CRQ-OPERATOR  operator signing off
*>   CRQ-REASON    why the differences are intended
01  CERT-REQUEST-RECORD.
    05  CRQ-FUNCTION    PIC X(8).
    05  CRQ-CERT-ID     PIC 9(6).
    05  CRQ-OPERATOR    PIC X(8).
    05  CRQ-REASON      PIC X(40).
