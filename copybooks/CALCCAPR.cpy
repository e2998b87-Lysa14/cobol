*> Record layout for a Calculator certification capture, written by
*> CALCCAPT. One record per input driven through the Calculator build
*> under test, in a fixed order -- CALCTESTS.DAT cases, LEGACY.DAT
*> cases, CALCCHNS.DAT chains, then the CALCSRVH.DAT service history
*> -- so two captures of the same inputs through two builds line up
*> record for record when CALCCERT compares them.
*>   CAP-SOURCE     "T" CALCTESTS, "L" LEGACY, "C" chain, "H" history
*>   CAP-KEY        permanent case ID for T and L; the record's
*>                  position in its file for C and H
*>   CAP-REFERENCE  department and reference of a history request,
*>                  spaces otherwise
*>   CAP-OPERATION  operation code; spaces for a chain, whose NUM1 is
*>                  the starting figure and NUM2 the first operand
*>   CAP-RESULT/CAP-STATUS  RESULT-RESULT and RESULT-STATUS as the
*>                  build returned them (CHAIN-RESULT/CHAIN-STATUS
*>                  for a chain)
*>   CAP-BUILD-ID   the build identifier Calculator reported
*> Amounts are signed with two implied decimal places and a leading
*> separate sign byte, like the case files they echo.
01  CAPTURE-RECORD.
    05  CAP-SOURCE      PIC X(1).
    05  CAP-KEY         PIC 9(7).
    05  CAP-REFERENCE   PIC X(14).
    05  CAP-OPERATION   PIC X(1).
    05  CAP-NUM1        PIC S9(5)V99 SIGN LEADING SEPARATE.
    05  CAP-NUM2        PIC S9(5)V99 SIGN LEADING SEPARATE.
    05  CAP-RESULT      PIC S9(7)V99 SIGN LEADING SEPARATE.
    05  CAP-STATUS      PIC X(1).
    05  CAP-BUILD-ID    PIC X(8).
