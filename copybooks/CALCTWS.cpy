01 WS-PARM-FILE-STATUS PIC X(2).
01 WS-PARM-EOF         PIC X(1) VALUE "N".
01 WS-RESULT-DIFF      PIC S9(8)V99.

*> Text of the exception fed for a failed test: its log status, the
*> CALCTESTS.DAT case (zero for the fixed-operand tests) and the
*> Calculator build that produced the result.
01 WS-EXC-TEST-TEXT.
    05 WS-EXC-TEST-STATUS  PIC X(6).
    05 FILLER              PIC X(6) VALUE " CASE ".
    05 WS-EXC-TEST-CASE    PIC 9(7).
    05 FILLER              PIC X(7) VALUE " BUILD ".
    05 WS-EXC-TEST-BUILD   PIC X(8).
    05 FILLER              PIC X(6) VALUE SPACES.
