*> Shared WORKING-STORAGE fields for the exception-feed paragraph in
*> CALCEXPR.cpy, the same arrangement CALCRNWS.cpy keeps for the
*> run-control paragraphs. The host sets WS-EXC-PROGRAM once, and
*> WS-EXC-BUSINESS-DATE and WS-EXC-RUN-ID as soon as it knows them;
*> then, for each exception, the severity, code, subject and text
*> before PERFORMing WriteException. Severity runs 1 (notice),
*> 2 (warning), 3 (error), 4 (critical).
01 WS-EXC-FILE-STATUS   PIC X(2).
01 WS-EXC-PROGRAM       PIC X(12).
01 WS-EXC-BUSINESS-DATE PIC X(8) VALUE SPACES.
01 WS-EXC-RUN-ID        PIC 9(6) VALUE ZERO.
01 WS-EXC-SEVERITY      PIC 9(1).
01 WS-EXC-CODE          PIC X(8).
01 WS-EXC-SUBJECT       PIC X(20).
01 WS-EXC-TEXT          PIC X(40).
01 WS-EXC-WRITTEN       PIC 9(6) VALUE ZERO.
