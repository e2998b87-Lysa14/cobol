*> Record layout for the stream's common exception file CALCEXC.DAT.
*> Every program in the nightly stream appends one record here the
*> moment it meets something the operator on call may need to know
*> about -- a rejected record, a regression, an abend, an archive
*> that no longer balances -- instead of leaving it to be found in
*> that program's own report. CALCALRT reads the file at the end of
*> the night to produce the on-call summary and the alert extract.
*> EXC-RUN-ID is the CALCRUN.DAT run ID the program took; a program
*> that keeps no run control stamps the run it is working over (as
*> CALCAGE does the reconciliation run it ages), or zero when there
*> is none, the same rule as the step ledger. EXC-SUBJECT names the
*> case, request, test, archive or program the exception concerns.
*> EXC-SEVERITY is the writing program's own view of the exception;
*> CALCALRT may raise or lower it by exception code from
*> CALCPARM.DAT.
01  EXCEPTION-RECORD.
    05  EXC-BUSINESS-DATE   PIC X(8).
    05  EXC-RUN-ID          PIC 9(6).
    05  EXC-PROGRAM         PIC X(12).
    05  EXC-TIMESTAMP       PIC X(26).
    05  EXC-SEVERITY        PIC 9(1).
        88  EXC-NOTICE           VALUE 1.
        88  EXC-WARNING          VALUE 2.
        88  EXC-ERROR            VALUE 3.
        88  EXC-CRITICAL         VALUE 4.
    05  EXC-CODE            PIC X(8).
    05  EXC-SUBJECT         PIC X(20).
    05  EXC-TEXT            PIC X(40).
