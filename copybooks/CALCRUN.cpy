*> Record layout for the shared run-control file CALCRUN.DAT. Every
*> execution of CALCSUITE, CalculatorTest, CALCRECON or CALCSRV
*> appends a "START" record when it is assigned its run ID and an
*> "END  " record with the final RETURN-CODE when it finishes; a
*> CALCRECON restart appends "RESUM" instead of "START" and keeps the
*> interrupted run's ID, since it is the same logical run carrying
*> on. The run ID is also stamped on every CALC-LOG-RECORD and
*> RECON-REPORT-RECORD, so "last night's failures" is a selection by
*> run ID instead of archaeology over timestamps.
*> RUN-BUILD-ID is the build identifier of the Calculator the run
*> called (RESULT-BUILD-ID), so any figure can be traced to the
*> build that produced it. It sits at the end of the record so run
*> records written before builds were identified still read (as
*> spaces).
01  RUN-CONTROL-RECORD.
    05  RUN-ID          PIC 9(6).
    05  RUN-PROGRAM     PIC X(12).
    05  RUN-EVENT       PIC X(5).
    05  RUN-TIMESTAMP   PIC X(26).
    05  RUN-RETURN-CODE PIC 9(4).
    05  RUN-BUILD-ID    PIC X(8).
