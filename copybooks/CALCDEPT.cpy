*> Record layout for the calculation-service department master
*> CALCDEPT.DAT, kept in data/ and copied into run/ for each CALCSRV
*> run. One record per section allowed to submit to the service:
*>   DEPT-CODE            the four-character SRQ-DEPARTMENT value
*>   DEPT-NAME            printed on the month-end statement
*>   DEPT-ACTIVE          "Y" to accept submissions; anything else
*>                        suspends the section without losing its
*>                        history or its line on the statement
*>   DEPT-ALLOWED-OPS     the operation codes (A/S/M/D/R/P) the
*>                        section may request, one per byte in any
*>                        order, unused bytes blank
*>   DEPT-REQUEST-CEILING most requests accepted from the section in
*>                        one CALCSRV run; zero means no ceiling
01  DEPARTMENT-RECORD.
    05  DEPT-CODE            PIC X(4).
    05  DEPT-NAME            PIC X(20).
    05  DEPT-ACTIVE          PIC X(1).
        88  DEPT-IS-ACTIVE     VALUE "Y".
    05  DEPT-ALLOWED-OPS     PIC X(6).
    05  DEPT-REQUEST-CEILING PIC 9(5).
