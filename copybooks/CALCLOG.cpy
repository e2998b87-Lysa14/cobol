*> It follows LOG-RUN-ID at the end of the record for the same
*> reason: records written before case IDs existed read back with
*> spaces there and are handled as case unknown.
*> LOG-BUILD-ID is the build identifier of the Calculator that
*> produced LOG-ACTUAL-RESULT, last for the same reason again.
01  CALC-LOG-RECORD.
    05  LOG-TIMESTAMP       PIC X(26).
    05  LOG-TEST-NAME       PIC X(20).
    05  LOG-STATUS          PIC X(6).
    05  LOG-RUN-ID          PIC 9(6).
    05  LOG-CASE-ID         PIC 9(7).
    05  LOG-BUILD-ID        PIC X(8).
