*> Record layouts for the on-call alert extract CALCALRT.DAT, written
*> by CALCALRT for the shop's monitoring console to pick up. Every
*> record is 128 bytes, identified by its first byte:
*>   "H"  one header: the business date the alerts are for, when the
*>        extract was written, the severity at which an alert pages,
*>        and whether anything on the night pages the operator
*>   "A"  one per alert -- the night's exceptions from CALCEXC.DAT
*>        summed by program and exception code -- most severe first.
*>        The severity is CALCALRT's effective one, after the
*>        CALCPARM.DAT overrides and escalation; ALA-PAGE is "Y" when
*>        the alert pages. Subject and text are the first occurrence
*>        of the night; the run ID and timestamp the latest.
*>   "T"  one trailer: alert and exception counts, alerts at each
*>        severity, alerts that page, and CALCALRT's return code, so
*>        the console can balance the file before acting on it.
*> A night with no exceptions has the header and trailer only.
01  ALERT-HEADER-RECORD.
    05  ALH-RECORD-TYPE     PIC X(1).
    05  ALH-BUSINESS-DATE   PIC X(8).
    05  ALH-CREATED         PIC X(26).
    05  ALH-PAGE-THRESHOLD  PIC 9(1).
    05  ALH-PAGE-ONCALL     PIC X(1).
        88  ALH-PAGES            VALUE "Y".
    05  FILLER              PIC X(91).

01  ALERT-DETAIL-RECORD.
    05  ALA-RECORD-TYPE     PIC X(1).
    05  ALA-BUSINESS-DATE   PIC X(8).
    05  ALA-SEVERITY        PIC 9(1).
        88  ALA-NOTICE           VALUE 1.
        88  ALA-WARNING          VALUE 2.
        88  ALA-ERROR            VALUE 3.
        88  ALA-CRITICAL         VALUE 4.
    05  ALA-PAGE            PIC X(1).
        88  ALA-PAGES            VALUE "Y".
    05  ALA-PROGRAM         PIC X(12).
    05  ALA-CODE            PIC X(8).
    05  ALA-COUNT           PIC 9(5).
    05  ALA-RUN-ID          PIC 9(6).
    05  ALA-LAST-TIMESTAMP  PIC X(26).
    05  ALA-SUBJECT         PIC X(20).
    05  ALA-TEXT            PIC X(40).

01  ALERT-TRAILER-RECORD.
    05  ALT-RECORD-TYPE     PIC X(1).
    05  ALT-BUSINESS-DATE   PIC X(8).
    05  ALT-ALERT-COUNT     PIC 9(5).
    05  ALT-EXCEPTION-COUNT PIC 9(7).
    05  ALT-CRITICAL-COUNT  PIC 9(5).
    05  ALT-ERROR-COUNT     PIC 9(5).
    05  ALT-WARNING-COUNT   PIC 9(5).
    05  ALT-NOTICE-COUNT    PIC 9(5).
    05  ALT-PAGE-COUNT      PIC 9(5).
    05  ALT-RETURN-CODE     PIC 9(2).
    05  FILLER              PIC X(80).
