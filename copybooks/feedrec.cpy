      *> no type byte and start with a digit of the old detail layout.
      *> The contact fields replaced the old detail filler; details
      *> written before them read back space-filled there.
      *> Lifecycle events (deactivate, reactivate, merge) travel in
      *> the same envelope as 'E' records; the trailer counts them
      *> apart from the details, and the detail control totals never
      *> include them. Trailers written before events existed read
      *> back space-filled in the event count.
01  CRM-FEED-RECORD.
    05  FEED-RECORD-TYPE        PIC X(01).
        88  FEED-HEADER-REC         VALUE 'H'.
        88  FEED-DETAIL-REC         VALUE 'D'.
        88  FEED-TRAILER-REC        VALUE 'T'.
        88  FEED-EVENT-REC          VALUE 'E'.
    05  FEED-DETAIL-DATA.
        10  FEED-CUST-ID            PIC 9(6).
        10  FEED-CUST-NAME          PIC X(52).
        10  FEED-TRL-DETAIL-COUNT   PIC 9(6).
        10  FEED-TRL-CTL-TOTAL      PIC 9(10).
        10  FEED-TRL-NAME-HASH      PIC 9(10).
        10  FEED-TRL-EVENT-COUNT    PIC 9(6).
        10  FILLER                  PIC X(147).
    05  FEED-EVENT-DATA REDEFINES FEED-DETAIL-DATA.
        10  FEED-EVT-CUST-ID        PIC 9(6).
        10  FEED-EVT-TYPE           PIC X(01).
        10  FEED-EVT-SURVIVOR-ID    PIC 9(6).
        10  FEED-EVT-DATE           PIC 9(8).
        10  FILLER                  PIC X(164).
