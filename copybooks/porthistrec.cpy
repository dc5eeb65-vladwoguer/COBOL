      *> PORTHISTREC - Month-end customer portfolio snapshot, one record
      *> per closed month per source channel per capture-month cohort,
      *> written by PORTRPT from CUSTMAST.IDX, DECHIST.IDX and
      *> CUSTCONT.IDX and read back by the next runs to show movement
      *> against the prior month and the same month a year earlier.
      *> A rerun for the same closed month replaces that month's
      *> records, the same way EODSUM keeps STATHIST.DAT.
      *>   PH-CUST-ELIGIBLE     customers with at least one pair on
      *>                        DECHIST decided eligible
      *>   PH-CUST-NOT-ELIGIBLE customers with decisions, none of them
      *>                        eligible (no decision = neither)
01  PORT-HISTORY-RECORD.
    05  PH-PERIOD               PIC 9(6).
    05  PH-CHANNEL              PIC X(02).
    05  PH-COHORT               PIC 9(6).
    05  PH-CUSTOMERS            PIC 9(7).
    05  PH-ACTIVE               PIC 9(7).
    05  PH-DEACTIVATED          PIC 9(7).
    05  PH-MERGED               PIC 9(7).
    05  PH-FEED-PENDING         PIC 9(7).
    05  PH-FEED-SENT            PIC 9(7).
    05  PH-FEED-CONFIRMED       PIC 9(7).
    05  PH-FEED-REWORK          PIC 9(7).
    05  PH-CUST-ELIGIBLE        PIC 9(7).
    05  PH-CUST-NOT-ELIGIBLE    PIC 9(7).
    05  PH-WITH-CONTACT         PIC 9(7).
    05  PH-RUN-DATE             PIC 9(8).
