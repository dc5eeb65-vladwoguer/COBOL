      *> RECONFREC - Contact re-confirmation tracking, one entry per
      *> letter RECONLTR sends to an active customer whose contact
      *> details have gone unconfirmed past the set number of months.
      *> RECONRSP closes the entry when the customer's reply is
      *> applied (confirmed as held, or changed), moves it to the
      *> chase list once the reply window lapses unanswered, and
      *> closes it without reply if the customer stops being active.
      *> A customer with an open entry is not written to again.
01  RECONF-RECORD.
    05  RCF-CUST-ID             PIC 9(6).
    05  RCF-SOURCE-CHANNEL      PIC X(02).
    05  RCF-LETTER-DATE         PIC 9(8).
    05  RCF-DUE-DATE            PIC 9(8).
    05  RCF-STATUS              PIC X(01).
        88  RCF-AWAITING            VALUE 'P'.
        88  RCF-CHASING             VALUE 'N'.
        88  RCF-CONFIRMED           VALUE 'C'.
        88  RCF-CHANGED             VALUE 'A'.
        88  RCF-CLOSED              VALUE 'X'.
        88  RCF-OPEN                VALUES 'P' 'N'.
        88  RCF-ANSWERED            VALUES 'C' 'A'.
    05  RCF-STATUS-DATE         PIC 9(8).
    05  RCF-CHASE-DATE          PIC 9(8).
