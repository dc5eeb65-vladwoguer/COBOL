      *> the layout ('01'/'02' = supplier intake file, 'OL' = the
      *> interactive capture), so records written before it read
      *> back space-filled there.
      *> The two name-search keys are derived from CUST-NAME by
      *> NAMENORM on every write and rewrite of the name, and carried
      *> as alternate keys (with duplicates) so the inquiry desk can
      *> find a customer by a leading part of the name or surname.
      *> A master restored from an image taken before they existed is
      *> given them by CUSTFIX as it reloads; a live master from before
      *> them is converted once by SRCHCONV (jcl/srchconv.jcl).
01  CUST-MASTER-RECORD.
    05  CUST-ID                 PIC 9(6).
    05  CUST-NAME               PIC X(52).
        88  CUST-DEACTIVATED        VALUE 'I'.
        88  CUST-MERGED-AWAY        VALUE 'M'.
    05  CUST-SOURCE-CHANNEL     PIC X(02).
    05  CUST-NAME-KEY           PIC X(52).
    05  CUST-SURNAME-KEY        PIC X(30).
