      *> CUSTMANT on every master correction, read back by EODSUM for
      *> the end-of-day summary report. The action and before/after
      *> fields were appended to the layout, so entries written before
      *> them read back space-filled there. The approver was appended
      *> the same way: it is set only on changes applied under dual
      *> control, where AUDIT-OPERATOR-ID is the maker who asked for
      *> the change and AUDIT-APPROVER-ID the supervisor who let it
      *> through; every other entry carries spaces there.
01  AUDIT-LOG-RECORD.
    05  AUDIT-OPERATOR-ID       PIC X(08).
    05  AUDIT-JOB-ID            PIC X(08).
    05  AUDIT-OLD-VALUE         PIC X(52).
    05  AUDIT-NEW-VALUE         PIC X(52).
    05  AUDIT-SOURCE-CHANNEL    PIC X(02).
    05  AUDIT-APPROVER-ID       PIC X(08).
