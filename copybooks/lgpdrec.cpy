      *> LGPDREC - Data-subject request log entry (LGPD), one per
      *> request taken through LGPDREQ: subject-access reports are
      *> logged complete the moment the report is produced; erasure
      *> requests wait pending until a supervisor other than the
      *> requester approves (and the anonymization runs) or declines
      *> them. The log is permanent -- never purged or archived --
      *> and append-only: every decision adds a further entry under
      *> the request number, the latest one being the request as it
      *> stands and the earlier ones its history.
01  LGPD-REQUEST-RECORD.
    05  LG-REQUEST-ID           PIC 9(6).
    05  LG-REQUEST-TYPE         PIC X(01).
        88  LG-SUBJECT-ACCESS       VALUE 'A'.
        88  LG-ERASURE              VALUE 'E'.
    05  LG-CUST-ID              PIC 9(6).
    05  LG-REQUEST-DATE         PIC 9(8).
    05  LG-REQUEST-TIME         PIC 9(8).
    05  LG-REQUESTED-BY         PIC X(08).
    05  LG-STATUS               PIC X(01).
        88  LG-PENDING              VALUE 'P'.
        88  LG-COMPLETED            VALUE 'C'.
        88  LG-DECLINED             VALUE 'D'.
    05  LG-DECIDED-BY           PIC X(08).
    05  LG-DECISION-DATE        PIC 9(8).
    05  LG-RECORD-COUNT         PIC 9(6).
    05  LG-OUTCOME-TEXT         PIC X(60).
