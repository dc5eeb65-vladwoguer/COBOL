      *> PENDCHGREC - Dual-control pending-change queue entry, one per
      *> sensitive change keyed in through CUSTMANT (name correction),
      *> RULEMANT (rule retirement) or HOLMANT (holiday deletion). The
      *> maker's change waits here, with the value it replaces and the
      *> value it brings, until a supervisor other than the maker
      *> approves it (and the owning program applies it) or declines
      *> it. PENDEXP expires entries left pending past the agreed
      *> number of business days. The queue is permanent -- decided
      *> entries stay on file with who decided them and when.
01  PENDING-CHANGE-RECORD.
    05  PC-CHANGE-ID            PIC 9(6).
    05  PC-CHANGE-TYPE          PIC X(01).
        88  PC-NAME-CORRECTION      VALUE 'N'.
        88  PC-RULE-RETIREMENT      VALUE 'R'.
        88  PC-HOLIDAY-DELETION     VALUE 'H'.
    05  PC-OWNER-JOB            PIC X(08).
      *> Customer number, rule code or holiday date, left-aligned.
    05  PC-ENTRY-KEY            PIC X(08).
    05  PC-BEFORE-VALUE         PIC X(52).
    05  PC-AFTER-VALUE          PIC X(52).
      *> Rule retirement only: the expiry asked for (0 = immediate).
    05  PC-NEW-DATE             PIC 9(8).
    05  PC-REQUEST-DATE         PIC 9(8).
    05  PC-REQUEST-TIME         PIC 9(8).
    05  PC-REQUESTED-BY         PIC X(08).
    05  PC-STATUS               PIC X(01).
        88  PC-PENDING              VALUE 'P'.
        88  PC-APPLIED              VALUE 'A'.
        88  PC-DECLINED             VALUE 'D'.
        88  PC-EXPIRED              VALUE 'E'.
    05  PC-DECIDED-BY           PIC X(08).
    05  PC-DECISION-DATE        PIC 9(8).
