      *> CRMEVTREC - CRM lifecycle event queue entry. CUSTMANT and
      *> INACTREV append a deactivation or reactivation, DUPMERGE a
      *> merge (absorbed CUST-ID pointing at the survivor), LGPDREQ
      *> a deletion once an approved erasure has anonymized the
      *> customer, the moment the master changes; CRMFEED ships every
      *> pending event inside the night's H/D/T batch and marks it
      *> sent, CRMACK applies the CRM's accept/reject to it, and
      *> RECONCIL reads the sent merges to know which merged-away
      *> customers the CRM has retired. A rejected event goes back to
      *> pending and is sent again, up to the same escalation limit
      *> CRMACK applies to details. At month end MONARCH moves the
      *> events accepted in a closed period onto ARCHEVT.DAT, which
      *> RECONCIL reads alongside this file.
01  CRM-EVENT-RECORD.
    05  EVT-CUST-ID             PIC 9(6).
    05  EVT-TYPE                PIC X(01).
        88  EVT-DEACTIVATE          VALUE 'D'.
        88  EVT-REACTIVATE          VALUE 'R'.
        88  EVT-MERGE               VALUE 'M'.
        88  EVT-ERASE               VALUE 'X'.
    05  EVT-SURVIVOR-ID         PIC 9(6).
    05  EVT-EVENT-DATE          PIC 9(8).
    05  EVT-EVENT-TIME          PIC 9(8).
    05  EVT-OPERATOR-ID         PIC X(08).
    05  EVT-STATUS              PIC X(01).
        88  EVT-PENDING             VALUE 'P'.
        88  EVT-SENT                VALUE 'S'.
        88  EVT-ACCEPTED            VALUE 'A'.
        88  EVT-ESCALATED           VALUE 'E'.
        88  EVT-REACHED-CRM         VALUES 'S' 'A'.
    05  EVT-CYCLE-NBR           PIC 9(6).
    05  EVT-SENT-DATE           PIC 9(8).
    05  EVT-REJECT-COUNT        PIC 9(3).
    05  EVT-REASON-TEXT         PIC X(30).
    05  EVT-STATUS-DATE         PIC 9(8).
