      *> CASEQUEREC - Eligibility case entry queue. CASEENT appends one
      *> record per case typed in at the desk (pending), cancels it on
      *> request while still pending, and TRANXCHK releases every
      *> pending case into the night's matched transactions -- the
      *> cutoff after which a case can no longer be cancelled. The
      *> leading case/customer/code area is the TRANREC layout.
      *> The origin byte was appended: RULEIMP queues re-evaluation
      *> cases of its own (CASE-ID prefix "REAV") when a rule stops
      *> being in force, marked 'S'; cases written before the byte
      *> existed read back space-filled there, i.e. desk-entered.
01  CASE-QUEUE-RECORD.
    05  CQ-CASE-ID              PIC X(10).
    05  CQ-CUST-ID              PIC 9(6).
    05  CQ-CODE-AREA.
        10  CQ-CODE             OCCURS 5 TIMES PIC X(05).
    05  CQ-STATUS               PIC X(01).
        88  CQ-PENDING              VALUE 'P'.
        88  CQ-CANCELLED            VALUE 'C'.
        88  CQ-RELEASED             VALUE 'R'.
    05  CQ-ENTRY-DATE           PIC 9(8).
    05  CQ-ENTRY-TIME           PIC 9(8).
    05  CQ-OPERATOR-ID          PIC X(08).
    05  CQ-STATUS-DATE          PIC 9(8).
    05  CQ-ORIGIN               PIC X(01).
        88  CQ-DESK-ENTERED         VALUES SPACE 'D'.
        88  CQ-SYSTEM-GENERATED     VALUE 'S'.
