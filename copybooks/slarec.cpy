      *> SLAREC - Service target per open-work queue, one row per queue
      *> code on data/slatab.dat, read by WORKLIST for the morning
      *> worklist. An item older than SLA-TARGET-DAYS business days is
      *> past its target; one within SLA-WARN-DAYS of it is about to
      *> be. SLA-TEAM is the team that owns the queue and answers for
      *> it on the worklist totals. Queue codes:
      *>   REJWORK  open/resubmitted reject cases (REJWORK.DAT)
      *>   CRMREJ   CRM rejections still to work (CRMREJ.DAT)
      *>   INACTPRP deactivation proposals pending (INACTPRP.DAT)
      *>   LINKPROP relationship links proposed (CUSTLINK.DAT)
      *>   DUPCAND  merge candidates listed by DUPSCAN (DUPCAND.RPT)
      *>   MASTGRAV grave master exceptions (MASTCHK.RPT)
      *>   MASTALRT master alerts (MASTCHK.RPT)
01  SLA-TARGET-RECORD.
    05  SLA-QUEUE-CODE          PIC X(08).
    05  SLA-TARGET-DAYS         PIC 9(3).
    05  SLA-WARN-DAYS           PIC 9(3).
    05  SLA-TEAM                PIC X(12).
    05  SLA-DESCRIPTION         PIC X(40).
