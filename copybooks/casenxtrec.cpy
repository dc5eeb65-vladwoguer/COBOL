      *> CASENXTREC - Next-case-number control record.
      *> Single-record file read/updated by CASEENT, the same way
      *> CUSTNXT.DAT hands out CUST-IDs, so a CASE-ID is never made
      *> up by hand. The CASE-ID itself is "CASE" plus this number
      *> ("REAV" plus this number for the re-evaluation cases RULEIMP
      *> queues -- one numbering, so the two never collide).
01  NEXT-CASE-CONTROL-RECORD.
    05  NEXT-CASE-NBR           PIC 9(6).
    05  NEXT-CASE-UPDATE-DATE   PIC 9(8).
    05  NEXT-CASE-UPDATE-TIME   PIC 9(8).
