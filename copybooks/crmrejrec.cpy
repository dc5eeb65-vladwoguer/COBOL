      *> (fix-and-refeed or suppress). The rejection counter never
      *> resets -- a customer bounced three times escalates ('E')
      *> instead of being re-fed forever.
      *> The entry kind was appended: CRMACK also files the lifecycle
      *> events the CRM bounces, one entry per customer and event
      *> type, carrying the event's own rejection count and escalated
      *> with it; the entry closes itself once the automatic re-send
      *> is accepted. Entries written before the byte existed read
      *> back space-filled there, i.e. detail rejections.
01  CRM-REJECTION-RECORD.
    05  CR-CUST-ID              PIC 9(6).
    05  CR-REASON-TEXT          PIC X(30).
        88  CR-NEEDS-WORK           VALUES 'O' 'E'.
    05  CR-STATUS-DATE          PIC 9(8).
    05  CR-DISPOSITION-CODE     PIC X(04).
    05  CR-ENTRY-KIND           PIC X(01).
        88  CR-FOR-DETAIL           VALUES SPACE 'D'.
        88  CR-FOR-EVENT            VALUE 'E'.
    05  CR-EVENT-TYPE           PIC X(01).
