        88  ACK-ACCEPTED            VALUE 'A'.
        88  ACK-REJECTED            VALUE 'R'.
    05  ACK-REASON-TEXT         PIC X(30).
      *> Appended for lifecycle events: the CRM echoes the kind of
      *> line it is answering ('E' plus the event type for an event);
      *> returns written before events read back blank -- a detail.
    05  ACK-RECORD-KIND         PIC X(01).
        88  ACK-FOR-EVENT           VALUE 'E'.
    05  ACK-EVENT-TYPE          PIC X(01).
