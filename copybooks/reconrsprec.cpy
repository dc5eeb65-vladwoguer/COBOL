      *> RECONRSPREC - One reply to a re-confirmation letter, as the
      *> mail room keys it from the returned form. 'C' confirms the
      *> details held; 'A' brings changes, where a field left blank
      *> keeps what is on file and a filled one replaces it. The
      *> reply date is the day the form came back.
01  RECONF-RESPONSE-RECORD.
    05  RR-CUST-ID              PIC 9(6).
    05  RR-RESPONSE-TYPE        PIC X(01).
        88  RR-CONFIRMS             VALUE 'C'.
        88  RR-CHANGES              VALUE 'A'.
    05  RR-RESPONSE-DATE        PIC 9(8).
    05  RR-STREET               PIC X(40).
    05  RR-CITY                 PIC X(20).
    05  RR-POSTAL-CODE          PIC X(08).
    05  RR-PHONE                PIC X(11).
    05  RR-EMAIL                PIC X(40).
