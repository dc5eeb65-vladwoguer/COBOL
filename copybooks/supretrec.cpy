      *> SUPRETREC - One line per rejected intake line, written back to
      *> the supplier that sent it (INTAKE01.RET / INTAKE02.RET) by
      *> INTAKEEDT. The supplier's OWN record number is carried as it
      *> arrived -- a number that failed the numeric check comes back
      *> exactly as typed -- so the supplier can find the line in its
      *> extract without knowing anything about our renumbering.
01  SUPPLIER-RETURN-RECORD.
    05  SR-CHANNEL              PIC X(02).
    05  FILLER                  PIC X(01).
    05  SR-BUSINESS-DATE        PIC 9(8).
    05  FILLER                  PIC X(01).
    05  SR-RECORD-NBR           PIC X(08).
    05  FILLER                  PIC X(01).
    05  SR-REASON-CODE          PIC X(04).
    05  FILLER                  PIC X(01).
    05  SR-FIELD-IN-ERROR       PIC X(20).
    05  FILLER                  PIC X(01).
    05  SR-REASON-TEXT          PIC X(60).
    05  FILLER                  PIC X(01).
    05  SR-SOURCE-LINE          PIC X(179).
