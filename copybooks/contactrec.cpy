    05  CONT-POSTAL-CODE        PIC X(08).
    05  CONT-PHONE              PIC X(11).
    05  CONT-EMAIL              PIC X(40).
      *> Date the customer last stood behind these details: the
      *> capture date when LENDO_DADOS or INTAKE_BATCH writes the
      *> record, the business date of a CUSTMANT correction or of a
      *> reply RECONRSP applies. Records from before the field was
      *> appended are widened by SRCHCONV with a zero here, and count
      *> from the master's capture date, when they were last seen.
    05  CONT-CONFIRMED-DATE     PIC 9(8).
