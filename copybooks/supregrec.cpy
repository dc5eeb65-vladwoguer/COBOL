      *> SUPREGREC - Inbound supplier file registry, one record per
      *> supplier file INTAKEEDT has judged: accepted files ('A') are
      *> the sequence history every later delivery is checked against
      *> (a sequence already on file is a redelivery, one below the
      *> highest is out of sequence, one that skips numbers leaves a
      *> gap); refused files ('R') are kept with the reason so OPSRPT
      *> can say why a supplier's lines did not load. A rerun of
      *> INTAKEEDT for the same business date replaces that date's
      *> records, so the morning rerun does not refuse the very file
      *> the failed night already registered.
01  SUPPLIER-REGISTRY-RECORD.
    05  IR-CHANNEL              PIC X(02).
    05  IR-FILE-SEQ             PIC 9(6).
    05  IR-CREATION-DATE        PIC 9(8).
    05  IR-RECORD-COUNT         PIC 9(8).
    05  IR-BUSINESS-DATE        PIC 9(8).
    05  IR-STATUS               PIC X(01).
        88  IR-ACCEPTED             VALUE 'A'.
        88  IR-REFUSED              VALUE 'R'.
    05  IR-GAP-COUNT            PIC 9(6).
    05  IR-REFUSAL-TEXT         PIC X(40).
