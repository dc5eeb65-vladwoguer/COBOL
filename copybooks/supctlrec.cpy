      *> SUPCTLREC - Header and trailer that envelope every supplier
      *> intake file (data/intake_batch.dat, intake_batch2.dat). The
      *> header carries the supplier's channel, its own running file
      *> sequence number and the date it cut the file; the trailer
      *> repeats channel and sequence and carries the detail count.
      *> Detail lines keep the INTAKEREC layout and start with the
      *> record number, so the 'HDR'/'TRL' marker can never be taken
      *> for a detail. INTAKEEDT checks the envelope against the
      *> inbound registry (SUPREGREC) before any line is edited.
01  SUPPLIER-CONTROL-RECORD.
    05  SUPCTL-RECORD-TYPE      PIC X(03).
        88  SUPCTL-HEADER           VALUE 'HDR'.
        88  SUPCTL-TRAILER          VALUE 'TRL'.
    05  SUPCTL-CHANNEL          PIC X(02).
    05  SUPCTL-FILE-SEQ         PIC 9(6).
    05  SUPCTL-HEADER-DATA.
        10  SUPCTL-CREATION-DATE    PIC 9(8).
        10  FILLER                  PIC X(160).
    05  SUPCTL-TRAILER-DATA REDEFINES SUPCTL-HEADER-DATA.
        10  SUPCTL-RECORD-COUNT     PIC 9(8).
        10  FILLER                  PIC X(160).
