      *> SUPQUALREC - Per-supplier intake quality history, one record
      *> per supplier channel per business date, written by INTAKEEDT
      *> and read back by QUALSCOR for the monthly supplier scorecard.
      *> A rerun of INTAKEEDT for the same business date replaces that
      *> date's records rather than duplicating them, the same way
      *> EODSUM maintains the daily statistics history. The reason
      *> counters are positional: slot n counts reason E10n.
01  SUPPLIER-QUALITY-RECORD.
    05  SQ-BUSINESS-DATE        PIC 9(8).
    05  SQ-CHANNEL              PIC X(02).
    05  SQ-RECEIVED             PIC 9(6).
    05  SQ-ACCEPTED             PIC 9(6).
    05  SQ-REJECTED             PIC 9(6).
    05  SQ-REJ-BY-REASON.
        10  SQ-REJ-E101         PIC 9(6).
        10  SQ-REJ-E102         PIC 9(6).
        10  SQ-REJ-E103         PIC 9(6).
        10  SQ-REJ-E104         PIC 9(6).
        10  SQ-REJ-E105         PIC 9(6).
        10  SQ-REJ-E106         PIC 9(6).
        10  SQ-REJ-E107         PIC 9(6).
        10  SQ-REJ-E108         PIC 9(6).
    05  FILLER REDEFINES SQ-REJ-BY-REASON.
        10  SQ-REJ-COUNT        PIC 9(6) OCCURS 8 TIMES.
