        88  IMG-DETAIL-REC          VALUE 'D'.
        88  IMG-TRAILER-REC         VALUE 'T'.
    05  IMG-DETAIL-DATA.
        10  IMG-CUST-DATA           PIC X(180).
    05  IMG-HEADER-DATA REDEFINES IMG-DETAIL-DATA.
        10  IMG-IMAGE-DATE          PIC 9(8).
        10  FILLER                  PIC X(172).
    05  IMG-TRAILER-DATA REDEFINES IMG-DETAIL-DATA.
        10  IMG-TRL-REC-COUNT       PIC 9(8).
        10  IMG-TRL-HIGH-KEY        PIC 9(6).
        10  FILLER                  PIC X(166).
