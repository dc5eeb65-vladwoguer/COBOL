    88  PERF-TABLE-OVERFLOWED       VALUE 'Y'.

*> One slot per chain step, matching OPSRPT's execution-order list.
01  WS-STEP-COUNT        PIC 9(2)  VALUE 13.
01  WS-STEP-IDS.
    05  FILLER PIC X(08) VALUE "STEP003 ".
    05  FILLER PIC X(08) VALUE "STEP005 ".
    05  FILLER PIC X(08) VALUE "STEP008 ".
    05  FILLER PIC X(08) VALUE "STEP010 ".
    05  FILLER PIC X(08) VALUE "STEP012 ".
    05  FILLER PIC X(08) VALUE "STEP015 ".
    05  FILLER PIC X(08) VALUE "STEP020 ".
    05  FILLER PIC X(08) VALUE "STEP025 ".
    05  FILLER PIC X(08) VALUE "STEP050 ".
    05  FILLER PIC X(08) VALUE "STEP055 ".
01  FILLER REDEFINES WS-STEP-IDS.
    05  WS-SD-STEP-ID OCCURS 13 TIMES PIC X(08).

01  WS-SCAN-IDX          PIC 9(5).
01  WS-STEP-IDX          PIC 9(2).
