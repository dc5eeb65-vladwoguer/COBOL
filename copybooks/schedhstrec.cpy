      *> SCHEDHSTREC - Schedule-gate history (SCHEDHST.DAT). SCHEDCHK
      *> appends one entry each time it lets a job go; the entry for
      *> the job's current period is what makes a second release of
      *> the same period come back as already run.
      *>   SH-PERIOD   week: the nominal weekday date (YYYYMMDD);
      *>               month: the closed month (YYYYMM, blank-padded);
      *>               daily: the business date
      *>   SH-RERUN    'Y' when the operator forced a rerun of a period
      *>               already on file (RERUN on the second SYSIN line)
01  SCHEDULE-HISTORY-RECORD.
    05  SH-JOB-NAME             PIC X(08).
    05  SH-PERIOD               PIC X(08).
    05  SH-BUSINESS-DATE        PIC 9(8).
    05  SH-RUN-DATE             PIC 9(8).
    05  SH-RUN-TIME             PIC 9(8).
    05  SH-RERUN                PIC X(01).
