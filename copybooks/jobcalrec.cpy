      *> JOBCALREC - Job-calendar entry, one per job released by hand
      *> outside the nightly chain (data/jobcal.dat). SCHEDCHK reads it
      *> as the first step of each of those jobs to decide whether the
      *> job may run today.
      *>   JC-RULE 'WK' weekly on weekday JC-RULE-DAY (1=Monday ..
      *>                7=Sunday), or the next business day when that
      *>                day is not one; one run per week
      *>           'ME' on the JC-RULE-DAY-th business day of the month
      *>                (01 = first business day after month end); one
      *>                run per closed month
      *>           'BD' every business day; one run per business date
      *>   JC-NEEDS-NIGHTLY 'Y' when the job may only run once the
      *>                nightly chain that rolled into today has come
      *>                home clean on RUNLOG.DAT
01  JOB-CALENDAR-RECORD.
    05  JC-JOB-NAME             PIC X(08).
    05  JC-RULE                 PIC X(02).
        88  JC-WEEKLY               VALUE 'WK'.
        88  JC-MONTHLY              VALUE 'ME'.
        88  JC-DAILY                VALUE 'BD'.
    05  JC-RULE-DAY             PIC 9(02).
    05  JC-NEEDS-NIGHTLY        PIC X(01).
        88  JC-AFTER-NIGHTLY        VALUE 'Y'.
    05  JC-DESCRIPTION          PIC X(40).
