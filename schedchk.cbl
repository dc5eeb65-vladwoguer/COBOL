IDENTIFICATION DIVISION.
PROGRAM-ID.  SCHEDCHK.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT HOLIDAY-CAL ASSIGN TO "data/holidays.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLIDAY-STATUS.

    SELECT JOB-CALENDAR ASSIGN TO "data/jobcal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOBCAL-STATUS.

    SELECT RUN-LOG ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.

    SELECT SCHEDULE-HISTORY ASSIGN TO "SCHEDHST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT SCHEDULE-REPORT ASSIGN TO "SCHEDCHK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
COPY "runctlrec.cpy".

FD  HOLIDAY-CAL.
COPY "holidayrec.cpy".

FD  JOB-CALENDAR.
COPY "jobcalrec.cpy".

FD  RUN-LOG.
COPY "runlogrec.cpy".

FD  SCHEDULE-HISTORY.
COPY "schedhstrec.cpy".

FD  SCHEDULE-REPORT.
01  SCHEDULE-REPORT-LINE         PIC X(100).

WORKING-STORAGE SECTION.

01  WS-RUNCTL-STATUS     PIC XX.
01  WS-HOLIDAY-STATUS    PIC XX.
01  WS-JOBCAL-STATUS     PIC XX.
01  WS-RUNLOG-STATUS     PIC XX.
01  WS-HISTORY-STATUS    PIC XX.
01  WS-REPORT-STATUS     PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE         VALUE 'Y'.
01  WS-FATAL-SWITCH      PIC X(01) VALUE 'N'.
    88  FATAL-ERROR                  VALUE 'Y'.

*> The job being released and, on a second line, RERUN when the
*> operator deliberately repeats a period already run.
01  WS-GATE-JOB          PIC X(08) VALUE SPACES.
01  WS-GATE-OPTION       PIC X(08) VALUE SPACES.
    88  RERUN-REQUESTED             VALUE 'RERUN'.
01  WS-GATE-JOB-IDX      PIC 9(2)  VALUE 0.

01  WS-MAX-HOLIDAYS      PIC 9(3)  VALUE 200.
01  WS-HOLIDAY-COUNT     PIC 9(3)  VALUE 0.
01  WS-HOLIDAY-TABLE.
    05  WS-H-DATE OCCURS 0 TO 200 TIMES
                DEPENDING ON WS-HOLIDAY-COUNT
                PIC 9(8).
01  WS-SCAN-IDX          PIC 9(3).

*> WS-J-STATE after Evaluate-Job-Today: 'G' may go, 'B' blocked,
*> 'N' not due yet, 'J' already run for the period.
01  WS-MAX-JOBS          PIC 9(2)  VALUE 20.
01  WS-JOB-COUNT         PIC 9(2)  VALUE 0.
01  WS-JOB-TABLE.
    05  WS-J-ENTRY OCCURS 0 TO 20 TIMES
                DEPENDING ON WS-JOB-COUNT.
        10  WS-J-NAME            PIC X(08).
        10  WS-J-RULE            PIC X(02).
        10  WS-J-RULE-DAY        PIC 9(02).
        10  WS-J-NEEDS-NIGHTLY   PIC X(01).
        10  WS-J-DESCRIPTION     PIC X(40).
        10  WS-J-PERIOD          PIC X(08).
        10  WS-J-DUE-DATE        PIC 9(8).
        10  WS-J-STATE           PIC X(01).
        10  WS-J-REASON          PIC X(50).
01  WS-JOB-IDX           PIC 9(2).

01  WS-MAX-HISTORY       PIC 9(4)  VALUE 3000.
01  WS-HISTORY-COUNT     PIC 9(4)  VALUE 0.
01  WS-HISTORY-TABLE.
    05  WS-SH-ENTRY OCCURS 0 TO 3000 TIMES
                DEPENDING ON WS-HISTORY-COUNT.
        10  WS-SH-JOB            PIC X(08).
        10  WS-SH-PERIOD         PIC X(08).
        10  WS-SH-RUN-DATE       PIC 9(8).
01  WS-HIST-IDX          PIC 9(4).
01  WS-HIST-FOUND-DATE   PIC 9(8).

*> Nightly chain steps, in execution order, with the highest end
*> return code the chain continues past -- the same table OPSRPT
*> judges the night by.
01  WS-STEP-COUNT        PIC 9(2)  VALUE 13.
01  WS-STEP-DEFS.
    05  FILLER PIC X(11) VALUE "STEP003 004".
    05  FILLER PIC X(11) VALUE "STEP005 000".
    05  FILLER PIC X(11) VALUE "STEP008 000".
    05  FILLER PIC X(11) VALUE "STEP010 000".
    05  FILLER PIC X(11) VALUE "STEP012 004".
    05  FILLER PIC X(11) VALUE "STEP015 004".
    05  FILLER PIC X(11) VALUE "STEP020 004".
    05  FILLER PIC X(11) VALUE "STEP025 000".
    05  FILLER PIC X(11) VALUE "STEP030 000".
    05  FILLER PIC X(11) VALUE "STEP040 000".
    05  FILLER PIC X(11) VALUE "STEP045 000".
    05  FILLER PIC X(11) VALUE "STEP050 000".
    05  FILLER PIC X(11) VALUE "STEP055 000".
01  FILLER REDEFINES WS-STEP-DEFS.
    05  WS-STEP-DEF OCCURS 13 TIMES.
        10  WS-SD-STEP-ID        PIC X(08).
        10  WS-SD-THRESHOLD      PIC 9(03).

01  WS-STEP-STATE.
    05  WS-ST-ENTRY OCCURS 13 TIMES.
        10  WS-ST-STARTED        PIC X(01).
        10  WS-ST-ENDED          PIC X(01).
        10  WS-ST-RETURN-CODE    PIC 9(03).
01  WS-STEP-IDX          PIC 9(2).
01  WS-FOUND-IDX         PIC 9(2).
01  WS-FAIL-IDX          PIC 9(2)  VALUE 0.
01  WS-NIGHTLY-SWITCH    PIC X(01) VALUE 'N'.
    88  NIGHTLY-COMPLETE            VALUE 'Y'.
01  WS-NIGHTLY-REASON    PIC X(50) VALUE SPACES.
01  WS-PREV-BUSINESS-DATE PIC 9(8) VALUE 0.

01  WS-BUSINESS-DATE     PIC 9(8)  VALUE 0.
01  WS-TODAY-NUM         PIC 9(8)  VALUE 0.
01  WS-TODAY-SWITCH      PIC X(01) VALUE 'N'.
    88  TODAY-IS-BUSINESS-DAY       VALUE 'Y'.
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

*> Calendar arithmetic work areas.
01  WS-EVAL-DATE         PIC 9(8).
01  WS-EVAL-PERIOD       PIC X(08).
01  WS-EVAL-DUE-DATE     PIC 9(8).
01  WS-CHECK-DATE        PIC 9(8).
01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
    05  WS-CHECK-YEAR        PIC 9(4).
    05  WS-CHECK-MONTH       PIC 9(2).
    05  WS-CHECK-DAY         PIC 9(2).
01  WS-CLOSED-PERIOD.
    05  WS-CLOSED-YEAR       PIC 9(4).
    05  WS-CLOSED-MONTH      PIC 9(2).
01  WS-DATE-INT          PIC 9(8).
01  WS-DAY-OF-WEEK       PIC 9(01).
01  WS-DAYS-BACK         PIC S9(2).
01  WS-NTH-COUNT         PIC 9(2).
01  WS-IS-BUSINESS-DAY   PIC X(01).
    88  DATE-IS-BUSINESS-DAY        VALUE 'Y'.
01  WS-DAYS-LISTED       PIC 9(2).

01  WS-EDIT-DATE         PIC 9999/99/99.

01  WS-REPORT-HEADER-1.
    05  FILLER               PIC X(30) VALUE "AGENDA DE JOBS - SCHEDCHK".
    05  FILLER               PIC X(12) VALUE "DATA-BASE: ".
    05  H1-BUSINESS-DATE     PIC 9999/99/99.
    05  FILLER               PIC X(10) VALUE "   HOJE: ".
    05  H1-TODAY             PIC 9999/99/99.

01  WS-REPORT-VERDICT.
    05  FILLER               PIC X(16) VALUE "JOB SOLICITADO: ".
    05  RV-JOB               PIC X(08).
    05  FILLER               PIC X(12) VALUE "  PARECER: ".
    05  RV-VERDICT           PIC X(14).
    05  RV-REASON            PIC X(50).

01  WS-REPORT-NIGHTLY.
    05  FILLER               PIC X(12) VALUE "NOTURNA DE ".
    05  RN-DATE              PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE ": ".
    05  RN-TEXT              PIC X(60).

01  WS-REPORT-HEADER-2.
    05  FILLER               PIC X(12) VALUE "DIA".
    05  FILLER               PIC X(10) VALUE "JOB".
    05  FILLER               PIC X(10) VALUE "PERIODO".
    05  FILLER               PIC X(16) VALUE "SITUACAO".
    05  FILLER               PIC X(40) VALUE "OBSERVACAO".

01  WS-REPORT-DETAIL.
    05  RD-DATE              PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-JOB               PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-PERIOD            PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-SITUATION         PIC X(14).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-REASON            PIC X(50).

PROCEDURE DIVISION.
Begin.
    *> First step of every job released by hand outside the chain:
    *> the job name arrives on SYSIN, its rule comes from the job
    *> calendar, and the step ends 0 (go), 4 (hold), 8 (already run
    *> for this period) so the job's later steps can COND on it.
    ACCEPT CurrentDate FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-NUM =
        CurrentYear * 10000 + CurrentMonth * 100 + CurrentDay
    ACCEPT WS-GATE-JOB
    ACCEPT WS-GATE-OPTION

    PERFORM Read-Run-Control
    IF NOT FATAL-ERROR
        PERFORM Load-Holiday-Table
    END-IF
    IF NOT FATAL-ERROR
        PERFORM Load-Job-Calendar
    END-IF
    IF NOT FATAL-ERROR
        PERFORM Find-Gate-Job
    END-IF
    IF FATAL-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Load-Schedule-History
    MOVE WS-TODAY-NUM TO WS-CHECK-DATE
    PERFORM Test-Business-Day
    MOVE WS-IS-BUSINESS-DAY TO WS-TODAY-SWITCH
    PERFORM Check-Last-Nightly
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > WS-JOB-COUNT
        PERFORM Evaluate-Job-Today
    END-PERFORM

    IF WS-J-STATE(WS-GATE-JOB-IDX) = 'G'
        PERFORM Append-Schedule-History
    END-IF

    OPEN OUTPUT SCHEDULE-REPORT
    PERFORM Write-Report-Header
    PERFORM Write-Today-Lines
    PERFORM Write-Coming-Days
    CLOSE SCHEDULE-REPORT

    DISPLAY "SCHEDCHK ", WS-GATE-JOB, ": ", RV-VERDICT, " ",
            WS-J-REASON(WS-GATE-JOB-IDX)
    EVALUATE WS-J-STATE(WS-GATE-JOB-IDX)
        WHEN 'G'
            MOVE 0 TO RETURN-CODE
        WHEN 'J'
            MOVE 8 TO RETURN-CODE
        WHEN OTHER
            MOVE 4 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

Read-Run-Control.
    OPEN INPUT RUN-CONTROL
    IF WS-RUNCTL-STATUS = '00'
        READ RUN-CONTROL
            AT END
                SET FATAL-ERROR TO TRUE
            NOT AT END
                MOVE RUNCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
        END-READ
        CLOSE RUN-CONTROL
    ELSE
        SET FATAL-ERROR TO TRUE
    END-IF
    IF FATAL-ERROR
        DISPLAY "RUNCTL.DAT indisponivel, status: ", WS-RUNCTL-STATUS
    END-IF.

Load-Holiday-Table.
    *> Releasing a job on a holiday we cannot see is exactly what
    *> this gate is for -- no calendar, no decision.
    MOVE 0 TO WS-HOLIDAY-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT HOLIDAY-CAL
    IF WS-HOLIDAY-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ HOLIDAY-CAL
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                        ADD 1 TO WS-HOLIDAY-COUNT
                        MOVE HOLIDAY-DATE
                            TO WS-H-DATE(WS-HOLIDAY-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLIDAY-CAL
    ELSE
        DISPLAY "HOLIDAYS.DAT indisponivel, status: ",
                WS-HOLIDAY-STATUS
        SET FATAL-ERROR TO TRUE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Load-Job-Calendar.
    MOVE 0 TO WS-JOB-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT JOB-CALENDAR
    IF WS-JOBCAL-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ JOB-CALENDAR
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-JOB-COUNT < WS-MAX-JOBS
                        ADD 1 TO WS-JOB-COUNT
                        MOVE JC-JOB-NAME TO WS-J-NAME(WS-JOB-COUNT)
                        MOVE JC-RULE     TO WS-J-RULE(WS-JOB-COUNT)
                        MOVE JC-RULE-DAY
                            TO WS-J-RULE-DAY(WS-JOB-COUNT)
                        MOVE JC-NEEDS-NIGHTLY
                            TO WS-J-NEEDS-NIGHTLY(WS-JOB-COUNT)
                        MOVE JC-DESCRIPTION
                            TO WS-J-DESCRIPTION(WS-JOB-COUNT)
                    ELSE
                        DISPLAY "AVISO: JOBCAL excede ", WS-MAX-JOBS,
                                " jobs - excedentes ignorados."
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-CALENDAR
    ELSE
        DISPLAY "JOBCAL.DAT indisponivel, status: ", WS-JOBCAL-STATUS
        SET FATAL-ERROR TO TRUE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Find-Gate-Job.
    MOVE 0 TO WS-GATE-JOB-IDX
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > WS-JOB-COUNT
        IF WS-J-NAME(WS-JOB-IDX) = WS-GATE-JOB
            MOVE WS-JOB-IDX TO WS-GATE-JOB-IDX
        END-IF
    END-PERFORM
    IF WS-GATE-JOB-IDX = 0
        DISPLAY "Job '", WS-GATE-JOB, "' fora do calendario de jobs."
        SET FATAL-ERROR TO TRUE
    END-IF.

Load-Schedule-History.
    *> No history yet simply means nothing has been released.
    MOVE 0 TO WS-HISTORY-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT SCHEDULE-HISTORY
    IF WS-HISTORY-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ SCHEDULE-HISTORY
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    *> Oldest entries make way: only recent periods
                    *> can still be released again by mistake.
                    IF WS-HISTORY-COUNT = WS-MAX-HISTORY
                        PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                                UNTIL WS-HIST-IDX = WS-MAX-HISTORY
                            MOVE WS-SH-ENTRY(WS-HIST-IDX + 1)
                                TO WS-SH-ENTRY(WS-HIST-IDX)
                        END-PERFORM
                    ELSE
                        ADD 1 TO WS-HISTORY-COUNT
                    END-IF
                    MOVE SH-JOB-NAME TO WS-SH-JOB(WS-HISTORY-COUNT)
                    MOVE SH-PERIOD   TO WS-SH-PERIOD(WS-HISTORY-COUNT)
                    MOVE SH-RUN-DATE
                        TO WS-SH-RUN-DATE(WS-HISTORY-COUNT)
            END-READ
        END-PERFORM
        CLOSE SCHEDULE-HISTORY
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Check-Last-Nightly.
    *> The nightly that rolled the business date into today ran
    *> under the business day before it; every step of it must have
    *> ended within the chain's own tolerance, as OPSRPT judges it.
    *> STEP055 (CUSTUNLD) runs after DATEROLL and so logs itself
    *> under the date already rolled into today.
    MOVE WS-BUSINESS-DATE TO WS-CHECK-DATE
    PERFORM Previous-Business-Day
    MOVE WS-CHECK-DATE TO WS-PREV-BUSINESS-DATE
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        MOVE 'N' TO WS-ST-STARTED(WS-STEP-IDX)
        MOVE 'N' TO WS-ST-ENDED(WS-STEP-IDX)
        MOVE 0   TO WS-ST-RETURN-CODE(WS-STEP-IDX)
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT RUN-LOG
    IF WS-RUNLOG-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ RUN-LOG
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF RL-STEP-ID = 'STEP055'
                        IF RL-BUSINESS-DATE = WS-BUSINESS-DATE
                            PERFORM Apply-One-Log-Entry
                        END-IF
                    ELSE
                        IF RL-BUSINESS-DATE = WS-PREV-BUSINESS-DATE
                            PERFORM Apply-One-Log-Entry
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUN-LOG
    ELSE
        DISPLAY "RUNLOG.DAT indisponivel, status: ", WS-RUNLOG-STATUS
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH

    MOVE 0 TO WS-FAIL-IDX
    MOVE SPACES TO WS-NIGHTLY-REASON
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
               OR WS-FAIL-IDX NOT = 0
        EVALUATE TRUE
            WHEN WS-ST-STARTED(WS-STEP-IDX) = 'N'
                MOVE WS-STEP-IDX TO WS-FAIL-IDX
                STRING WS-SD-STEP-ID(WS-STEP-IDX) " nao rodou"
                    DELIMITED BY SIZE INTO WS-NIGHTLY-REASON
            WHEN WS-ST-ENDED(WS-STEP-IDX) = 'N'
                MOVE WS-STEP-IDX TO WS-FAIL-IDX
                STRING WS-SD-STEP-ID(WS-STEP-IDX) " em ABEND"
                    DELIMITED BY SIZE INTO WS-NIGHTLY-REASON
            WHEN WS-ST-RETURN-CODE(WS-STEP-IDX) >
                 WS-SD-THRESHOLD(WS-STEP-IDX)
                MOVE WS-STEP-IDX TO WS-FAIL-IDX
                STRING WS-SD-STEP-ID(WS-STEP-IDX) " falhou RC "
                       WS-ST-RETURN-CODE(WS-STEP-IDX)
                    DELIMITED BY SIZE INTO WS-NIGHTLY-REASON
        END-EVALUATE
    END-PERFORM
    IF WS-FAIL-IDX = 0
        MOVE 'Y' TO WS-NIGHTLY-SWITCH
    ELSE
        MOVE 'N' TO WS-NIGHTLY-SWITCH
    END-IF.

Apply-One-Log-Entry.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        IF WS-SD-STEP-ID(WS-STEP-IDX) = RL-STEP-ID
            MOVE WS-STEP-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX NOT = 0
        IF RL-STEP-START
            *> A rerun's fresh start supersedes the earlier end.
            MOVE 'Y' TO WS-ST-STARTED(WS-FOUND-IDX)
            MOVE 'N' TO WS-ST-ENDED(WS-FOUND-IDX)
        ELSE
            MOVE 'Y' TO WS-ST-STARTED(WS-FOUND-IDX)
            MOVE 'Y' TO WS-ST-ENDED(WS-FOUND-IDX)
            MOVE RL-RETURN-CODE TO WS-ST-RETURN-CODE(WS-FOUND-IDX)
        END-IF
    END-IF.

Evaluate-Job-Today.
    MOVE WS-BUSINESS-DATE TO WS-EVAL-DATE
    PERFORM Compute-Job-Period
    MOVE WS-EVAL-PERIOD   TO WS-J-PERIOD(WS-JOB-IDX)
    MOVE WS-EVAL-DUE-DATE TO WS-J-DUE-DATE(WS-JOB-IDX)
    MOVE SPACES TO WS-J-REASON(WS-JOB-IDX)
    PERFORM Find-Period-In-History

    EVALUATE TRUE
        WHEN WS-HIST-FOUND-DATE NOT = 0
             AND NOT (WS-JOB-IDX = WS-GATE-JOB-IDX
                      AND RERUN-REQUESTED)
            MOVE 'J' TO WS-J-STATE(WS-JOB-IDX)
            MOVE WS-HIST-FOUND-DATE TO WS-EDIT-DATE
            STRING "ja executado em " WS-EDIT-DATE
                DELIMITED BY SIZE INTO WS-J-REASON(WS-JOB-IDX)
        WHEN WS-BUSINESS-DATE < WS-EVAL-DUE-DATE
            MOVE 'N' TO WS-J-STATE(WS-JOB-IDX)
            MOVE WS-EVAL-DUE-DATE TO WS-EDIT-DATE
            STRING "previsto para " WS-EDIT-DATE
                DELIMITED BY SIZE INTO WS-J-REASON(WS-JOB-IDX)
        WHEN NOT TODAY-IS-BUSINESS-DAY
            MOVE 'B' TO WS-J-STATE(WS-JOB-IDX)
            MOVE "hoje nao e dia util" TO WS-J-REASON(WS-JOB-IDX)
        WHEN WS-TODAY-NUM > WS-BUSINESS-DATE
            *> The clock is past the business date: the nightly
            *> that should have rolled into today has not.
            MOVE 'B' TO WS-J-STATE(WS-JOB-IDX)
            MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
            STRING "data-base ainda em " WS-EDIT-DATE
                   " - noturna nao virou"
                DELIMITED BY SIZE INTO WS-J-REASON(WS-JOB-IDX)
        WHEN WS-J-NEEDS-NIGHTLY(WS-JOB-IDX) = 'Y'
             AND NOT NIGHTLY-COMPLETE
            MOVE 'B' TO WS-J-STATE(WS-JOB-IDX)
            STRING "noturna incompleta: " WS-NIGHTLY-REASON
                DELIMITED BY SIZE INTO WS-J-REASON(WS-JOB-IDX)
        WHEN OTHER
            MOVE 'G' TO WS-J-STATE(WS-JOB-IDX)
            IF WS-HIST-FOUND-DATE NOT = 0
                MOVE "reexecucao do periodo (RERUN)"
                    TO WS-J-REASON(WS-JOB-IDX)
            ELSE
                MOVE WS-J-DESCRIPTION(WS-JOB-IDX)
                    TO WS-J-REASON(WS-JOB-IDX)
            END-IF
    END-EVALUATE.

Find-Period-In-History.
    MOVE 0 TO WS-HIST-FOUND-DATE
    PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
            UNTIL WS-HIST-IDX > WS-HISTORY-COUNT
        IF WS-SH-JOB(WS-HIST-IDX) = WS-J-NAME(WS-JOB-IDX)
           AND WS-SH-PERIOD(WS-HIST-IDX) = WS-EVAL-PERIOD
            MOVE WS-SH-RUN-DATE(WS-HIST-IDX) TO WS-HIST-FOUND-DATE
        END-IF
    END-PERFORM.

Compute-Job-Period.
    *> For business date WS-EVAL-DATE and job WS-JOB-IDX: the period
    *> that date falls in and the business day that period is due.
    MOVE SPACES TO WS-EVAL-PERIOD
    EVALUATE WS-J-RULE(WS-JOB-IDX)
        WHEN 'WK'
            *> Back to this week's nominal weekday, then forward to
            *> the first business day from it.
            COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-EVAL-DATE)
            COMPUTE WS-DAY-OF-WEEK =
                FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
            COMPUTE WS-DAYS-BACK =
                WS-DAY-OF-WEEK - WS-J-RULE-DAY(WS-JOB-IDX)
            IF WS-DAYS-BACK < 0
                ADD 7 TO WS-DAYS-BACK
            END-IF
            SUBTRACT WS-DAYS-BACK FROM WS-DATE-INT
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO WS-CHECK-DATE
            MOVE WS-CHECK-DATE TO WS-EVAL-PERIOD
            PERFORM Business-Day-On-Or-After
            MOVE WS-CHECK-DATE TO WS-EVAL-DUE-DATE
        WHEN 'ME'
            *> Nth business day of the month; the period is the
            *> month just closed, as MONARCH reckons it.
            MOVE WS-EVAL-DATE TO WS-CHECK-DATE
            MOVE WS-CHECK-YEAR  TO WS-CLOSED-YEAR
            MOVE WS-CHECK-MONTH TO WS-CLOSED-MONTH
            IF WS-CLOSED-MONTH = 1
                MOVE 12 TO WS-CLOSED-MONTH
                SUBTRACT 1 FROM WS-CLOSED-YEAR
            ELSE
                SUBTRACT 1 FROM WS-CLOSED-MONTH
            END-IF
            MOVE WS-CLOSED-PERIOD TO WS-EVAL-PERIOD
            MOVE 1 TO WS-CHECK-DAY
            PERFORM Business-Day-On-Or-After
            PERFORM VARYING WS-NTH-COUNT FROM 2 BY 1
                    UNTIL WS-NTH-COUNT > WS-J-RULE-DAY(WS-JOB-IDX)
                PERFORM Next-Business-Day
            END-PERFORM
            MOVE WS-CHECK-DATE TO WS-EVAL-DUE-DATE
        WHEN OTHER
            MOVE WS-EVAL-DATE TO WS-EVAL-PERIOD
            MOVE WS-EVAL-DATE TO WS-EVAL-DUE-DATE
    END-EVALUATE.

Test-Business-Day.
    *> Same weekend formula DATEROLL uses: MOD(n-1, 7) + 1 with
    *> 1=Monday .. 7=Sunday, then the holiday calendar.
    MOVE 'Y' TO WS-IS-BUSINESS-DAY
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
    COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
    IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 7
        MOVE 'N' TO WS-IS-BUSINESS-DAY
    END-IF
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-HOLIDAY-COUNT
        IF WS-H-DATE(WS-SCAN-IDX) = WS-CHECK-DATE
            MOVE 'N' TO WS-IS-BUSINESS-DAY
        END-IF
    END-PERFORM.

Business-Day-On-Or-After.
    PERFORM Test-Business-Day
    PERFORM UNTIL DATE-IS-BUSINESS-DAY
        COMPUTE WS-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) + 1
        MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-CHECK-DATE
        PERFORM Test-Business-Day
    END-PERFORM.

Next-Business-Day.
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) + 1
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-CHECK-DATE
    PERFORM Business-Day-On-Or-After.

Previous-Business-Day.
    MOVE 'N' TO WS-IS-BUSINESS-DAY
    PERFORM UNTIL DATE-IS-BUSINESS-DAY
        COMPUTE WS-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1
        MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-CHECK-DATE
        PERFORM Test-Business-Day
    END-PERFORM.

Append-Schedule-History.
    OPEN EXTEND SCHEDULE-HISTORY
    IF WS-HISTORY-STATUS = '05' OR WS-HISTORY-STATUS = '35'
        CLOSE SCHEDULE-HISTORY
        OPEN OUTPUT SCHEDULE-HISTORY
    END-IF
    MOVE WS-GATE-JOB                  TO SH-JOB-NAME
    MOVE WS-J-PERIOD(WS-GATE-JOB-IDX) TO SH-PERIOD
    MOVE WS-BUSINESS-DATE             TO SH-BUSINESS-DATE
    MOVE WS-TODAY-NUM                 TO SH-RUN-DATE
    ACCEPT SH-RUN-TIME FROM TIME
    IF RERUN-REQUESTED
        MOVE 'Y' TO SH-RERUN
    ELSE
        MOVE 'N' TO SH-RERUN
    END-IF
    WRITE SCHEDULE-HISTORY-RECORD
    IF WS-HISTORY-STATUS NOT = '00'
        DISPLAY "AVISO: SCHEDHST.DAT nao gravado, status: ",
                WS-HISTORY-STATUS
    END-IF
    CLOSE SCHEDULE-HISTORY.

Write-Report-Header.
    MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE
    MOVE WS-TODAY-NUM     TO H1-TODAY
    MOVE WS-REPORT-HEADER-1 TO SCHEDULE-REPORT-LINE
    WRITE SCHEDULE-REPORT-LINE
    MOVE SPACES TO SCHEDULE-REPORT-LINE
    WRITE SCHEDULE-REPORT-LINE

    MOVE WS-GATE-JOB TO RV-JOB
    EVALUATE WS-J-STATE(WS-GATE-JOB-IDX)
        WHEN 'G'
            MOVE "LIBERADO"     TO RV-VERDICT
        WHEN 'J'
            MOVE "JA EXECUTADO" TO RV-VERDICT
        WHEN OTHER
            MOVE "RETIDO"       TO RV-VERDICT
    END-EVALUATE
    MOVE WS-J-REASON(WS-GATE-JOB-IDX) TO RV-REASON
    MOVE WS-REPORT-VERDICT TO SCHEDULE-REPORT-LINE
    WRITE SCHEDULE-REPORT-LINE

    MOVE WS-PREV-BUSINESS-DATE TO RN-DATE
    IF NIGHTLY-COMPLETE
        MOVE "completa - todos os steps encerrados" TO RN-TEXT
    ELSE
        MOVE SPACES TO RN-TEXT
        STRING "INCOMPLETA - " WS-NIGHTLY-REASON
            DELIMITED BY SIZE INTO RN-TEXT
    END-IF
    MOVE WS-REPORT-NIGHTLY TO SCHEDULE-REPORT-LINE
    WRITE SCHEDULE-REPORT-LINE
    MOVE SPACES TO SCHEDULE-REPORT-LINE
    WRITE SCHEDULE-REPORT-LINE
    MOVE WS-REPORT-HEADER-2 TO SCHEDULE-REPORT-LINE
    WRITE SCHEDULE-REPORT-LINE.

Write-Today-Lines.
    *> Today: every job whose period is due, run or held.
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > WS-JOB-COUNT
        IF WS-J-STATE(WS-JOB-IDX) NOT = 'N'
            MOVE WS-BUSINESS-DATE        TO RD-DATE
            MOVE WS-J-NAME(WS-JOB-IDX)   TO RD-JOB
            MOVE WS-J-PERIOD(WS-JOB-IDX) TO RD-PERIOD
            EVALUATE WS-J-STATE(WS-JOB-IDX)
                WHEN 'G'
                    MOVE "DEVIDO"       TO RD-SITUATION
                WHEN 'J'
                    MOVE "JA EXECUTADO" TO RD-SITUATION
                WHEN OTHER
                    MOVE "BLOQUEADO"    TO RD-SITUATION
            END-EVALUATE
            MOVE WS-J-REASON(WS-JOB-IDX) TO RD-REASON
            MOVE WS-REPORT-DETAIL TO SCHEDULE-REPORT-LINE
            WRITE SCHEDULE-REPORT-LINE
        END-IF
    END-PERFORM.

Write-Coming-Days.
    *> The next nine business days after today, ten with today: a
    *> job is listed on the day its next period falls due.
    MOVE WS-BUSINESS-DATE TO WS-CHECK-DATE
    PERFORM VARYING WS-DAYS-LISTED FROM 2 BY 1
            UNTIL WS-DAYS-LISTED > 10
        PERFORM Next-Business-Day
        MOVE WS-CHECK-DATE TO WS-EVAL-DATE
        PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                UNTIL WS-JOB-IDX > WS-JOB-COUNT
            PERFORM Compute-Job-Period
            MOVE WS-EVAL-DATE TO WS-CHECK-DATE
            IF WS-EVAL-DUE-DATE = WS-EVAL-DATE
                PERFORM Write-Coming-Line
            END-IF
        END-PERFORM
    END-PERFORM.

Write-Coming-Line.
    MOVE WS-EVAL-DATE          TO RD-DATE
    MOVE WS-J-NAME(WS-JOB-IDX) TO RD-JOB
    MOVE WS-EVAL-PERIOD        TO RD-PERIOD
    IF WS-J-NEEDS-NIGHTLY(WS-JOB-IDX) = 'Y'
        MOVE "APOS NOTURNA" TO RD-SITUATION
    ELSE
        MOVE "PREVISTO"     TO RD-SITUATION
    END-IF
    MOVE WS-J-DESCRIPTION(WS-JOB-IDX) TO RD-REASON
    MOVE WS-REPORT-DETAIL TO SCHEDULE-REPORT-LINE
    WRITE SCHEDULE-REPORT-LINE.
