IDENTIFICATION DIVISION.
PROGRAM-ID.  PENDEXP.
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

    SELECT PENDING-CHANGES ASSIGN TO "PENDCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT EXPIRY-REPORT ASSIGN TO "PENDEXP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
COPY "runctlrec.cpy".

FD  HOLIDAY-CAL.
COPY "holidayrec.cpy".

FD  PENDING-CHANGES.
COPY "pendchgrec.cpy".

FD  EXPIRY-REPORT.
01  EXPIRY-REPORT-LINE           PIC X(132).

WORKING-STORAGE SECTION.

01  WS-RUNCTL-STATUS     PIC XX.
01  WS-HOLIDAY-STATUS    PIC XX.
01  WS-PENDING-STATUS    PIC XX.
01  WS-REPORT-STATUS     PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE         VALUE 'Y'.
01  WS-FATAL-SWITCH      PIC X(01) VALUE 'N'.
    88  FATAL-ERROR                  VALUE 'Y'.

*> A change nobody decided within this many business days (after
*> the day it was keyed in) lapses: the maker has to ask again.
01  WS-EXPIRY-BUSINESS-DAYS PIC 9(3) VALUE 5.

01  WS-MAX-HOLIDAYS      PIC 9(3)  VALUE 200.
01  WS-HOLIDAY-COUNT     PIC 9(3)  VALUE 0.
01  WS-HOLIDAY-TABLE.
    05  WS-H-DATE OCCURS 0 TO 200 TIMES
                DEPENDING ON WS-HOLIDAY-COUNT
                PIC 9(8).
01  WS-SCAN-IDX          PIC 9(3).

01  WS-PENDING-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  PENDING-QUEUE-OVERFLOWED    VALUE 'Y'.
01  WS-MAX-PENDING       PIC 9(4)  VALUE 5000.
01  WS-PENDING-COUNT     PIC 9(4)  VALUE 0.
01  WS-PENDING-TABLE.
    05  WS-PQ-RECORD OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-PENDING-COUNT
                PIC X(176).
01  WS-PQ-IDX            PIC 9(4).

01  WS-BUSINESS-DATE     PIC 9(8)  VALUE 0.
01  WS-CHECK-DATE        PIC 9(8).
01  WS-DATE-INT          PIC 9(8).
01  WS-FIRST-INT         PIC 9(8).
01  WS-LAST-INT          PIC 9(8).
01  WS-DAY-OF-WEEK       PIC 9(01).
01  WS-IS-BUSINESS-DAY   PIC X(01).
    88  DATE-IS-BUSINESS-DAY        VALUE 'Y'.
01  WS-AGE-BUSINESS-DAYS PIC 9(5).

01  WS-WAITING-COUNT     PIC 9(6)  VALUE 0.
01  WS-EXPIRED-COUNT     PIC 9(6)  VALUE 0.

01  WS-REPORT-HEADER-1.
    05  FILLER               PIC X(40) VALUE
        "ALTERACOES SOB DUPLO CONTROLE - PENDEXP ".
    05  FILLER               PIC X(12) VALUE "DATA-BASE: ".
    05  H1-DATE              PIC 9999/99/99.
    05  FILLER               PIC X(10) VALUE SPACES.
    05  FILLER               PIC X(08) VALUE "PRAZO: ".
    05  H1-LIMIT             PIC ZZ9.
    05  FILLER               PIC X(12) VALUE " DIAS UTEIS".

01  WS-REPORT-HEADER-2.
    05  FILLER               PIC X(08) VALUE "NUMERO".
    05  FILLER               PIC X(10) VALUE "PROGRAMA".
    05  FILLER               PIC X(10) VALUE "CHAVE".
    05  FILLER               PIC X(10) VALUE "SOLICIT.".
    05  FILLER               PIC X(12) VALUE "EM".
    05  FILLER               PIC X(06) VALUE "DIAS".
    05  FILLER               PIC X(12) VALUE "SITUACAO".

01  WS-REPORT-DETAIL.
    05  RD-CHANGE-ID         PIC 9(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-OWNER-JOB         PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-ENTRY-KEY         PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-REQUESTED-BY      PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-REQUEST-DATE      PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-AGE               PIC ZZZ9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-SITUATION         PIC X(12).

01  WS-REPORT-VALUES.
    05  FILLER               PIC X(08) VALUE SPACES.
    05  FILLER               PIC X(06) VALUE "DE: ".
    05  RV-BEFORE-VALUE      PIC X(52).
    05  FILLER               PIC X(08) VALUE "  PARA: ".
    05  RV-AFTER-VALUE       PIC X(52).

01  WS-REPORT-TOTAL-1.
    05  FILLER               PIC X(30) VALUE "Aguardando decisao            ".
    05  FILLER               PIC X(02) VALUE ": ".
    05  T1-WAITING           PIC ZZZ,ZZ9.

01  WS-REPORT-TOTAL-2.
    05  FILLER               PIC X(30) VALUE "Expiradas nesta execucao      ".
    05  FILLER               PIC X(02) VALUE ": ".
    05  T2-EXPIRED           PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    *> Age is judged against the official business date, not the
    *> system clock, so a late morning run still expires what the
    *> business day says it should.
    PERFORM Read-Run-Control
    IF NOT FATAL-ERROR
        PERFORM Load-Holiday-Table
    END-IF
    IF FATAL-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Load-Pending-Queue
    IF PENDING-QUEUE-OVERFLOWED
        *> Never re-create the queue from an incomplete table.
        DISPLAY "PENDCHG.DAT excede ", WS-MAX-PENDING,
                " registros - expiracao nao executada."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT EXPIRY-REPORT
    PERFORM Write-Report-Headers
    PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
            UNTIL WS-PQ-IDX > WS-PENDING-COUNT
        MOVE WS-PQ-RECORD(WS-PQ-IDX) TO PENDING-CHANGE-RECORD
        IF PC-PENDING
            PERFORM Age-One-Change
        END-IF
    END-PERFORM
    PERFORM Write-Report-Totals
    CLOSE EXPIRY-REPORT

    IF WS-EXPIRED-COUNT > 0
        PERFORM Save-Pending-Queue
    END-IF

    DISPLAY "Alteracoes aguardando decisao: ", WS-WAITING-COUNT,
            " expiradas: ", WS-EXPIRED-COUNT
    IF WS-EXPIRED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

Age-One-Change.
    PERFORM Count-Business-Days
    MOVE PC-CHANGE-ID        TO RD-CHANGE-ID
    MOVE PC-OWNER-JOB        TO RD-OWNER-JOB
    MOVE PC-ENTRY-KEY        TO RD-ENTRY-KEY
    MOVE PC-REQUESTED-BY     TO RD-REQUESTED-BY
    MOVE PC-REQUEST-DATE     TO RD-REQUEST-DATE
    MOVE WS-AGE-BUSINESS-DAYS TO RD-AGE
    IF WS-AGE-BUSINESS-DAYS > WS-EXPIRY-BUSINESS-DAYS
        ADD 1 TO WS-EXPIRED-COUNT
        MOVE 'E'              TO PC-STATUS
        MOVE 'PENDEXP '       TO PC-DECIDED-BY
        MOVE WS-BUSINESS-DATE TO PC-DECISION-DATE
        MOVE PENDING-CHANGE-RECORD TO WS-PQ-RECORD(WS-PQ-IDX)
        MOVE "EXPIRADA"       TO RD-SITUATION
    ELSE
        ADD 1 TO WS-WAITING-COUNT
        MOVE "AGUARDANDO"     TO RD-SITUATION
    END-IF
    MOVE WS-REPORT-DETAIL TO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE
    MOVE PC-BEFORE-VALUE  TO RV-BEFORE-VALUE
    MOVE PC-AFTER-VALUE   TO RV-AFTER-VALUE
    MOVE WS-REPORT-VALUES TO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE.

Count-Business-Days.
    *> Business days after the request day up to and including the
    *> business date, by the same weekend rule DATEROLL steps with
    *> (MOD(n-1, 7) + 1, 1=Monday .. 7=Sunday) plus the calendar.
    MOVE 0 TO WS-AGE-BUSINESS-DAYS
    IF PC-REQUEST-DATE IS NUMERIC
       AND PC-REQUEST-DATE > 0
       AND PC-REQUEST-DATE < WS-BUSINESS-DATE
        COMPUTE WS-FIRST-INT =
            FUNCTION INTEGER-OF-DATE(PC-REQUEST-DATE) + 1
        COMPUTE WS-LAST-INT =
            FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
        PERFORM VARYING WS-DATE-INT FROM WS-FIRST-INT BY 1
                UNTIL WS-DATE-INT > WS-LAST-INT
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO WS-CHECK-DATE
            MOVE 'Y' TO WS-IS-BUSINESS-DAY
            COMPUTE WS-DAY-OF-WEEK =
                FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
            IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 7
                MOVE 'N' TO WS-IS-BUSINESS-DAY
            END-IF
            PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX > WS-HOLIDAY-COUNT
                IF WS-H-DATE(WS-SCAN-IDX) = WS-CHECK-DATE
                    MOVE 'N' TO WS-IS-BUSINESS-DAY
                END-IF
            END-PERFORM
            IF DATE-IS-BUSINESS-DAY
                ADD 1 TO WS-AGE-BUSINESS-DAYS
            END-IF
        END-PERFORM
    END-IF.

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
    *> Aging past a holiday we cannot see would expire a change a
    *> day early -- stop instead, same discipline as DATEROLL.
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
    END-IF.

Load-Pending-Queue.
    *> No queue yet simply means nothing has ever been asked for.
    MOVE 0 TO WS-PENDING-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT PENDING-CHANGES
    IF WS-PENDING-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ PENDING-CHANGES
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-PENDING-COUNT < WS-MAX-PENDING
                        ADD 1 TO WS-PENDING-COUNT
                        MOVE PENDING-CHANGE-RECORD
                            TO WS-PQ-RECORD(WS-PENDING-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-PENDING-OVERFLOW-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PENDING-CHANGES
    END-IF.

Save-Pending-Queue.
    OPEN OUTPUT PENDING-CHANGES
    PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
            UNTIL WS-PQ-IDX > WS-PENDING-COUNT
        MOVE WS-PQ-RECORD(WS-PQ-IDX) TO PENDING-CHANGE-RECORD
        WRITE PENDING-CHANGE-RECORD
    END-PERFORM
    CLOSE PENDING-CHANGES.

Write-Report-Headers.
    MOVE WS-BUSINESS-DATE TO H1-DATE
    MOVE WS-EXPIRY-BUSINESS-DAYS TO H1-LIMIT
    MOVE WS-REPORT-HEADER-1 TO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE
    MOVE WS-REPORT-HEADER-2 TO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE.

Write-Report-Totals.
    MOVE SPACES TO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE
    MOVE WS-WAITING-COUNT TO T1-WAITING
    MOVE WS-REPORT-TOTAL-1 TO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE
    MOVE WS-EXPIRED-COUNT TO T2-EXPIRED
    MOVE WS-REPORT-TOTAL-2 TO EXPIRY-REPORT-LINE
    WRITE EXPIRY-REPORT-LINE.
