IDENTIFICATION DIVISION.
PROGRAM-ID.  PORTRPT.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

    SELECT DECISION-HISTORY ASSIGN TO "DECHIST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DH-KEY
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT CONTACT-FILE ASSIGN TO "CUSTCONT.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONT-CUST-ID
        ALTERNATE RECORD KEY IS CONT-PHONE WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONT-EMAIL WITH DUPLICATES
        FILE STATUS IS WS-CONTACT-STATUS.

    SELECT PORT-HISTORY ASSIGN TO "PORTHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PORT-STATUS.

    SELECT PORTFOLIO-REPORT ASSIGN TO "PORTRPT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
COPY "runctlrec.cpy".

FD  CUSTOMER-MASTER.
COPY "custrec.cpy".

FD  DECISION-HISTORY.
COPY "dechistrec.cpy".

FD  CONTACT-FILE.
COPY "contactrec.cpy".

FD  PORT-HISTORY.
COPY "porthistrec.cpy".

FD  PORTFOLIO-REPORT.
01  PORTFOLIO-REPORT-LINE        PIC X(132).

WORKING-STORAGE SECTION.

01  WS-RUNCTL-STATUS     PIC XX.
01  WS-CUST-STATUS       PIC XX.
01  WS-HISTORY-STATUS    PIC XX.
01  WS-CONTACT-STATUS    PIC XX.
01  WS-PORT-STATUS       PIC XX.
01  WS-REPORT-STATUS     PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-FATAL-SWITCH      PIC X(01) VALUE 'N'.
    88  FATAL-ERROR                  VALUE 'Y'.

01  WS-CURRENT-DATE-NUM  PIC 9(8)  VALUE 0.
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

*> The snapshot is filed under the month MONARCH has just closed
*> (the month before the business date), set against the month
*> before it and the same month a year earlier.
01  WS-CLOSED-PERIOD     PIC 9(6).
01  WS-PRIOR-PERIOD      PIC 9(6).
01  WS-YEAR-AGO-PERIOD   PIC 9(6).
01  WS-CLOSED-YEAR       PIC 9(4).
01  WS-CLOSED-MONTH      PIC 99.

*> DECHIST and CUSTCONT are walked in step with the master -- all
*> three are in customer order -- so each customer is matched
*> without a keyed read per record.
01  WS-DECISION-EOF-SW   PIC X(01) VALUE 'N'.
    88  END-OF-DECISIONS             VALUE 'Y'.
01  WS-CONTACT-EOF-SW    PIC X(01) VALUE 'N'.
    88  END-OF-CONTACTS              VALUE 'Y'.
01  WS-DH-CUST-ID        PIC 9(6)  VALUE 0.
01  WS-CONT-CUST-ID      PIC 9(6)  VALUE 0.
01  WS-DECIDED-SW        PIC X(01).
    88  CUSTOMER-DECIDED             VALUE 'Y'.
01  WS-ELIGIBLE-SW       PIC X(01).
    88  CUSTOMER-ELIGIBLE            VALUE 'Y'.
01  WS-HAS-CONTACT-SW    PIC X(01).
    88  CUSTOMER-HAS-CONTACT         VALUE 'Y'.
01  WS-DECISIONS-OPEN-SW PIC X(01) VALUE 'N'.
    88  DECISIONS-OPEN               VALUE 'Y'.
01  WS-CONTACTS-OPEN-SW  PIC X(01) VALUE 'N'.
    88  CONTACTS-OPEN                VALUE 'Y'.

*> One cell per channel and capture-month cohort, kept in channel/
*> cohort order as cells are added so the report needs no sort.
01  WS-MAX-CELLS         PIC 9(4)  VALUE 1200.
01  WS-CELL-COUNT        PIC 9(4)  VALUE 0.
01  WS-CELL-TABLE.
    05  WS-C-ENTRY OCCURS 0 TO 1200 TIMES
                DEPENDING ON WS-CELL-COUNT.
        10  WS-C-KEY.
            15  WS-C-CHANNEL     PIC X(02).
            15  WS-C-COHORT      PIC 9(6).
        10  WS-C-CUSTOMERS       PIC 9(7).
        10  WS-C-ACTIVE          PIC 9(7).
        10  WS-C-DEACTIVATED     PIC 9(7).
        10  WS-C-MERGED          PIC 9(7).
        10  WS-C-PENDING         PIC 9(7).
        10  WS-C-SENT            PIC 9(7).
        10  WS-C-CONFIRMED       PIC 9(7).
        10  WS-C-REWORK          PIC 9(7).
        10  WS-C-ELIGIBLE        PIC 9(7).
        10  WS-C-NOT-ELIGIBLE    PIC 9(7).
        10  WS-C-CONTACT         PIC 9(7).
        10  WS-C-PRIOR-ACTIVE    PIC 9(7).
        10  WS-C-PRIOR-SW        PIC X(01).
            88  CELL-HAS-PRIOR           VALUE 'Y'.
        10  WS-C-YEAR-ACTIVE     PIC 9(7).
        10  WS-C-YEAR-SW         PIC X(01).
            88  CELL-HAS-YEAR-AGO        VALUE 'Y'.
01  WS-CELL-OVERFLOW-SW  PIC X(01) VALUE 'N'.
    88  CELL-TABLE-OVERFLOWED       VALUE 'Y'.
01  WS-NEW-KEY.
    05  WS-NEW-CHANNEL       PIC X(02).
    05  WS-NEW-COHORT        PIC 9(6).
01  WS-CELL-IDX          PIC 9(4).
01  WS-FOUND-IDX         PIC 9(4).
01  WS-INSERT-IDX        PIC 9(4).
01  WS-SHIFT-IDX         PIC 9(4).

*> Channel totals for the summary, now and in the two comparison
*> snapshots. The last slot is the grand total.
01  WS-MAX-CHANNELS      PIC 9(2)  VALUE 10.
01  WS-CHANNEL-COUNT     PIC 9(2)  VALUE 0.
01  WS-CHANNEL-TABLE.
    05  WS-CH-ENTRY OCCURS 11 TIMES.
        10  WS-CH-CHANNEL        PIC X(02).
        10  WS-CH-NOW.
            15  WS-CH-CUSTOMERS      PIC 9(7).
            15  WS-CH-ACTIVE         PIC 9(7).
            15  WS-CH-ELIGIBLE       PIC 9(7).
            15  WS-CH-CONTACT        PIC 9(7).
        10  WS-CH-PRIOR.
            15  WS-CH-PR-CUSTOMERS   PIC 9(7).
            15  WS-CH-PR-ACTIVE      PIC 9(7).
            15  WS-CH-PR-ELIGIBLE    PIC 9(7).
            15  WS-CH-PR-CONTACT     PIC 9(7).
        10  WS-CH-YEAR-AGO.
            15  WS-CH-YR-CUSTOMERS   PIC 9(7).
            15  WS-CH-YR-ACTIVE      PIC 9(7).
            15  WS-CH-YR-ELIGIBLE    PIC 9(7).
            15  WS-CH-YR-CONTACT     PIC 9(7).
01  WS-CH-IDX            PIC 9(2).
01  WS-CH-FOUND-IDX      PIC 9(2).
01  WS-CH-LOOKUP         PIC X(02).
01  WS-TOTAL-IDX         PIC 9(2)  VALUE 11.
01  WS-CHANNEL-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  CHANNEL-TABLE-OVERFLOWED    VALUE 'Y'.
01  WS-PRIOR-FOUND-SW    PIC X(01) VALUE 'N'.
    88  PRIOR-SNAPSHOT-FOUND        VALUE 'Y'.
01  WS-YEAR-FOUND-SW     PIC X(01) VALUE 'N'.
    88  YEAR-AGO-SNAPSHOT-FOUND     VALUE 'Y'.

*> Snapshot history, load-and-rewrite like EODSUM's STATHIST.DAT:
*> every other month is kept as read, the closed month's records
*> are replaced by tonight's. An overflowed history is not saved.
01  WS-MAX-SNAPSHOTS     PIC 9(5)  VALUE 30000.
01  WS-SNAPSHOT-COUNT    PIC 9(5)  VALUE 0.
01  WS-SNAPSHOT-TABLE.
    05  WS-SN-RECORD OCCURS 0 TO 30000 TIMES
                DEPENDING ON WS-SNAPSHOT-COUNT
                PIC X(99).
01  WS-SN-IDX            PIC 9(5).
01  WS-SNAPSHOT-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  SNAPSHOT-TABLE-OVERFLOWED   VALUE 'Y'.

01  WS-MASTER-COUNT      PIC 9(7)  VALUE 0.
01  WS-RATE              PIC 9(3)V9.
01  WS-NOW-RATE          PIC 9(3)V9.
01  WS-ELIG-RATE-NOW     PIC 9(3)V9.
01  WS-CONT-RATE-NOW     PIC 9(3)V9.
01  WS-RATE-DELTA        PIC S9(3)V9.
01  WS-COUNT-DELTA       PIC S9(7).
01  WS-RATE-BASE         PIC 9(7).
01  WS-RATE-PART         PIC 9(7).
01  WS-DELTA-EDIT        PIC ++,+++,++9.
01  WS-POINTS-EDIT       PIC +++9.9.
01  WS-POINTS-TEXT       PIC X(06).

01  WS-REPORT-HEADER-1.
    05  FILLER               PIC X(40) VALUE
        "CARTEIRA DE CLIENTES POR CANAL E COORTE ".
    05  FILLER               PIC X(10) VALUE "- PORTRPT ".
    05  FILLER               PIC X(11) VALUE "  PERIODO: ".
    05  H1-MONTH             PIC 99.
    05  FILLER               PIC X(01) VALUE "/".
    05  H1-YEAR              PIC 9999.
    05  FILLER               PIC X(14) VALUE "  DATA-BASE: ".
    05  H1-DATE              PIC 9999/99/99.

01  WS-REPORT-HEADER-2.
    05  FILLER               PIC X(06) VALUE "CANAL".
    05  FILLER               PIC X(09) VALUE "COORTE".
    05  FILLER               PIC X(09) VALUE "  CLIENT".
    05  FILLER               PIC X(08) VALUE "   ATIV".
    05  FILLER               PIC X(08) VALUE "   DESAT".
    05  FILLER               PIC X(08) VALUE "   FUND".
    05  FILLER               PIC X(08) VALUE "   PEND".
    05  FILLER               PIC X(08) VALUE "   ENVI".
    05  FILLER               PIC X(08) VALUE "   CONF".
    05  FILLER               PIC X(08) VALUE "   RETR".
    05  FILLER               PIC X(08) VALUE "  %ELEG".
    05  FILLER               PIC X(08) VALUE " %NELEG".
    05  FILLER               PIC X(08) VALUE "  %CONT".
    05  FILLER               PIC X(12) VALUE "  ATIV-MES".
    05  FILLER               PIC X(12) VALUE "  ATIV-ANO".

01  WS-CELL-DETAIL.
    05  CD-CHANNEL           PIC X(02).
    05  FILLER               PIC X(04) VALUE SPACES.
    05  CD-COHORT-MONTH      PIC 99.
    05  FILLER               PIC X(01) VALUE "/".
    05  CD-COHORT-YEAR       PIC 9999.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CD-CUSTOMERS         PIC Z,ZZZ,ZZ9.
    05  CD-ACTIVE            PIC ZZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  CD-DEACTIVATED       PIC ZZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  CD-MERGED            PIC ZZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  CD-PENDING           PIC ZZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  CD-SENT              PIC ZZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  CD-CONFIRMED         PIC ZZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  CD-REWORK            PIC ZZZZZZ9.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  CD-ELIGIBLE-RATE     PIC ZZ9.9.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  CD-NOT-ELIG-RATE     PIC ZZ9.9.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  CD-CONTACT-RATE      PIC ZZ9.9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CD-ACTIVE-VS-MONTH   PIC X(10).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CD-ACTIVE-VS-YEAR    PIC X(10).

01  WS-SECTION-SUMMARY.
    05  FILLER               PIC X(40) VALUE
        "-- RESUMO POR CANAL E MOVIMENTO         ".

01  WS-SUMMARY-HEADER.
    05  FILLER               PIC X(06) VALUE "CANAL".
    05  FILLER               PIC X(10) VALUE "  CLIENTES".
    05  FILLER               PIC X(12) VALUE "     VAR-MES".
    05  FILLER               PIC X(12) VALUE "     VAR-ANO".
    05  FILLER               PIC X(10) VALUE "    ATIVOS".
    05  FILLER               PIC X(12) VALUE "     VAR-MES".
    05  FILLER               PIC X(12) VALUE "     VAR-ANO".
    05  FILLER               PIC X(07) VALUE "  %ELEG".
    05  FILLER               PIC X(08) VALUE "  PT-MES".
    05  FILLER               PIC X(08) VALUE "  PT-ANO".
    05  FILLER               PIC X(07) VALUE "  %CONT".
    05  FILLER               PIC X(08) VALUE "  PT-MES".
    05  FILLER               PIC X(08) VALUE "  PT-ANO".

01  WS-SUMMARY-DETAIL.
    05  SD-CHANNEL           PIC X(05).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  SD-CUSTOMERS         PIC Z,ZZZ,ZZ9.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  SD-CUST-VS-MONTH     PIC X(10).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SD-CUST-VS-YEAR      PIC X(10).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  SD-ACTIVE            PIC Z,ZZZ,ZZ9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SD-ACTIVE-VS-MONTH   PIC X(10).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SD-ACTIVE-VS-YEAR    PIC X(10).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SD-ELIGIBLE-RATE     PIC ZZ9.9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SD-ELIG-VS-MONTH     PIC X(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SD-ELIG-VS-YEAR      PIC X(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SD-CONTACT-RATE      PIC ZZ9.9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SD-CONT-VS-MONTH     PIC X(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SD-CONT-VS-YEAR      PIC X(06).

01  WS-COMPARE-LINE.
    05  CL-LABEL             PIC X(32).
    05  CL-PERIOD-MONTH      PIC 99.
    05  FILLER               PIC X(01) VALUE "/".
    05  CL-PERIOD-YEAR       PIC 9999.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CL-STATE             PIC X(40).

01  WS-NONE-LINE.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  FILLER               PIC X(20) VALUE "(nenhum cliente)".

PROCEDURE DIVISION.
Begin.
    PERFORM Read-Business-Date
    IF FATAL-ERROR
        DISPLAY "Carteira de clientes abortada: controle de "
                "data-base indisponivel."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM Compute-Periods

    OPEN INPUT CUSTOMER-MASTER
    IF WS-CUST-STATUS NOT = '00'
        DISPLAY "CUSTMAST.IDX indisponivel, status: ", WS-CUST-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM Open-Decision-History
    PERFORM Open-Contact-File
    PERFORM Walk-Customer-Master
    CLOSE CUSTOMER-MASTER
    IF DECISIONS-OPEN
        CLOSE DECISION-HISTORY
    END-IF
    IF CONTACTS-OPEN
        CLOSE CONTACT-FILE
    END-IF

    PERFORM Load-Snapshot-History
    PERFORM Add-Closed-Period-Snapshot
    IF SNAPSHOT-TABLE-OVERFLOWED OR CELL-TABLE-OVERFLOWED
        CONTINUE
    ELSE
        PERFORM Save-Snapshot-History
    END-IF

    OPEN OUTPUT PORTFOLIO-REPORT
    PERFORM Write-Report-Headers
    IF WS-CELL-COUNT = 0
        MOVE WS-NONE-LINE TO PORTFOLIO-REPORT-LINE
        WRITE PORTFOLIO-REPORT-LINE
    ELSE
        PERFORM Write-Cell-Lines
        PERFORM Write-Channel-Summary
    END-IF
    CLOSE PORTFOLIO-REPORT

    DISPLAY "Periodo ", WS-CLOSED-PERIOD, " - clientes: ",
            WS-MASTER-COUNT, " coortes: ", WS-CELL-COUNT
    IF NOT PRIOR-SNAPSHOT-FOUND
        DISPLAY "Sem retrato do periodo ", WS-PRIOR-PERIOD,
                " - movimento mensal nao calculado."
    END-IF
    IF CELL-TABLE-OVERFLOWED
        DISPLAY "AVISO: mais de ", WS-MAX-CELLS, " coortes - "
                "relatorio parcial, retrato nao gravado."
    END-IF
    IF CHANNEL-TABLE-OVERFLOWED
        DISPLAY "AVISO: mais de ", WS-MAX-CHANNELS, " canais - "
                "resumo por canal parcial."
    END-IF
    IF SNAPSHOT-TABLE-OVERFLOWED
        DISPLAY "AVISO: PORTHIST.DAT excede ", WS-MAX-SNAPSHOTS,
                " registros - retrato nao gravado."
    END-IF
    IF CELL-TABLE-OVERFLOWED OR CHANNEL-TABLE-OVERFLOWED
       OR SNAPSHOT-TABLE-OVERFLOWED OR WS-MASTER-COUNT = 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

Read-Business-Date.
    OPEN INPUT RUN-CONTROL
    IF WS-RUNCTL-STATUS = '00'
        READ RUN-CONTROL
            AT END
                SET FATAL-ERROR TO TRUE
            NOT AT END
                MOVE RUNCTL-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
                MOVE RUNCTL-BUSINESS-DATE TO CurrentDate
        END-READ
        CLOSE RUN-CONTROL
    ELSE
        SET FATAL-ERROR TO TRUE
    END-IF
    IF FATAL-ERROR
        DISPLAY "Controle de data-base RUNCTL.DAT indisponivel, "
                "status: ", WS-RUNCTL-STATUS
    END-IF.

Compute-Periods.
    *> Same closed-period rule as MONARCH and QUALSCOR.
    IF CurrentMonth = 1
        COMPUTE WS-CLOSED-PERIOD = (CurrentYear - 1) * 100 + 12
    ELSE
        COMPUTE WS-CLOSED-PERIOD =
            CurrentYear * 100 + CurrentMonth - 1
    END-IF
    COMPUTE WS-CLOSED-YEAR = WS-CLOSED-PERIOD / 100
    COMPUTE WS-CLOSED-MONTH = WS-CLOSED-PERIOD - WS-CLOSED-YEAR * 100
    IF WS-CLOSED-MONTH = 1
        COMPUTE WS-PRIOR-PERIOD = (WS-CLOSED-YEAR - 1) * 100 + 12
    ELSE
        COMPUTE WS-PRIOR-PERIOD = WS-CLOSED-PERIOD - 1
    END-IF
    COMPUTE WS-YEAR-AGO-PERIOD = WS-CLOSED-PERIOD - 100.

Open-Decision-History.
    *> Without the history the eligibility columns read zero; the
    *> rest of the portfolio is still worth having.
    OPEN INPUT DECISION-HISTORY
    IF WS-HISTORY-STATUS = '00'
        MOVE 'Y' TO WS-DECISIONS-OPEN-SW
        PERFORM Read-Next-Decision
    ELSE
        DISPLAY "AVISO: DECHIST.IDX indisponivel, status: ",
                WS-HISTORY-STATUS, " - elegibilidade zerada."
        MOVE 'Y' TO WS-DECISION-EOF-SW
    END-IF.

Read-Next-Decision.
    READ DECISION-HISTORY NEXT RECORD
        AT END
            MOVE 'Y' TO WS-DECISION-EOF-SW
        NOT AT END
            MOVE DH-CUST-ID TO WS-DH-CUST-ID
    END-READ.

Open-Contact-File.
    OPEN INPUT CONTACT-FILE
    IF WS-CONTACT-STATUS = '00'
        MOVE 'Y' TO WS-CONTACTS-OPEN-SW
        PERFORM Read-Next-Contact
    ELSE
        DISPLAY "AVISO: CUSTCONT.IDX indisponivel, status: ",
                WS-CONTACT-STATUS, " - contatos zerados."
        MOVE 'Y' TO WS-CONTACT-EOF-SW
    END-IF.

Read-Next-Contact.
    READ CONTACT-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-CONTACT-EOF-SW
        NOT AT END
            MOVE CONT-CUST-ID TO WS-CONT-CUST-ID
    END-READ.

Walk-Customer-Master.
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-CURRENT-FILE
        READ CUSTOMER-MASTER NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                ADD 1 TO WS-MASTER-COUNT
                PERFORM Match-Decisions
                PERFORM Match-Contact
                PERFORM Count-Customer
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

Match-Decisions.
    *> Latest decision per code: eligible on any code makes the
    *> customer eligible; decided on some and eligible on none makes
    *> them not eligible.
    MOVE 'N' TO WS-DECIDED-SW
    MOVE 'N' TO WS-ELIGIBLE-SW
    PERFORM UNTIL END-OF-DECISIONS OR WS-DH-CUST-ID > CUST-ID
        IF WS-DH-CUST-ID = CUST-ID
            MOVE 'Y' TO WS-DECIDED-SW
            IF DH-ELIGIBLE
                MOVE 'Y' TO WS-ELIGIBLE-SW
            END-IF
        END-IF
        PERFORM Read-Next-Decision
    END-PERFORM.

Match-Contact.
    MOVE 'N' TO WS-HAS-CONTACT-SW
    PERFORM UNTIL END-OF-CONTACTS OR WS-CONT-CUST-ID > CUST-ID
        IF WS-CONT-CUST-ID = CUST-ID
            MOVE 'Y' TO WS-HAS-CONTACT-SW
        END-IF
        PERFORM Read-Next-Contact
    END-PERFORM.

Count-Customer.
    MOVE CUST-SOURCE-CHANNEL TO WS-NEW-CHANNEL
    COMPUTE WS-NEW-COHORT =
        CUST-CAPTURE-YEAR * 100 + CUST-CAPTURE-MONTH
    PERFORM Find-Or-Insert-Cell
    IF WS-FOUND-IDX NOT = 0
        ADD 1 TO WS-C-CUSTOMERS(WS-FOUND-IDX)
        EVALUATE TRUE
            WHEN CUST-ACTIVE
                ADD 1 TO WS-C-ACTIVE(WS-FOUND-IDX)
            WHEN CUST-DEACTIVATED
                ADD 1 TO WS-C-DEACTIVATED(WS-FOUND-IDX)
            WHEN CUST-MERGED-AWAY
                ADD 1 TO WS-C-MERGED(WS-FOUND-IDX)
        END-EVALUATE
        EVALUATE TRUE
            WHEN CUST-PENDING-FEED
                ADD 1 TO WS-C-PENDING(WS-FOUND-IDX)
            WHEN CUST-FED-TO-CRM
                ADD 1 TO WS-C-SENT(WS-FOUND-IDX)
            WHEN CUST-FEED-CONFIRMED
                ADD 1 TO WS-C-CONFIRMED(WS-FOUND-IDX)
            WHEN CUST-FEED-REWORK
                ADD 1 TO WS-C-REWORK(WS-FOUND-IDX)
        END-EVALUATE
        IF CUSTOMER-ELIGIBLE
            ADD 1 TO WS-C-ELIGIBLE(WS-FOUND-IDX)
        ELSE
            IF CUSTOMER-DECIDED
                ADD 1 TO WS-C-NOT-ELIGIBLE(WS-FOUND-IDX)
            END-IF
        END-IF
        IF CUSTOMER-HAS-CONTACT
            ADD 1 TO WS-C-CONTACT(WS-FOUND-IDX)
        END-IF
    END-IF.

Find-Or-Insert-Cell.
    *> The table stays in key order: a new cell goes in front of the
    *> first one with a higher key, the rest shuffled up one slot.
    MOVE 0 TO WS-FOUND-IDX
    MOVE 0 TO WS-INSERT-IDX
    PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
            UNTIL WS-CELL-IDX > WS-CELL-COUNT
               OR WS-FOUND-IDX NOT = 0
               OR WS-INSERT-IDX NOT = 0
        IF WS-C-KEY(WS-CELL-IDX) = WS-NEW-KEY
            MOVE WS-CELL-IDX TO WS-FOUND-IDX
        ELSE
            IF WS-C-KEY(WS-CELL-IDX) > WS-NEW-KEY
                MOVE WS-CELL-IDX TO WS-INSERT-IDX
            END-IF
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX = 0
        IF WS-CELL-COUNT < WS-MAX-CELLS
            IF WS-INSERT-IDX = 0
                COMPUTE WS-INSERT-IDX = WS-CELL-COUNT + 1
            END-IF
            ADD 1 TO WS-CELL-COUNT
            PERFORM VARYING WS-SHIFT-IDX FROM WS-CELL-COUNT BY -1
                    UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
                MOVE WS-C-ENTRY(WS-SHIFT-IDX - 1)
                    TO WS-C-ENTRY(WS-SHIFT-IDX)
            END-PERFORM
            MOVE WS-INSERT-IDX TO WS-FOUND-IDX
            INITIALIZE WS-C-ENTRY(WS-FOUND-IDX)
            MOVE WS-NEW-CHANNEL TO WS-C-CHANNEL(WS-FOUND-IDX)
            MOVE WS-NEW-COHORT  TO WS-C-COHORT(WS-FOUND-IDX)
            MOVE 'N' TO WS-C-PRIOR-SW(WS-FOUND-IDX)
            MOVE 'N' TO WS-C-YEAR-SW(WS-FOUND-IDX)
        ELSE
            MOVE 'Y' TO WS-CELL-OVERFLOW-SW
        END-IF
    END-IF.

Load-Snapshot-History.
    *> The prior month and the year-ago month are picked off as the
    *> history goes by; the closed month itself is dropped (a rerun
    *> replaces it), everything else is kept for the rewrite.
    MOVE 0 TO WS-SNAPSHOT-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT PORT-HISTORY
    IF WS-PORT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ PORT-HISTORY
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF PH-PERIOD = WS-PRIOR-PERIOD
                       OR PH-PERIOD = WS-YEAR-AGO-PERIOD
                        PERFORM Apply-Comparison-Record
                    END-IF
                    IF PH-PERIOD NOT = WS-CLOSED-PERIOD
                        IF WS-SNAPSHOT-COUNT < WS-MAX-SNAPSHOTS
                            ADD 1 TO WS-SNAPSHOT-COUNT
                            MOVE PORT-HISTORY-RECORD
                                TO WS-SN-RECORD(WS-SNAPSHOT-COUNT)
                        ELSE
                            MOVE 'Y' TO WS-SNAPSHOT-OVERFLOW-SW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PORT-HISTORY
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Apply-Comparison-Record.
    *> Channel totals take every cohort of the old snapshot; a cell
    *> only compares with the same cohort if it still exists.
    MOVE PH-CHANNEL TO WS-CH-LOOKUP
    PERFORM Find-Channel-Slot
    MOVE PH-CHANNEL TO WS-NEW-CHANNEL
    MOVE PH-COHORT  TO WS-NEW-COHORT
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
            UNTIL WS-CELL-IDX > WS-CELL-COUNT
               OR WS-FOUND-IDX NOT = 0
        IF WS-C-KEY(WS-CELL-IDX) = WS-NEW-KEY
            MOVE WS-CELL-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF PH-PERIOD = WS-PRIOR-PERIOD
        MOVE 'Y' TO WS-PRIOR-FOUND-SW
        IF WS-CH-FOUND-IDX NOT = 0
            ADD PH-CUSTOMERS     TO WS-CH-PR-CUSTOMERS(WS-CH-FOUND-IDX)
            ADD PH-ACTIVE        TO WS-CH-PR-ACTIVE(WS-CH-FOUND-IDX)
            ADD PH-CUST-ELIGIBLE TO WS-CH-PR-ELIGIBLE(WS-CH-FOUND-IDX)
            ADD PH-WITH-CONTACT  TO WS-CH-PR-CONTACT(WS-CH-FOUND-IDX)
        END-IF
        IF WS-FOUND-IDX NOT = 0
            MOVE PH-ACTIVE TO WS-C-PRIOR-ACTIVE(WS-FOUND-IDX)
            MOVE 'Y'       TO WS-C-PRIOR-SW(WS-FOUND-IDX)
        END-IF
    ELSE
        MOVE 'Y' TO WS-YEAR-FOUND-SW
        IF WS-CH-FOUND-IDX NOT = 0
            ADD PH-CUSTOMERS     TO WS-CH-YR-CUSTOMERS(WS-CH-FOUND-IDX)
            ADD PH-ACTIVE        TO WS-CH-YR-ACTIVE(WS-CH-FOUND-IDX)
            ADD PH-CUST-ELIGIBLE TO WS-CH-YR-ELIGIBLE(WS-CH-FOUND-IDX)
            ADD PH-WITH-CONTACT  TO WS-CH-YR-CONTACT(WS-CH-FOUND-IDX)
        END-IF
        IF WS-FOUND-IDX NOT = 0
            MOVE PH-ACTIVE TO WS-C-YEAR-ACTIVE(WS-FOUND-IDX)
            MOVE 'Y'       TO WS-C-YEAR-SW(WS-FOUND-IDX)
        END-IF
    END-IF.

Find-Channel-Slot.
    MOVE 0 TO WS-CH-FOUND-IDX
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1
            UNTIL WS-CH-IDX > WS-CHANNEL-COUNT
        IF WS-CH-CHANNEL(WS-CH-IDX) = WS-CH-LOOKUP
            MOVE WS-CH-IDX TO WS-CH-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-CH-FOUND-IDX = 0
        IF WS-CHANNEL-COUNT < WS-MAX-CHANNELS
            ADD 1 TO WS-CHANNEL-COUNT
            MOVE WS-CHANNEL-COUNT TO WS-CH-FOUND-IDX
            INITIALIZE WS-CH-ENTRY(WS-CH-FOUND-IDX)
            MOVE WS-CH-LOOKUP TO WS-CH-CHANNEL(WS-CH-FOUND-IDX)
        ELSE
            MOVE 'Y' TO WS-CHANNEL-OVERFLOW-SW
        END-IF
    END-IF.

Add-Closed-Period-Snapshot.
    *> Tonight's cells become the closed month's records, and their
    *> figures roll up into the channel totals for the summary.
    PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
            UNTIL WS-CELL-IDX > WS-CELL-COUNT
        MOVE WS-C-CHANNEL(WS-CELL-IDX) TO WS-CH-LOOKUP
        PERFORM Find-Channel-Slot
        IF WS-CH-FOUND-IDX NOT = 0
            ADD WS-C-CUSTOMERS(WS-CELL-IDX)
                TO WS-CH-CUSTOMERS(WS-CH-FOUND-IDX)
            ADD WS-C-ACTIVE(WS-CELL-IDX)
                TO WS-CH-ACTIVE(WS-CH-FOUND-IDX)
            ADD WS-C-ELIGIBLE(WS-CELL-IDX)
                TO WS-CH-ELIGIBLE(WS-CH-FOUND-IDX)
            ADD WS-C-CONTACT(WS-CELL-IDX)
                TO WS-CH-CONTACT(WS-CH-FOUND-IDX)
        END-IF
        MOVE WS-CLOSED-PERIOD              TO PH-PERIOD
        MOVE WS-C-CHANNEL(WS-CELL-IDX)     TO PH-CHANNEL
        MOVE WS-C-COHORT(WS-CELL-IDX)      TO PH-COHORT
        MOVE WS-C-CUSTOMERS(WS-CELL-IDX)   TO PH-CUSTOMERS
        MOVE WS-C-ACTIVE(WS-CELL-IDX)      TO PH-ACTIVE
        MOVE WS-C-DEACTIVATED(WS-CELL-IDX) TO PH-DEACTIVATED
        MOVE WS-C-MERGED(WS-CELL-IDX)      TO PH-MERGED
        MOVE WS-C-PENDING(WS-CELL-IDX)     TO PH-FEED-PENDING
        MOVE WS-C-SENT(WS-CELL-IDX)        TO PH-FEED-SENT
        MOVE WS-C-CONFIRMED(WS-CELL-IDX)   TO PH-FEED-CONFIRMED
        MOVE WS-C-REWORK(WS-CELL-IDX)      TO PH-FEED-REWORK
        MOVE WS-C-ELIGIBLE(WS-CELL-IDX)    TO PH-CUST-ELIGIBLE
        MOVE WS-C-NOT-ELIGIBLE(WS-CELL-IDX) TO PH-CUST-NOT-ELIGIBLE
        MOVE WS-C-CONTACT(WS-CELL-IDX)     TO PH-WITH-CONTACT
        MOVE WS-CURRENT-DATE-NUM           TO PH-RUN-DATE
        IF WS-SNAPSHOT-COUNT < WS-MAX-SNAPSHOTS
            ADD 1 TO WS-SNAPSHOT-COUNT
            MOVE PORT-HISTORY-RECORD
                TO WS-SN-RECORD(WS-SNAPSHOT-COUNT)
        ELSE
            MOVE 'Y' TO WS-SNAPSHOT-OVERFLOW-SW
        END-IF
    END-PERFORM.

Save-Snapshot-History.
    OPEN OUTPUT PORT-HISTORY
    PERFORM VARYING WS-SN-IDX FROM 1 BY 1
            UNTIL WS-SN-IDX > WS-SNAPSHOT-COUNT
        MOVE WS-SN-RECORD(WS-SN-IDX) TO PORT-HISTORY-RECORD
        WRITE PORT-HISTORY-RECORD
    END-PERFORM
    CLOSE PORT-HISTORY.

Write-Report-Headers.
    MOVE WS-CLOSED-MONTH     TO H1-MONTH
    MOVE WS-CLOSED-YEAR      TO H1-YEAR
    MOVE WS-CURRENT-DATE-NUM TO H1-DATE
    MOVE WS-REPORT-HEADER-1 TO PORTFOLIO-REPORT-LINE
    WRITE PORTFOLIO-REPORT-LINE
    MOVE "Comparado com o retrato de " TO CL-LABEL
    MOVE WS-PRIOR-PERIOD(5:2) TO CL-PERIOD-MONTH
    MOVE WS-PRIOR-PERIOD(1:4) TO CL-PERIOD-YEAR
    IF PRIOR-SNAPSHOT-FOUND
        MOVE "(mes anterior)" TO CL-STATE
    ELSE
        MOVE "(mes anterior - retrato inexistente)" TO CL-STATE
    END-IF
    MOVE WS-COMPARE-LINE TO PORTFOLIO-REPORT-LINE
    WRITE PORTFOLIO-REPORT-LINE
    MOVE "                       e com o  " TO CL-LABEL
    MOVE WS-YEAR-AGO-PERIOD(5:2) TO CL-PERIOD-MONTH
    MOVE WS-YEAR-AGO-PERIOD(1:4) TO CL-PERIOD-YEAR
    IF YEAR-AGO-SNAPSHOT-FOUND
        MOVE "(mesmo mes do ano anterior)" TO CL-STATE
    ELSE
        MOVE "(ano anterior - retrato inexistente)" TO CL-STATE
    END-IF
    MOVE WS-COMPARE-LINE TO PORTFOLIO-REPORT-LINE
    WRITE PORTFOLIO-REPORT-LINE
    MOVE SPACES TO PORTFOLIO-REPORT-LINE
    WRITE PORTFOLIO-REPORT-LINE
    MOVE WS-REPORT-HEADER-2 TO PORTFOLIO-REPORT-LINE
    WRITE PORTFOLIO-REPORT-LINE.

Write-Cell-Lines.
    *> Rates are shares of the cell's customers; the two movement
    *> columns compare active customers with the same cohort in the
    *> earlier snapshots.
    PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
            UNTIL WS-CELL-IDX > WS-CELL-COUNT
        IF WS-C-CHANNEL(WS-CELL-IDX) = SPACES
            MOVE "--" TO CD-CHANNEL
        ELSE
            MOVE WS-C-CHANNEL(WS-CELL-IDX) TO CD-CHANNEL
        END-IF
        MOVE WS-C-COHORT(WS-CELL-IDX)(5:2) TO CD-COHORT-MONTH
        MOVE WS-C-COHORT(WS-CELL-IDX)(1:4) TO CD-COHORT-YEAR
        MOVE WS-C-CUSTOMERS(WS-CELL-IDX)   TO CD-CUSTOMERS
        MOVE WS-C-ACTIVE(WS-CELL-IDX)      TO CD-ACTIVE
        MOVE WS-C-DEACTIVATED(WS-CELL-IDX) TO CD-DEACTIVATED
        MOVE WS-C-MERGED(WS-CELL-IDX)      TO CD-MERGED
        MOVE WS-C-PENDING(WS-CELL-IDX)     TO CD-PENDING
        MOVE WS-C-SENT(WS-CELL-IDX)        TO CD-SENT
        MOVE WS-C-CONFIRMED(WS-CELL-IDX)   TO CD-CONFIRMED
        MOVE WS-C-REWORK(WS-CELL-IDX)      TO CD-REWORK
        MOVE WS-C-CUSTOMERS(WS-CELL-IDX)   TO WS-RATE-BASE
        MOVE WS-C-ELIGIBLE(WS-CELL-IDX)    TO WS-RATE-PART
        PERFORM Compute-Rate
        MOVE WS-RATE TO CD-ELIGIBLE-RATE
        MOVE WS-C-NOT-ELIGIBLE(WS-CELL-IDX) TO WS-RATE-PART
        PERFORM Compute-Rate
        MOVE WS-RATE TO CD-NOT-ELIG-RATE
        MOVE WS-C-CONTACT(WS-CELL-IDX)     TO WS-RATE-PART
        PERFORM Compute-Rate
        MOVE WS-RATE TO CD-CONTACT-RATE
        IF CELL-HAS-PRIOR(WS-CELL-IDX)
            COMPUTE WS-COUNT-DELTA = WS-C-ACTIVE(WS-CELL-IDX)
                                   - WS-C-PRIOR-ACTIVE(WS-CELL-IDX)
            MOVE WS-COUNT-DELTA TO WS-DELTA-EDIT
            MOVE WS-DELTA-EDIT  TO CD-ACTIVE-VS-MONTH
        ELSE
            MOVE "        --" TO CD-ACTIVE-VS-MONTH
        END-IF
        IF CELL-HAS-YEAR-AGO(WS-CELL-IDX)
            COMPUTE WS-COUNT-DELTA = WS-C-ACTIVE(WS-CELL-IDX)
                                   - WS-C-YEAR-ACTIVE(WS-CELL-IDX)
            MOVE WS-COUNT-DELTA TO WS-DELTA-EDIT
            MOVE WS-DELTA-EDIT  TO CD-ACTIVE-VS-YEAR
        ELSE
            MOVE "        --" TO CD-ACTIVE-VS-YEAR
        END-IF
        MOVE WS-CELL-DETAIL TO PORTFOLIO-REPORT-LINE
        WRITE PORTFOLIO-REPORT-LINE
    END-PERFORM.

Compute-Rate.
    MOVE 0 TO WS-RATE
    IF WS-RATE-BASE > 0
        COMPUTE WS-RATE ROUNDED = WS-RATE-PART * 100 / WS-RATE-BASE
    END-IF.

Write-Channel-Summary.
    *> Movement is shown only against a snapshot that exists, so the
    *> first months after the history starts print "--" rather than
    *> a jump from zero.
    MOVE SPACES TO PORTFOLIO-REPORT-LINE
    WRITE PORTFOLIO-REPORT-LINE
    MOVE WS-SECTION-SUMMARY TO PORTFOLIO-REPORT-LINE
    WRITE PORTFOLIO-REPORT-LINE
    MOVE WS-SUMMARY-HEADER TO PORTFOLIO-REPORT-LINE
    WRITE PORTFOLIO-REPORT-LINE
    INITIALIZE WS-CH-ENTRY(WS-TOTAL-IDX)
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1
            UNTIL WS-CH-IDX > WS-CHANNEL-COUNT
        ADD WS-CH-CUSTOMERS(WS-CH-IDX)
            TO WS-CH-CUSTOMERS(WS-TOTAL-IDX)
        ADD WS-CH-ACTIVE(WS-CH-IDX)   TO WS-CH-ACTIVE(WS-TOTAL-IDX)
        ADD WS-CH-ELIGIBLE(WS-CH-IDX) TO WS-CH-ELIGIBLE(WS-TOTAL-IDX)
        ADD WS-CH-CONTACT(WS-CH-IDX)  TO WS-CH-CONTACT(WS-TOTAL-IDX)
        ADD WS-CH-PR-CUSTOMERS(WS-CH-IDX)
            TO WS-CH-PR-CUSTOMERS(WS-TOTAL-IDX)
        ADD WS-CH-PR-ACTIVE(WS-CH-IDX)
            TO WS-CH-PR-ACTIVE(WS-TOTAL-IDX)
        ADD WS-CH-PR-ELIGIBLE(WS-CH-IDX)
            TO WS-CH-PR-ELIGIBLE(WS-TOTAL-IDX)
        ADD WS-CH-PR-CONTACT(WS-CH-IDX)
            TO WS-CH-PR-CONTACT(WS-TOTAL-IDX)
        ADD WS-CH-YR-CUSTOMERS(WS-CH-IDX)
            TO WS-CH-YR-CUSTOMERS(WS-TOTAL-IDX)
        ADD WS-CH-YR-ACTIVE(WS-CH-IDX)
            TO WS-CH-YR-ACTIVE(WS-TOTAL-IDX)
        ADD WS-CH-YR-ELIGIBLE(WS-CH-IDX)
            TO WS-CH-YR-ELIGIBLE(WS-TOTAL-IDX)
        ADD WS-CH-YR-CONTACT(WS-CH-IDX)
            TO WS-CH-YR-CONTACT(WS-TOTAL-IDX)
        PERFORM Write-One-Channel-Line
    END-PERFORM
    MOVE WS-TOTAL-IDX TO WS-CH-IDX
    PERFORM Write-One-Channel-Line.

Write-One-Channel-Line.
    EVALUATE TRUE
        WHEN WS-CH-IDX = WS-TOTAL-IDX
            MOVE "TOTAL" TO SD-CHANNEL
        WHEN WS-CH-CHANNEL(WS-CH-IDX) = SPACES
            MOVE "--" TO SD-CHANNEL
        WHEN OTHER
            MOVE WS-CH-CHANNEL(WS-CH-IDX) TO SD-CHANNEL
    END-EVALUATE
    MOVE WS-CH-CUSTOMERS(WS-CH-IDX) TO SD-CUSTOMERS
    MOVE WS-CH-ACTIVE(WS-CH-IDX)    TO SD-ACTIVE
    MOVE WS-CH-CUSTOMERS(WS-CH-IDX) TO WS-RATE-BASE
    MOVE WS-CH-ELIGIBLE(WS-CH-IDX)  TO WS-RATE-PART
    PERFORM Compute-Rate
    MOVE WS-RATE TO SD-ELIGIBLE-RATE
    MOVE WS-RATE TO WS-ELIG-RATE-NOW
    MOVE WS-CH-CONTACT(WS-CH-IDX)   TO WS-RATE-PART
    PERFORM Compute-Rate
    MOVE WS-RATE TO SD-CONTACT-RATE
    MOVE WS-RATE TO WS-CONT-RATE-NOW
    IF PRIOR-SNAPSHOT-FOUND
        COMPUTE WS-COUNT-DELTA = WS-CH-CUSTOMERS(WS-CH-IDX)
                               - WS-CH-PR-CUSTOMERS(WS-CH-IDX)
        MOVE WS-COUNT-DELTA TO WS-DELTA-EDIT
        MOVE WS-DELTA-EDIT  TO SD-CUST-VS-MONTH
        COMPUTE WS-COUNT-DELTA = WS-CH-ACTIVE(WS-CH-IDX)
                               - WS-CH-PR-ACTIVE(WS-CH-IDX)
        MOVE WS-COUNT-DELTA TO WS-DELTA-EDIT
        MOVE WS-DELTA-EDIT  TO SD-ACTIVE-VS-MONTH
        MOVE WS-CH-PR-CUSTOMERS(WS-CH-IDX) TO WS-RATE-BASE
        MOVE WS-CH-PR-ELIGIBLE(WS-CH-IDX)  TO WS-RATE-PART
        MOVE WS-ELIG-RATE-NOW TO WS-NOW-RATE
        PERFORM Compute-Points-Moved
        MOVE WS-POINTS-TEXT TO SD-ELIG-VS-MONTH
        MOVE WS-CH-PR-CONTACT(WS-CH-IDX)   TO WS-RATE-PART
        MOVE WS-CONT-RATE-NOW TO WS-NOW-RATE
        PERFORM Compute-Points-Moved
        MOVE WS-POINTS-TEXT TO SD-CONT-VS-MONTH
    ELSE
        MOVE "        --" TO SD-CUST-VS-MONTH
        MOVE "        --" TO SD-ACTIVE-VS-MONTH
        MOVE "    --" TO SD-ELIG-VS-MONTH
        MOVE "    --" TO SD-CONT-VS-MONTH
    END-IF
    IF YEAR-AGO-SNAPSHOT-FOUND
        COMPUTE WS-COUNT-DELTA = WS-CH-CUSTOMERS(WS-CH-IDX)
                               - WS-CH-YR-CUSTOMERS(WS-CH-IDX)
        MOVE WS-COUNT-DELTA TO WS-DELTA-EDIT
        MOVE WS-DELTA-EDIT  TO SD-CUST-VS-YEAR
        COMPUTE WS-COUNT-DELTA = WS-CH-ACTIVE(WS-CH-IDX)
                               - WS-CH-YR-ACTIVE(WS-CH-IDX)
        MOVE WS-COUNT-DELTA TO WS-DELTA-EDIT
        MOVE WS-DELTA-EDIT  TO SD-ACTIVE-VS-YEAR
        MOVE WS-CH-YR-CUSTOMERS(WS-CH-IDX) TO WS-RATE-BASE
        MOVE WS-CH-YR-ELIGIBLE(WS-CH-IDX)  TO WS-RATE-PART
        MOVE WS-ELIG-RATE-NOW TO WS-NOW-RATE
        PERFORM Compute-Points-Moved
        MOVE WS-POINTS-TEXT TO SD-ELIG-VS-YEAR
        MOVE WS-CH-YR-CONTACT(WS-CH-IDX)   TO WS-RATE-PART
        MOVE WS-CONT-RATE-NOW TO WS-NOW-RATE
        PERFORM Compute-Points-Moved
        MOVE WS-POINTS-TEXT TO SD-CONT-VS-YEAR
    ELSE
        MOVE "        --" TO SD-CUST-VS-YEAR
        MOVE "        --" TO SD-ACTIVE-VS-YEAR
        MOVE "    --" TO SD-ELIG-VS-YEAR
        MOVE "    --" TO SD-CONT-VS-YEAR
    END-IF
    MOVE WS-SUMMARY-DETAIL TO PORTFOLIO-REPORT-LINE
    WRITE PORTFOLIO-REPORT-LINE.

Compute-Points-Moved.
    *> Percentage points between WS-NOW-RATE and the rate the old
    *> snapshot gives from WS-RATE-PART over WS-RATE-BASE; a channel
    *> missing from that snapshot has nothing to compare with.
    IF WS-RATE-BASE = 0
        MOVE "    --" TO WS-POINTS-TEXT
    ELSE
        PERFORM Compute-Rate
        COMPUTE WS-RATE-DELTA = WS-NOW-RATE - WS-RATE
        MOVE WS-RATE-DELTA  TO WS-POINTS-EDIT
        MOVE WS-POINTS-EDIT TO WS-POINTS-TEXT
    END-IF.
