        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

    SELECT CRM-REJECTION-FILE ASSIGN TO "CRMREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRMREJ-STATUS.

    SELECT CRM-EVENT-FILE ASSIGN TO "CRMEVT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

    SELECT ACK-REPORT ASSIGN TO "CRMACK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
FD  CRM-REJECTION-FILE.
COPY "crmrejrec.cpy".

FD  CRM-EVENT-FILE.
COPY "crmevtrec.cpy".

FD  ACK-REPORT.
01  ACK-REPORT-LINE              PIC X(100).

01  WS-CUST-STATUS       PIC XX.
01  WS-CRMREJ-STATUS     PIC XX.
01  WS-REPORT-STATUS     PIC XX.
01  WS-EVENT-STATUS      PIC XX.

*> In-storage copy of the rejection queue, TABMANT-style: loaded
*> whole before the ack pass, re-persisted whole after it.
        10  WS-CR-STATUS         PIC X(01).
        10  WS-CR-STATUS-DATE    PIC 9(8).
        10  WS-CR-DISP-CODE      PIC X(04).
        10  WS-CR-ENTRY-KIND     PIC X(01).
        10  WS-CR-EVENT-TYPE     PIC X(01).
01  WS-CR-SCAN-IDX       PIC 9(4).
01  WS-CR-FOUND-IDX      PIC 9(4)  VALUE 0.
01  WS-CRMREJ-OVERFLOW-SW PIC X(01) VALUE 'N'.
01  WS-ESCALATION-LIMIT  PIC 9(3)  VALUE 3.
01  WS-ESCALATED-COUNT   PIC 9(6)  VALUE 0.

*> Lifecycle event queue, loaded and re-persisted the same way:
*> an event return is matched to the event CRMFEED marked sent.
01  WS-MAX-EVENTS        PIC 9(4)  VALUE 5000.
01  WS-EVENT-COUNT       PIC 9(4)  VALUE 0.
01  WS-EVENT-TABLE.
    05  WS-EV-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-EVENT-COUNT.
        10  WS-EV-RECORD         PIC X(93).
01  WS-EV-IDX            PIC 9(4).
01  WS-EV-FOUND-IDX      PIC 9(4)  VALUE 0.
01  WS-EVENT-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  EVENT-TABLE-OVERFLOWED      VALUE 'Y'.
01  WS-EVENT-CHANGED-SW  PIC X(01) VALUE 'N'.
    88  EVENT-TABLE-CHANGED         VALUE 'Y'.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-UNKNOWN-COUNT     PIC 9(6)  VALUE 0.
01  WS-NOT-FED-COUNT     PIC 9(6)  VALUE 0.
01  WS-AGED-COUNT        PIC 9(6)  VALUE 0.
01  WS-EVT-CONFIRMED-COUNT PIC 9(6) VALUE 0.
01  WS-EVT-REJECTED-COUNT  PIC 9(6) VALUE 0.
01  WS-EVT-NOT-SENT-COUNT  PIC 9(6) VALUE 0.

01  WS-AGING-LIMIT-DAYS  PIC 9(3)  VALUE 7.
01  WS-FED-AGE-DAYS      PIC S9(5).
    05  FILLER               PIC X(02) VALUE ": ".
    05  L6-ESCALATED         PIC ZZZ,ZZ9.

01  WS-REPORT-LINE-7.
    05  FILLER               PIC X(30) VALUE "Eventos confirmados pela CRM  ".
    05  FILLER               PIC X(02) VALUE ": ".
    05  L7-EVT-CONFIRMED     PIC ZZZ,ZZ9.

01  WS-REPORT-LINE-8.
    05  FILLER               PIC X(30) VALUE "Eventos rejeitados (reenvio)  ".
    05  FILLER               PIC X(02) VALUE ": ".
    05  L8-EVT-REJECTED      PIC ZZZ,ZZ9.

01  WS-REPORT-LINE-9.
    05  FILLER               PIC X(30) VALUE "Retorno de evento sem envio   ".
    05  FILLER               PIC X(02) VALUE ": ".
    05  L9-EVT-NOT-SENT      PIC ZZZ,ZZ9.

01  WS-AGING-HEADER-1.
    05  FILLER               PIC X(40) VALUE "ENVIOS SEM CONFIRMACAO HA MAIS DE".
    05  A1-LIMIT             PIC ZZ9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  AD-AGE-DAYS          PIC ZZZZ9.

01  WS-AGING-EVENT-DETAIL.
    05  AE-CUST-ID           PIC 9(06).
    05  FILLER               PIC X(04) VALUE SPACES.
    05  FILLER               PIC X(08) VALUE "EVENTO ".
    05  AE-EVENT-TYPE        PIC X(01).
    05  FILLER               PIC X(07) VALUE " CICLO ".
    05  AE-CYCLE-NBR         PIC 9(06).
    05  FILLER               PIC X(30) VALUE SPACES.
    05  AE-SENT-DATE         PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  AE-AGE-DAYS          PIC ZZZZ9.

01  WS-AGING-TOTAL.
    05  FILLER               PIC X(30) VALUE "Envios envelhecidos           ".
    05  FILLER               PIC X(02) VALUE ": ".
        OPEN OUTPUT ACK-REPORT
        PERFORM Write-Report-Header
        PERFORM Load-Rejection-Queue
        PERFORM Load-Event-Queue
        PERFORM Process-Ack-File
        PERFORM Save-Rejection-Queue
        PERFORM Save-Event-Queue
        CLOSE CRM-ACK-FILE
        PERFORM Write-Ack-Totals
        PERFORM Report-Aged-Feeds
                " Confirmados: ", WS-CONFIRMED-COUNT,
                " Retrabalho: ", WS-REWORK-COUNT
        IF WS-REWORK-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
           OR WS-AGED-COUNT > 0 OR WS-EVT-REJECTED-COUNT > 0
           OR WS-EVT-NOT-SENT-COUNT > 0
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
    MOVE 'N' TO WS-EOF-SWITCH.

Apply-One-Ack.
    IF ACK-FOR-EVENT
        PERFORM Apply-Event-Ack
    ELSE
        PERFORM Apply-Detail-Ack
    END-IF.

Apply-Detail-Ack.
    MOVE ACK-CUST-ID TO CUST-ID
    READ CUSTOMER-MASTER
        INVALID KEY
                            TO WS-CR-STATUS-DATE(WS-CRMREJ-COUNT)
                        MOVE CR-DISPOSITION-CODE
                            TO WS-CR-DISP-CODE(WS-CRMREJ-COUNT)
                        MOVE CR-ENTRY-KIND
                            TO WS-CR-ENTRY-KIND(WS-CRMREJ-COUNT)
                        MOVE CR-EVENT-TYPE
                            TO WS-CR-EVENT-TYPE(WS-CRMREJ-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-CRMREJ-OVERFLOW-SW
                    END-IF
                TO CR-STATUS-DATE
            MOVE WS-CR-DISP-CODE(WS-CR-SCAN-IDX)
                TO CR-DISPOSITION-CODE
            MOVE WS-CR-ENTRY-KIND(WS-CR-SCAN-IDX) TO CR-ENTRY-KIND
            MOVE WS-CR-EVENT-TYPE(WS-CR-SCAN-IDX) TO CR-EVENT-TYPE
            WRITE CRM-REJECTION-RECORD
        END-PERFORM
        CLOSE CRM-REJECTION-FILE
    PERFORM VARYING WS-CR-SCAN-IDX FROM 1 BY 1
            UNTIL WS-CR-SCAN-IDX > WS-CRMREJ-COUNT
        IF WS-CR-CUST-ID(WS-CR-SCAN-IDX) = ACK-CUST-ID
           AND WS-CR-ENTRY-KIND(WS-CR-SCAN-IDX) NOT = 'E'
            MOVE WS-CR-SCAN-IDX TO WS-CR-FOUND-IDX
        END-IF
    END-PERFORM
            MOVE ACK-CUST-ID TO WS-CR-CUST-ID(WS-CR-FOUND-IDX)
            MOVE 0      TO WS-CR-REJECT-COUNT(WS-CR-FOUND-IDX)
            MOVE SPACES TO WS-CR-DISP-CODE(WS-CR-FOUND-IDX)
            MOVE 'D'    TO WS-CR-ENTRY-KIND(WS-CR-FOUND-IDX)
            MOVE SPACE  TO WS-CR-EVENT-TYPE(WS-CR-FOUND-IDX)
        ELSE
            MOVE 'Y' TO WS-CRMREJ-OVERFLOW-SW
        END-IF
        END-IF
    END-IF.

Apply-Event-Ack.
    *> An event return answers the latest event of that type CRMFEED
    *> marked sent for the customer. Accepted closes it; rejected
    *> sends it back to pending for the next batch, with the reason
    *> kept on the entry -- until the escalation limit, after which
    *> it stops going out and waits for the feed team. Either way the
    *> bounce goes on CRMREJ.DAT beside the detail rejections, so the
    *> feed team sees it on REWORKQ and the morning worklist.
    MOVE 0 TO WS-EV-FOUND-IDX
    PERFORM VARYING WS-EV-IDX FROM 1 BY 1
            UNTIL WS-EV-IDX > WS-EVENT-COUNT
        MOVE WS-EV-RECORD(WS-EV-IDX) TO CRM-EVENT-RECORD
        IF EVT-CUST-ID = ACK-CUST-ID AND EVT-TYPE = ACK-EVENT-TYPE
           AND EVT-SENT
            MOVE WS-EV-IDX TO WS-EV-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-EV-FOUND-IDX = 0
        ADD 1 TO WS-EVT-NOT-SENT-COUNT
        DISPLAY "AVISO: retorno de evento sem envio pendente: ",
                ACK-CUST-ID, " tipo '", ACK-EVENT-TYPE, "'"
    ELSE
        MOVE WS-EV-RECORD(WS-EV-FOUND-IDX) TO CRM-EVENT-RECORD
        EVALUATE TRUE
            WHEN ACK-ACCEPTED
                MOVE 'A' TO EVT-STATUS
                ADD 1 TO WS-EVT-CONFIRMED-COUNT
                PERFORM Find-Event-Rejection
                IF WS-CR-FOUND-IDX NOT = 0
                    IF WS-CR-STATUS(WS-CR-FOUND-IDX) = 'O'
                        MOVE 'F' TO WS-CR-STATUS(WS-CR-FOUND-IDX)
                        MOVE WS-CURRENT-DATE-NUM
                            TO WS-CR-STATUS-DATE(WS-CR-FOUND-IDX)
                    END-IF
                END-IF
            WHEN ACK-REJECTED
                ADD 1 TO EVT-REJECT-COUNT
                MOVE ACK-REASON-TEXT TO EVT-REASON-TEXT
                ADD 1 TO WS-EVT-REJECTED-COUNT
                IF EVT-REJECT-COUNT >= WS-ESCALATION-LIMIT
                    MOVE 'E' TO EVT-STATUS
                    ADD 1 TO WS-ESCALATED-COUNT
                    DISPLAY "AVISO: evento escalonado apos ",
                            EVT-REJECT-COUNT,
                            " rejeicoes da CRM: ", ACK-CUST-ID,
                            " tipo '", EVT-TYPE, "'"
                ELSE
                    MOVE 'P' TO EVT-STATUS
                END-IF
                PERFORM Note-Event-Rejection
            WHEN OTHER
                ADD 1 TO WS-EVT-NOT-SENT-COUNT
                DISPLAY "AVISO: disposicao invalida no retorno: ",
                        ACK-CUST-ID, " '", ACK-DISPOSITION, "'"
        END-EVALUATE
        IF EVT-ACCEPTED OR EVT-PENDING OR EVT-ESCALATED
            MOVE WS-CURRENT-DATE-NUM TO EVT-STATUS-DATE
            MOVE CRM-EVENT-RECORD TO WS-EV-RECORD(WS-EV-FOUND-IDX)
            MOVE 'Y' TO WS-EVENT-CHANGED-SW
        END-IF
    END-IF.

Find-Event-Rejection.
    MOVE 0 TO WS-CR-FOUND-IDX
    PERFORM VARYING WS-CR-SCAN-IDX FROM 1 BY 1
            UNTIL WS-CR-SCAN-IDX > WS-CRMREJ-COUNT
        IF WS-CR-CUST-ID(WS-CR-SCAN-IDX) = EVT-CUST-ID
           AND WS-CR-ENTRY-KIND(WS-CR-SCAN-IDX) = 'E'
           AND WS-CR-EVENT-TYPE(WS-CR-SCAN-IDX) = EVT-TYPE
            MOVE WS-CR-SCAN-IDX TO WS-CR-FOUND-IDX
        END-IF
    END-PERFORM.

Note-Event-Rejection.
    *> One entry per customer and event type, reopened on every
    *> bounce. The count is the event's own, so an event's bounces
    *> never push the customer's detail entry toward escalation.
    PERFORM Find-Event-Rejection
    IF WS-CR-FOUND-IDX = 0
        IF WS-CRMREJ-COUNT < WS-MAX-CRMREJ
            ADD 1 TO WS-CRMREJ-COUNT
            MOVE WS-CRMREJ-COUNT TO WS-CR-FOUND-IDX
            MOVE EVT-CUST-ID TO WS-CR-CUST-ID(WS-CR-FOUND-IDX)
            MOVE SPACES TO WS-CR-DISP-CODE(WS-CR-FOUND-IDX)
            MOVE 'E'    TO WS-CR-ENTRY-KIND(WS-CR-FOUND-IDX)
            MOVE EVT-TYPE TO WS-CR-EVENT-TYPE(WS-CR-FOUND-IDX)
        ELSE
            MOVE 'Y' TO WS-CRMREJ-OVERFLOW-SW
        END-IF
    END-IF
    IF WS-CR-FOUND-IDX NOT = 0
        MOVE EVT-REJECT-COUNT
            TO WS-CR-REJECT-COUNT(WS-CR-FOUND-IDX)
        MOVE EVT-REASON-TEXT
            TO WS-CR-REASON-TEXT(WS-CR-FOUND-IDX)
        MOVE WS-CURRENT-DATE-NUM
            TO WS-CR-REJECT-DATE(WS-CR-FOUND-IDX)
        MOVE WS-CURRENT-DATE-NUM
            TO WS-CR-STATUS-DATE(WS-CR-FOUND-IDX)
        IF EVT-ESCALATED
            MOVE 'E' TO WS-CR-STATUS(WS-CR-FOUND-IDX)
        ELSE
            MOVE 'O' TO WS-CR-STATUS(WS-CR-FOUND-IDX)
        END-IF
    END-IF.

Load-Event-Queue.
    MOVE 0 TO WS-EVENT-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CRM-EVENT-FILE
    IF WS-EVENT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CRM-EVENT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-EVENT-COUNT < WS-MAX-EVENTS
                        ADD 1 TO WS-EVENT-COUNT
                        MOVE CRM-EVENT-RECORD
                            TO WS-EV-RECORD(WS-EVENT-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-EVENT-OVERFLOW-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CRM-EVENT-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Save-Event-Queue.
    *> Same refusal discipline as the rejection queue.
    IF EVENT-TABLE-OVERFLOWED
        DISPLAY "AVISO: CRMEVT.DAT excede ", WS-MAX-EVENTS,
                " registros - fila nao regravada, expurgo "
                "necessario."
    ELSE
        IF EVENT-TABLE-CHANGED
            OPEN OUTPUT CRM-EVENT-FILE
            PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                    UNTIL WS-EV-IDX > WS-EVENT-COUNT
                MOVE WS-EV-RECORD(WS-EV-IDX) TO CRM-EVENT-RECORD
                WRITE CRM-EVENT-RECORD
            END-PERFORM
            CLOSE CRM-EVENT-FILE
        END-IF
    END-IF.

Report-Aged-Feeds.
    *> The ack pass left the file positioned at its last random
    *> read, so the browse is re-anchored at the lowest key before
                PERFORM Check-One-Feed-Age
        END-READ
    END-PERFORM
    PERFORM Report-Aged-Events
    MOVE WS-AGED-COUNT TO AT-AGED
    MOVE WS-AGING-TOTAL TO ACK-REPORT-LINE
    WRITE ACK-REPORT-LINE.
        END-IF
    END-IF.

Report-Aged-Events.
    *> An event the CRM never answered ages exactly like a detail,
    *> from the date CRMFEED sent it.
    PERFORM VARYING WS-EV-IDX FROM 1 BY 1
            UNTIL WS-EV-IDX > WS-EVENT-COUNT
        MOVE WS-EV-RECORD(WS-EV-IDX) TO CRM-EVENT-RECORD
        IF EVT-SENT AND EVT-SENT-DATE NOT = 0
            COMPUTE WS-FED-AGE-DAYS =
                WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE(EVT-SENT-DATE)
            IF WS-FED-AGE-DAYS > WS-AGING-LIMIT-DAYS
                ADD 1 TO WS-AGED-COUNT
                MOVE EVT-CUST-ID     TO AE-CUST-ID
                MOVE EVT-TYPE        TO AE-EVENT-TYPE
                MOVE EVT-CYCLE-NBR   TO AE-CYCLE-NBR
                MOVE EVT-SENT-DATE   TO AE-SENT-DATE
                MOVE WS-FED-AGE-DAYS TO AE-AGE-DAYS
                MOVE WS-AGING-EVENT-DETAIL TO ACK-REPORT-LINE
                WRITE ACK-REPORT-LINE
            END-IF
        END-IF
    END-PERFORM.

Write-Report-Header.
    COMPUTE WS-DATE-FOR-EDIT =
        CurrentDay * 1000000 + CurrentMonth * 10000 + CurrentYear
    WRITE ACK-REPORT-LINE
    MOVE WS-ESCALATED-COUNT TO L6-ESCALATED
    MOVE WS-REPORT-LINE-6 TO ACK-REPORT-LINE
    WRITE ACK-REPORT-LINE
    MOVE WS-EVT-CONFIRMED-COUNT TO L7-EVT-CONFIRMED
    MOVE WS-REPORT-LINE-7 TO ACK-REPORT-LINE
    WRITE ACK-REPORT-LINE
    MOVE WS-EVT-REJECTED-COUNT TO L8-EVT-REJECTED
    MOVE WS-REPORT-LINE-8 TO ACK-REPORT-LINE
    WRITE ACK-REPORT-LINE
    MOVE WS-EVT-NOT-SENT-COUNT TO L9-EVT-NOT-SENT
    MOVE WS-REPORT-LINE-9 TO ACK-REPORT-LINE
    WRITE ACK-REPORT-LINE.
