        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRMREJ-STATUS.

    SELECT CRM-EVENT-FILE ASSIGN TO "CRMEVT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

DATA DIVISION.
FD  CRM-REJECTION-FILE.
COPY "crmrejrec.cpy".

FD  CRM-EVENT-FILE.
COPY "crmevtrec.cpy".

FD  CUSTOMER-MASTER.
COPY "custrec.cpy".


01  WS-CRMREJ-STATUS     PIC XX.
01  WS-CUST-STATUS       PIC XX.
01  WS-EVENT-STATUS      PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.
        10  WS-CR-STATUS         PIC X(01).
        10  WS-CR-STATUS-DATE    PIC 9(8).
        10  WS-CR-DISP-CODE      PIC X(04).
        10  WS-CR-ENTRY-KIND     PIC X(01).
        10  WS-CR-EVENT-TYPE     PIC X(01).
01  WS-CRMREJ-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  QUEUE-OVERFLOWED            VALUE 'Y'.


01  WS-INPUT-CUST-ID     PIC 9(6).
01  WS-INPUT-DISP        PIC X(04).
01  WS-INPUT-EVENT-TYPE  PIC X(01).

*> Lifecycle event queue, loaded whole and re-persisted whole when
*> an escalated event is released back to the feed.
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

01  WS-REFEED-OK-SW      PIC X(01) VALUE 'N'.
    88  REFEED-CUST-OK              VALUE 'Y'.
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
        MOVE WS-CR-STATUS-DATE(WS-SCAN-IDX)  TO CR-STATUS-DATE
        MOVE WS-CR-DISP-CODE(WS-SCAN-IDX)
            TO CR-DISPOSITION-CODE
        MOVE WS-CR-ENTRY-KIND(WS-SCAN-IDX)  TO CR-ENTRY-KIND
        MOVE WS-CR-EVENT-TYPE(WS-SCAN-IDX)  TO CR-EVENT-TYPE
        WRITE CRM-REJECTION-RECORD
    END-PERFORM
    CLOSE CRM-REJECTION-FILE.

Prompt-For-Event-Type.
    *> A customer can have a detail entry and one per event type.
    DISPLAY "Evento (D/R/M/X, branco = cadastro): "
    MOVE SPACE TO WS-INPUT-EVENT-TYPE
    ACCEPT WS-INPUT-EVENT-TYPE.

Find-Pending-By-Cust.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
        IF WS-CR-CUST-ID(WS-SCAN-IDX) = WS-INPUT-CUST-ID
           AND (WS-CR-STATUS(WS-SCAN-IDX) = 'O'
                OR WS-CR-STATUS(WS-SCAN-IDX) = 'E')
            IF (WS-INPUT-EVENT-TYPE = SPACE
                AND WS-CR-ENTRY-KIND(WS-SCAN-IDX) NOT = 'E')
               OR (WS-INPUT-EVENT-TYPE NOT = SPACE
                AND WS-CR-ENTRY-KIND(WS-SCAN-IDX) = 'E'
                AND WS-CR-EVENT-TYPE(WS-SCAN-IDX)
                    = WS-INPUT-EVENT-TYPE)
                MOVE WS-SCAN-IDX TO WS-FOUND-IDX
            END-IF
        END-IF
    END-PERFORM.

        IF WS-CR-STATUS(WS-SCAN-IDX) = 'O'
           OR WS-CR-STATUS(WS-SCAN-IDX) = 'E'
            ADD 1 TO WS-PENDING-COUNT
            IF WS-CR-ENTRY-KIND(WS-SCAN-IDX) = 'E'
                DISPLAY "  evento '", WS-CR-EVENT-TYPE(WS-SCAN-IDX),
                        "':"
            END-IF
            DISPLAY WS-CR-CUST-ID(WS-SCAN-IDX), " ",
                    WS-CR-STATUS(WS-SCAN-IDX), " ",
                    WS-CR-REJECT-COUNT(WS-SCAN-IDX), "x ",
Refeed-Customer.
    DISPLAY "Cliente a reenviar (6 digitos): "
    ACCEPT WS-INPUT-CUST-ID
    PERFORM Prompt-For-Event-Type
    PERFORM Find-Pending-By-Cust
    EVALUATE TRUE
        WHEN WS-FOUND-IDX = 0
            *> sign-on to put the customer back on the feed.
            DISPLAY "Cliente escalonado - reenvio exige supervisor."
        WHEN OTHER
            IF WS-CR-ENTRY-KIND(WS-FOUND-IDX) = 'E'
                PERFORM Requeue-Event
            ELSE
                PERFORM Requeue-On-Master
            END-IF
            IF REFEED-CUST-OK
                MOVE 'F' TO WS-CR-STATUS(WS-FOUND-IDX)
                MOVE WS-CURRENT-DATE-NUM
        CLOSE CUSTOMER-MASTER
    END-IF.

Requeue-Event.
    *> A bounced event below the escalation limit is already back to
    *> pending and goes out with the next batch on its own; an
    *> escalated one is put back to pending here. Its rejection count
    *> is kept, so a further bounce escalates it again at once.
    MOVE 'N' TO WS-REFEED-OK-SW
    PERFORM Load-Event-Queue
    MOVE 0 TO WS-EV-FOUND-IDX
    PERFORM VARYING WS-EV-IDX FROM 1 BY 1
            UNTIL WS-EV-IDX > WS-EVENT-COUNT
        MOVE WS-EV-RECORD(WS-EV-IDX) TO CRM-EVENT-RECORD
        IF EVT-CUST-ID = WS-INPUT-CUST-ID
           AND EVT-TYPE = WS-INPUT-EVENT-TYPE
            IF (WS-CR-STATUS(WS-FOUND-IDX) = 'E' AND EVT-ESCALATED)
               OR (WS-CR-STATUS(WS-FOUND-IDX) = 'O'
                   AND (EVT-PENDING OR EVT-SENT))
                MOVE WS-EV-IDX TO WS-EV-FOUND-IDX
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN EVENT-TABLE-OVERFLOWED
            DISPLAY "Reenvio recusado: CRMEVT.DAT excede a area de "
                    "trabalho - expurgue antes."
        WHEN WS-EV-FOUND-IDX = 0
            DISPLAY "Evento em aberto nao encontrado em CRMEVT.DAT: ",
                    WS-INPUT-CUST-ID, " tipo '", WS-INPUT-EVENT-TYPE,
                    "'"
        WHEN OTHER
            MOVE WS-EV-RECORD(WS-EV-FOUND-IDX) TO CRM-EVENT-RECORD
            IF EVT-ESCALATED
                MOVE 'P' TO EVT-STATUS
                MOVE WS-CURRENT-DATE-NUM TO EVT-STATUS-DATE
                MOVE CRM-EVENT-RECORD TO WS-EV-RECORD(WS-EV-FOUND-IDX)
                PERFORM Save-Event-Queue
            ELSE
                DISPLAY "Evento ja segue no proximo lote da CRM."
            END-IF
            IF WS-EVENT-STATUS = '00'
                MOVE 'Y' TO WS-REFEED-OK-SW
            ELSE
                DISPLAY "AVISO: falha ao regravar CRMEVT.DAT, status: ",
                        WS-EVENT-STATUS
            END-IF
    END-EVALUATE.

Load-Event-Queue.
    MOVE 0 TO WS-EVENT-COUNT
    MOVE 'N' TO WS-EVENT-OVERFLOW-SW
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
    OPEN OUTPUT CRM-EVENT-FILE
    IF WS-EVENT-STATUS = '00'
        PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                UNTIL WS-EV-IDX > WS-EVENT-COUNT
            MOVE WS-EV-RECORD(WS-EV-IDX) TO CRM-EVENT-RECORD
            WRITE CRM-EVENT-RECORD
        END-PERFORM
        CLOSE CRM-EVENT-FILE
    END-IF.

Suppress-Rejection.
    *> Suppression parks the entry with a disposition code; the
    *> master stays in 'W' on purpose, so RECONCIL and MASTCHK can
    *> still see the customer never completed the round trip. An
    *> event entry is parked the same way: the event itself stays as
    *> CRMACK left it on CRMEVT.DAT.
    DISPLAY "Cliente a suprimir (6 digitos): "
    ACCEPT WS-INPUT-CUST-ID
    PERFORM Prompt-For-Event-Type
    PERFORM Find-Pending-By-Cust
    IF WS-FOUND-IDX = 0
        DISPLAY "Rejeicao pendente nao encontrada: ",
