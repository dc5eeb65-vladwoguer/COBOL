        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

    SELECT CONTACT-FILE ASSIGN TO "CUSTCONT.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONT-CUST-ID
        ALTERNATE RECORD KEY IS CONT-PHONE WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONT-EMAIL WITH DUPLICATES
        FILE STATUS IS WS-CONTACT-STATUS.

    SELECT CRM-FEED-FILE ASSIGN TO "CRMFEED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.

    SELECT CRM-EVENT-FILE ASSIGN TO "CRMEVT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

    SELECT CYCLE-CONTROL ASSIGN TO "CRMCYCLE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
FD  CRM-FEED-FILE.
COPY "feedrec.cpy".

FD  CRM-EVENT-FILE.
COPY "crmevtrec.cpy".

FD  CYCLE-CONTROL.
01  CYCLE-CONTROL-RECORD.
    05  CYCLE-LAST-NUMBER    PIC 9(6).
01  WS-CONTACT-STATUS    PIC XX.
01  WS-FEED-STATUS       PIC XX.
01  WS-CYCLE-STATUS      PIC XX.
01  WS-EVENT-STATUS      PIC XX.

01  WS-CONTACT-OPEN-SW   PIC X(01) VALUE 'N'.
    88  CONTACT-FILE-IS-OPEN        VALUE 'Y'.
    88  FATAL-ERROR                  VALUE 'Y'.

01  WS-FED-COUNT         PIC 9(6)  VALUE 0.
01  WS-EVENT-SENT-COUNT  PIC 9(6)  VALUE 0.

*> Lifecycle event queue, TABMANT-style: loaded whole, the pending
*> entries shipped and marked sent, then re-persisted whole.
01  WS-MAX-EVENTS        PIC 9(4)  VALUE 5000.
01  WS-EVENT-COUNT       PIC 9(4)  VALUE 0.
01  WS-EVENT-TABLE.
    05  WS-EV-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-EVENT-COUNT.
        10  WS-EV-RECORD         PIC X(93).
01  WS-EV-IDX            PIC 9(4).
01  WS-EVENT-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  EVENT-TABLE-OVERFLOWED      VALUE 'Y'.
01  WS-EVENT-EOF-SW      PIC X(01) VALUE 'N'.
    88  END-OF-EVENT-FILE           VALUE 'Y'.
01  WS-CYCLE-NBR         PIC 9(6)  VALUE 0.
01  WS-CTL-TOTAL         PIC 9(10) VALUE 0.
01  WS-NAME-HASH         PIC 9(10) VALUE 0.
            END-IF
            PERFORM Write-Batch-Header
            PERFORM Extract-Pending-Customers
            PERFORM Send-Lifecycle-Events
            PERFORM Write-Batch-Trailer
            CLOSE CRM-FEED-FILE
            IF CONTACT-FILE-IS-OPEN
            CLOSE CUSTOMER-MASTER

            DISPLAY "Ciclo de envio: ", WS-CYCLE-NBR,
                    " Registros enviados para a CRM: ", WS-FED-COUNT,
                    " Eventos: ", WS-EVENT-SENT-COUNT
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF
    MOVE WS-FED-COUNT  TO FEED-TRL-DETAIL-COUNT
    MOVE WS-CTL-TOTAL  TO FEED-TRL-CTL-TOTAL
    MOVE WS-NAME-HASH  TO FEED-TRL-NAME-HASH
    MOVE WS-EVENT-SENT-COUNT TO FEED-TRL-EVENT-COUNT
    WRITE CRM-FEED-RECORD.

Extract-Pending-Customers.
    END-REWRITE
    ADD 1 TO WS-FED-COUNT.

Send-Lifecycle-Events.
    *> Deactivations, reactivations and merges queued since the last
    *> extract ride in this batch as 'E' records, after the details.
    *> They stay out of the detail count and control totals (the
    *> trailer counts them on their own), and each is marked sent
    *> with this cycle so CRMACK can match the CRM's answer to it.
    *> A queue that did not load whole is not shipped at all -- the
    *> entries past the table could never be marked, and the ones
    *> inside it would go again tomorrow.
    MOVE 0 TO WS-EVENT-COUNT
    MOVE 'N' TO WS-EVENT-EOF-SW
    OPEN INPUT CRM-EVENT-FILE
    IF WS-EVENT-STATUS = '00'
        PERFORM UNTIL END-OF-EVENT-FILE
            READ CRM-EVENT-FILE
                AT END
                    MOVE 'Y' TO WS-EVENT-EOF-SW
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

    IF EVENT-TABLE-OVERFLOWED
        DISPLAY "AVISO: CRMEVT.DAT excede ", WS-MAX-EVENTS,
                " registros - eventos nao enviados neste ciclo, "
                "expurgo necessario."
    ELSE
        PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                UNTIL WS-EV-IDX > WS-EVENT-COUNT
            MOVE WS-EV-RECORD(WS-EV-IDX) TO CRM-EVENT-RECORD
            IF EVT-PENDING
                PERFORM Feed-One-Event
                MOVE CRM-EVENT-RECORD TO WS-EV-RECORD(WS-EV-IDX)
            END-IF
        END-PERFORM
        IF WS-EVENT-SENT-COUNT > 0
            OPEN OUTPUT CRM-EVENT-FILE
            PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                    UNTIL WS-EV-IDX > WS-EVENT-COUNT
                MOVE WS-EV-RECORD(WS-EV-IDX) TO CRM-EVENT-RECORD
                WRITE CRM-EVENT-RECORD
            END-PERFORM
            CLOSE CRM-EVENT-FILE
        END-IF
    END-IF.

Feed-One-Event.
    MOVE SPACES TO CRM-FEED-RECORD
    MOVE 'E'             TO FEED-RECORD-TYPE
    MOVE EVT-CUST-ID     TO FEED-EVT-CUST-ID
    MOVE EVT-TYPE        TO FEED-EVT-TYPE
    MOVE EVT-SURVIVOR-ID TO FEED-EVT-SURVIVOR-ID
    MOVE EVT-EVENT-DATE  TO FEED-EVT-DATE
    WRITE CRM-FEED-RECORD
    MOVE 'S'                 TO EVT-STATUS
    MOVE WS-CYCLE-NBR        TO EVT-CYCLE-NBR
    MOVE WS-CURRENT-DATE-NUM TO EVT-SENT-DATE
    MOVE WS-CURRENT-DATE-NUM TO EVT-STATUS-DATE
    ADD 1 TO WS-EVENT-SENT-COUNT.

Fetch-Contact-Details.
    *> A customer with no companion record ships space-filled
    *> contact fields -- existence and name still come only from
