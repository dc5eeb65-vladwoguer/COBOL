        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

    SELECT CRM-EVENT-FILE ASSIGN TO "CRMEVT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

    SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
FD  CUSTOMER-MASTER.
COPY "custrec.cpy".

FD  CRM-EVENT-FILE.
COPY "crmevtrec.cpy".

FD  AUDIT-LOG.
COPY "auditrec.cpy".

01  WS-PROPOSAL-STATUS   PIC XX.
01  WS-CUST-STATUS       PIC XX.
01  WS-AUDIT-STATUS      PIC XX.
01  WS-EVENT-STATUS      PIC XX.
01  WS-EVENT-TYPE        PIC X(01).
01  WS-EVENT-SURVIVOR-ID PIC 9(06) VALUE 0.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.
                            MOVE CUST-ACTIVE-STATUS
                                TO WS-AUDIT-NEW-VALUE
                            PERFORM Write-Audit-Entry
                            *> The CRM only hears of customers it
                            *> was sent.
                            IF CUST-FED-AT-LEAST-ONCE
                                MOVE 'D' TO WS-EVENT-TYPE
                                PERFORM Queue-Crm-Event
                            END-IF
                            MOVE 'Y' TO WS-DEACTIVATED-SW
                    END-REWRITE
                END-IF
    MOVE WS-AUDIT-OLD-VALUE  TO AUDIT-OLD-VALUE
    MOVE WS-AUDIT-NEW-VALUE  TO AUDIT-NEW-VALUE
    MOVE CUST-SOURCE-CHANNEL TO AUDIT-SOURCE-CHANNEL
    MOVE SPACES              TO AUDIT-APPROVER-ID
    WRITE AUDIT-LOG-RECORD
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY "AVISO: audit trail nao gravado, status: ",
                WS-AUDIT-STATUS
    END-IF
    CLOSE AUDIT-LOG.

Queue-Crm-Event.
    *> The CRM learns of the status change through CRMFEED's next
    *> batch: the event is appended pending here, at the moment the
    *> master changed, and CRMFEED ships and marks it.
    OPEN EXTEND CRM-EVENT-FILE
    IF WS-EVENT-STATUS = '05' OR WS-EVENT-STATUS = '35'
        CLOSE CRM-EVENT-FILE
        OPEN OUTPUT CRM-EVENT-FILE
    END-IF
    MOVE SPACES              TO CRM-EVENT-RECORD
    MOVE CUST-ID             TO EVT-CUST-ID
    MOVE WS-EVENT-TYPE       TO EVT-TYPE
    MOVE WS-EVENT-SURVIVOR-ID TO EVT-SURVIVOR-ID
    MOVE WS-CURRENT-DATE-NUM TO EVT-EVENT-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-TIME     TO EVT-EVENT-TIME
    MOVE WS-OPERATOR-ID      TO EVT-OPERATOR-ID
    MOVE 'P'                 TO EVT-STATUS
    MOVE 0                   TO EVT-CYCLE-NBR
    MOVE 0                   TO EVT-SENT-DATE
    MOVE 0                   TO EVT-REJECT-COUNT
    MOVE WS-CURRENT-DATE-NUM TO EVT-STATUS-DATE
    WRITE CRM-EVENT-RECORD
    IF WS-EVENT-STATUS NOT = '00'
        DISPLAY "AVISO: evento CRM nao gravado, status: ",
                WS-EVENT-STATUS
    END-IF
    CLOSE CRM-EVENT-FILE.
