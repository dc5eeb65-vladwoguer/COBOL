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

    SELECT LINK-FILE ASSIGN TO "CUSTLINK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LINK-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-MASTER.
COPY "custrec.cpy".

FD  CRM-EVENT-FILE.
COPY "crmevtrec.cpy".

FD  AUDIT-LOG.
COPY "auditrec.cpy".

FD  LINK-FILE.
COPY "custlinkrec.cpy".

WORKING-STORAGE SECTION.

01  WS-CUST-STATUS       PIC XX.
01  WS-AUDIT-STATUS      PIC XX.
01  WS-EVENT-STATUS      PIC XX.
01  WS-LINK-STATUS       PIC XX.
01  WS-EVENT-TYPE        PIC X(01).
01  WS-EVENT-SURVIVOR-ID PIC 9(06) VALUE 0.

01  WS-EXIT-SWITCH       PIC X(01) VALUE 'N'.
    88  OPERATOR-DONE               VALUE 'Y'.
01  WS-DUPLICATE-ID      PIC 9(06).
01  WS-SURVIVOR-NAME     PIC X(52).
01  WS-DUPLICATE-NAME    PIC X(52).
01  WS-DUPLICATE-FEED    PIC X(01).
    88  DUPLICATE-FED-TO-CRM        VALUES 'F' 'C' 'W'.
01  WS-CONFIRM           PIC X(01).

01  WS-MERGE-OK-SWITCH   PIC X(01) VALUE 'N'.
    05  MN-SURVIVOR-ID       PIC 9(06).
    05  FILLER               PIC X(26) VALUE SPACES.

*> Relationship links, whole, so the merged-away customer's links
*> can be carried over to the survivor in the same operation.
01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.
01  WS-MAX-LINKS         PIC 9(4)  VALUE 5000.
01  WS-LINK-COUNT        PIC 9(4)  VALUE 0.
01  WS-LINK-TABLE.
    05  WS-L-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-LINK-COUNT.
        10  WS-L-LINK-ID         PIC 9(6).
        10  WS-L-CUST-ID-1       PIC 9(6).
        10  WS-L-CUST-ID-2       PIC 9(6).
        10  WS-L-TYPE            PIC X(01).
        10  WS-L-START-DATE      PIC 9(8).
        10  WS-L-END-DATE        PIC 9(8).
        10  WS-L-STATUS          PIC X(01).
        10  WS-L-CREATED-BY      PIC X(08).
        10  WS-L-CREATED-DATE    PIC 9(8).
        10  WS-L-CHANGED-BY      PIC X(08).
        10  WS-L-CHANGED-DATE    PIC 9(8).
01  WS-LINK-OVERFLOW-SW  PIC X(01) VALUE 'N'.
    88  LINK-TABLE-OVERFLOWED       VALUE 'Y'.
01  WS-LINK-IDX          PIC 9(4).
01  WS-OTHER-IDX         PIC 9(4).
01  WS-LINKS-MOVED       PIC 9(4)  VALUE 0.
01  WS-LINKS-CLOSED      PIC 9(4)  VALUE 0.
01  WS-REDUNDANT-SW      PIC X(01) VALUE 'N'.
    88  LINK-IS-REDUNDANT           VALUE 'Y'.

01  WS-LINK-MOVE-OLD.
    05  FILLER               PIC X(20) VALUE "VINCULOS DO CLIENTE ".
    05  LMO-DUPLICATE-ID     PIC 9(06).
    05  FILLER               PIC X(26) VALUE SPACES.

01  WS-LINK-MOVE-NOTE.
    05  LMN-MOVED            PIC ZZZ9.
    05  FILLER               PIC X(14) VALUE " MOVIDOS PARA ".
    05  LMN-SURVIVOR-ID      PIC 9(06).
    05  FILLER               PIC X(02) VALUE ", ".
    05  LMN-CLOSED           PIC ZZZ9.
    05  FILLER               PIC X(22) VALUE " ENCERRADOS/RECUSADOS ".

01  WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
01  WS-JOB-ID            PIC X(08) VALUE 'DUPMERGE'.
01  WS-CURRENT-TIME      PIC 9(8).
                        DISPLAY "Duplicado ja foi fundido: ", CUST-ID
                    ELSE
                        MOVE CUST-NAME TO WS-DUPLICATE-NAME
                        MOVE CUST-FEED-STATUS TO WS-DUPLICATE-FEED
                        MOVE 'Y' TO WS-MERGE-OK-SWITCH
                        PERFORM Load-Link-Table
                        IF LINK-TABLE-OVERFLOWED
                            DISPLAY "Fusao recusada: CUSTLINK.DAT "
                                    "excede a area de trabalho."
                            MOVE 'N' TO WS-MERGE-OK-SWITCH
                        END-IF
                    END-IF
                END-IF
            END-IF
            MOVE WS-SURVIVOR-ID    TO MN-SURVIVOR-ID
            MOVE WS-MERGE-NOTE     TO WS-AUDIT-NEW-VALUE
            PERFORM Write-Audit-Entry
            *> A duplicate the CRM was never sent has nothing there
            *> to retire.
            IF DUPLICATE-FED-TO-CRM
                MOVE 'M'            TO WS-EVENT-TYPE
                MOVE WS-SURVIVOR-ID TO WS-EVENT-SURVIVOR-ID
                PERFORM Queue-Crm-Event
            END-IF
            DISPLAY "Cliente ", WS-DUPLICATE-ID,
                    " fundido no cliente ", WS-SURVIVOR-ID
            PERFORM Move-Duplicate-Links
    END-REWRITE.

Load-Link-Table.
    MOVE 0 TO WS-LINK-COUNT
    MOVE 'N' TO WS-LINK-OVERFLOW-SW
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT LINK-FILE
    IF WS-LINK-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ LINK-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-LINK-COUNT < WS-MAX-LINKS
                        ADD 1 TO WS-LINK-COUNT
                        MOVE LK-LINK-ID
                            TO WS-L-LINK-ID(WS-LINK-COUNT)
                        MOVE LK-CUST-ID-1
                            TO WS-L-CUST-ID-1(WS-LINK-COUNT)
                        MOVE LK-CUST-ID-2
                            TO WS-L-CUST-ID-2(WS-LINK-COUNT)
                        MOVE LK-LINK-TYPE
                            TO WS-L-TYPE(WS-LINK-COUNT)
                        MOVE LK-START-DATE
                            TO WS-L-START-DATE(WS-LINK-COUNT)
                        MOVE LK-END-DATE
                            TO WS-L-END-DATE(WS-LINK-COUNT)
                        MOVE LK-STATUS
                            TO WS-L-STATUS(WS-LINK-COUNT)
                        MOVE LK-CREATED-BY
                            TO WS-L-CREATED-BY(WS-LINK-COUNT)
                        MOVE LK-CREATED-DATE
                            TO WS-L-CREATED-DATE(WS-LINK-COUNT)
                        MOVE LK-CHANGED-BY
                            TO WS-L-CHANGED-BY(WS-LINK-COUNT)
                        MOVE LK-CHANGED-DATE
                            TO WS-L-CHANGED-DATE(WS-LINK-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-LINK-OVERFLOW-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LINK-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Save-Link-Table.
    OPEN OUTPUT LINK-FILE
    PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
            UNTIL WS-LINK-IDX > WS-LINK-COUNT
        MOVE WS-L-LINK-ID(WS-LINK-IDX)      TO LK-LINK-ID
        MOVE WS-L-CUST-ID-1(WS-LINK-IDX)    TO LK-CUST-ID-1
        MOVE WS-L-CUST-ID-2(WS-LINK-IDX)    TO LK-CUST-ID-2
        MOVE WS-L-TYPE(WS-LINK-IDX)         TO LK-LINK-TYPE
        MOVE WS-L-START-DATE(WS-LINK-IDX)   TO LK-START-DATE
        MOVE WS-L-END-DATE(WS-LINK-IDX)     TO LK-END-DATE
        MOVE WS-L-STATUS(WS-LINK-IDX)       TO LK-STATUS
        MOVE WS-L-CREATED-BY(WS-LINK-IDX)   TO LK-CREATED-BY
        MOVE WS-L-CREATED-DATE(WS-LINK-IDX) TO LK-CREATED-DATE
        MOVE WS-L-CHANGED-BY(WS-LINK-IDX)   TO LK-CHANGED-BY
        MOVE WS-L-CHANGED-DATE(WS-LINK-IDX) TO LK-CHANGED-DATE
        WRITE CUSTOMER-LINK-RECORD
    END-PERFORM
    CLOSE LINK-FILE.

Move-Duplicate-Links.
    *> Every link naming the merged-away customer now names the
    *> survivor, so none is left pointing at a dead record. A link
    *> that would tie the survivor to itself, or repeat one the
    *> survivor already holds open, is ended (or, still a proposal,
    *> declined) rather than kept twice.
    MOVE 0 TO WS-LINKS-MOVED
    MOVE 0 TO WS-LINKS-CLOSED
    PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
            UNTIL WS-LINK-IDX > WS-LINK-COUNT
        IF WS-L-CUST-ID-1(WS-LINK-IDX) = WS-DUPLICATE-ID
           OR WS-L-CUST-ID-2(WS-LINK-IDX) = WS-DUPLICATE-ID
            IF WS-L-CUST-ID-1(WS-LINK-IDX) = WS-DUPLICATE-ID
                MOVE WS-SURVIVOR-ID TO WS-L-CUST-ID-1(WS-LINK-IDX)
            END-IF
            IF WS-L-CUST-ID-2(WS-LINK-IDX) = WS-DUPLICATE-ID
                MOVE WS-SURVIVOR-ID TO WS-L-CUST-ID-2(WS-LINK-IDX)
            END-IF
            MOVE WS-OPERATOR-ID      TO WS-L-CHANGED-BY(WS-LINK-IDX)
            MOVE WS-CURRENT-DATE-NUM TO WS-L-CHANGED-DATE(WS-LINK-IDX)
            ADD 1 TO WS-LINKS-MOVED
            PERFORM Check-Redundant-Link
            IF LINK-IS-REDUNDANT
                PERFORM Close-Redundant-Link
            END-IF
        END-IF
    END-PERFORM
    IF WS-LINKS-MOVED > 0
        PERFORM Save-Link-Table
        MOVE 'LINKMOVE'        TO WS-AUDIT-ACTION
        MOVE WS-DUPLICATE-ID   TO LMO-DUPLICATE-ID
        MOVE WS-LINK-MOVE-OLD  TO WS-AUDIT-OLD-VALUE
        MOVE WS-LINKS-MOVED    TO LMN-MOVED
        MOVE WS-SURVIVOR-ID    TO LMN-SURVIVOR-ID
        MOVE WS-LINKS-CLOSED   TO LMN-CLOSED
        MOVE WS-LINK-MOVE-NOTE TO WS-AUDIT-NEW-VALUE
        PERFORM Write-Audit-Entry
        DISPLAY WS-LINKS-MOVED, " vinculo(s) transferido(s) ao "
                "sobrevivente, ", WS-LINKS-CLOSED,
                " encerrado(s) por redundancia."
    END-IF.

Check-Redundant-Link.
    *> Only a link still open (proposed, or accepted and not yet
    *> past its end date) needs closing, and only against another
    *> open link of the same type between the same two customers.
    MOVE 'N' TO WS-REDUNDANT-SW
    IF WS-L-STATUS(WS-LINK-IDX) = 'P'
       OR (WS-L-STATUS(WS-LINK-IDX) = 'A'
           AND (WS-L-END-DATE(WS-LINK-IDX) = 0
                OR WS-L-END-DATE(WS-LINK-IDX) >= WS-CURRENT-DATE-NUM))
        IF WS-L-CUST-ID-1(WS-LINK-IDX) = WS-L-CUST-ID-2(WS-LINK-IDX)
            MOVE 'Y' TO WS-REDUNDANT-SW
        END-IF
        PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                UNTIL WS-OTHER-IDX > WS-LINK-COUNT
                   OR LINK-IS-REDUNDANT
            IF WS-OTHER-IDX NOT = WS-LINK-IDX
               AND WS-L-TYPE(WS-OTHER-IDX) = WS-L-TYPE(WS-LINK-IDX)
               AND (WS-L-STATUS(WS-OTHER-IDX) = 'P'
                    OR (WS-L-STATUS(WS-OTHER-IDX) = 'A'
                        AND (WS-L-END-DATE(WS-OTHER-IDX) = 0
                             OR WS-L-END-DATE(WS-OTHER-IDX)
                                >= WS-CURRENT-DATE-NUM)))
                IF WS-L-CUST-ID-1(WS-OTHER-IDX)
                       = WS-L-CUST-ID-1(WS-LINK-IDX)
                   AND WS-L-CUST-ID-2(WS-OTHER-IDX)
                       = WS-L-CUST-ID-2(WS-LINK-IDX)
                    MOVE 'Y' TO WS-REDUNDANT-SW
                END-IF
                IF WS-L-TYPE(WS-LINK-IDX) NOT = 'A'
                   AND WS-L-CUST-ID-1(WS-OTHER-IDX)
                       = WS-L-CUST-ID-2(WS-LINK-IDX)
                   AND WS-L-CUST-ID-2(WS-OTHER-IDX)
                       = WS-L-CUST-ID-1(WS-LINK-IDX)
                    MOVE 'Y' TO WS-REDUNDANT-SW
                END-IF
            END-IF
        END-PERFORM
    END-IF.

Close-Redundant-Link.
    *> A link not yet started is ended on its own start date.
    IF WS-L-STATUS(WS-LINK-IDX) = 'P'
        MOVE 'K' TO WS-L-STATUS(WS-LINK-IDX)
    ELSE
        IF WS-L-START-DATE(WS-LINK-IDX) > WS-CURRENT-DATE-NUM
            MOVE WS-L-START-DATE(WS-LINK-IDX)
                TO WS-L-END-DATE(WS-LINK-IDX)
        ELSE
            MOVE WS-CURRENT-DATE-NUM TO WS-L-END-DATE(WS-LINK-IDX)
        END-IF
    END-IF
    ADD 1 TO WS-LINKS-CLOSED.

Write-Audit-Entry.
    ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
    IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = LOW-VALUES
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
    MOVE WS-DUPLICATE-ID     TO EVT-CUST-ID
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
