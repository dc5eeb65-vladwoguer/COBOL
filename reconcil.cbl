        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

    SELECT CRM-FEED-FILE ASSIGN TO "CRMFEED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHFEED-STATUS.

    SELECT CRM-EVENT-FILE ASSIGN TO "CRMEVT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

    SELECT ARCHIVED-EVENTS ASSIGN TO "ARCHEVT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHEVT-STATUS.

    SELECT RECONCILE-REPORT ASSIGN TO "RECONCIL.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
FD  ARCHIVED-FEED.
COPY "archfeedrec.cpy".

FD  CRM-EVENT-FILE.
COPY "crmevtrec.cpy".

*> MONARCH's month-end move of accepted CRMEVT.DAT entries: the
*> same layout, of which only the customer and type are read here.
FD  ARCHIVED-EVENTS.
01  ARCHIVED-EVENT-RECORD.
    05  AE-CUST-ID               PIC 9(6).
    05  AE-TYPE                  PIC X(01).
        88  AE-MERGE                VALUE 'M'.
    05  FILLER                   PIC X(86).

FD  RECONCILE-REPORT.
01  RECONCILE-REPORT-LINE        PIC X(80).

01  WS-FEED-STATUS       PIC XX.
01  WS-ARCHFEED-STATUS   PIC XX.
01  WS-REPORT-STATUS     PIC XX.
01  WS-EVENT-STATUS      PIC XX.
01  WS-ARCHEVT-STATUS    PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.
01  WS-FC-OVERFLOW-SW    PIC X(01) VALUE 'N'.
    88  FEED-TABLE-OVERFLOWED       VALUE 'Y'.

*> Customers merged away whose merge event already went out to
*> the CRM: the CRM has retired them, so neither side of the
*> comparison counts them any more.
01  WS-MAX-RETIRED       PIC 9(5)  VALUE 10000.
01  WS-RETIRED-COUNT     PIC 9(5)  VALUE 0.
01  WS-RETIRED-TABLE.
    05  WS-RT-ID OCCURS 0 TO 10000 TIMES
                DEPENDING ON WS-RETIRED-COUNT PIC 9(6).
01  WS-RT-IDX            PIC 9(5).
01  WS-RT-CHECK-ID       PIC 9(6).
01  WS-RT-NOTE-ID        PIC 9(6).
01  WS-RETIRED-SW        PIC X(01) VALUE 'N'.
    88  CUSTOMER-RETIRED-IN-CRM     VALUE 'Y'.
01  WS-RT-OVERFLOW-SW    PIC X(01) VALUE 'N'.
    88  RETIRED-TABLE-OVERFLOWED    VALUE 'Y'.
01  WS-MASTER-RETIRED-COUNT PIC 9(6) VALUE 0.

01  WS-BATCH-COUNT       PIC 9(6)  VALUE 0.
01  WS-BATCH-EVENT-COUNT PIC 9(6)  VALUE 0.
01  WS-BATCH-CTL-TOTAL   PIC 9(10) VALUE 0.
01  WS-BATCH-HASH-TOTAL  PIC 9(10) VALUE 0.
01  WS-LAST-CYCLE-NBR    PIC 9(6)  VALUE 0.
    05  FILLER               PIC X(02) VALUE ": ".
    05  LY-BAD-TRAILERS      PIC ZZZZZ9.

01  WS-REPORT-LINE-RETIRED.
    05  LM-LABEL             PIC X(30).
    05  FILLER               PIC X(02) VALUE ": ".
    05  LM-RETIRED           PIC ZZZ,ZZ9.

01  WS-REPORT-LINE-RESULT.
    05  LR-LABEL             PIC X(20).
    05  FILLER               PIC X(02) VALUE ": ".
    ACCEPT CurrentDate FROM DATE YYYYMMDD
    PERFORM Resolve-Report-Language
    PERFORM Load-Archived-Feed-Customers
    PERFORM Load-Sent-Merges
    PERFORM Summarize-Customer-Master
    PERFORM Summarize-Crm-Feed
    PERFORM Total-Feed-Customers
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Load-Sent-Merges.
    *> Only a merge the CRM has been TOLD about retires the
    *> customer: one still pending (or sent back by a rejection)
    *> leaves the absorbed ID counted on both sides, as before.
    *> Merges accepted in a closed month have moved to ARCHEVT.DAT;
    *> everything there was accepted, so every merge counts.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT ARCHIVED-EVENTS
    IF WS-ARCHEVT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ ARCHIVED-EVENTS
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF AE-MERGE
                        MOVE AE-CUST-ID TO WS-RT-NOTE-ID
                        PERFORM Note-Retired-Customer
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVED-EVENTS
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CRM-EVENT-FILE
    IF WS-EVENT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CRM-EVENT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF EVT-MERGE AND EVT-REACHED-CRM
                        MOVE EVT-CUST-ID TO WS-RT-NOTE-ID
                        PERFORM Note-Retired-Customer
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CRM-EVENT-FILE
    END-IF
    IF RETIRED-TABLE-OVERFLOWED
        DISPLAY "AVISO: fusoes enviadas excedem ", WS-MAX-RETIRED,
                ", exclusao parcial."
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Note-Retired-Customer.
    IF WS-RETIRED-COUNT < WS-MAX-RETIRED
        ADD 1 TO WS-RETIRED-COUNT
        MOVE WS-RT-NOTE-ID TO WS-RT-ID(WS-RETIRED-COUNT)
    ELSE
        MOVE 'Y' TO WS-RT-OVERFLOW-SW
    END-IF.

Check-Retired-Customer.
    MOVE 'N' TO WS-RETIRED-SW
    PERFORM VARYING WS-RT-IDX FROM 1 BY 1
            UNTIL WS-RT-IDX > WS-RETIRED-COUNT
                OR CUSTOMER-RETIRED-IN-CRM
        IF WS-RT-ID(WS-RT-IDX) = WS-RT-CHECK-ID
            MOVE 'Y' TO WS-RETIRED-SW
        END-IF
    END-PERFORM.

Summarize-Customer-Master.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CUSTOMER-MASTER
                    *> Every record that ever went out on the feed
                    *> counts, whatever the CRM acknowledgment later
                    *> made of it -- CRMFEED.DAT keeps all of them.
                    MOVE 'N' TO WS-RETIRED-SW
                    IF CUST-MERGED-AWAY
                        MOVE CUST-ID TO WS-RT-CHECK-ID
                        PERFORM Check-Retired-Customer
                    END-IF
                    IF CUSTOMER-RETIRED-IN-CRM
                        ADD 1 TO WS-MASTER-RETIRED-COUNT
                    END-IF
                    IF CUST-FED-AT-LEAST-ONCE
                       AND NOT CUSTOMER-RETIRED-IN-CRM
                        ADD 1 TO WS-MASTER-FED-COUNT
                        ADD CUST-ID TO WS-MASTER-CTL-TOTAL
                        PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
        WHEN FEED-HEADER-REC
            MOVE FEED-CYCLE-NBR TO WS-LAST-CYCLE-NBR
            MOVE 0 TO WS-BATCH-COUNT
            MOVE 0 TO WS-BATCH-EVENT-COUNT
            MOVE 0 TO WS-BATCH-CTL-TOTAL
            MOVE 0 TO WS-BATCH-HASH-TOTAL
        WHEN FEED-DETAIL-REC
            MOVE FEED-CUST-ID   TO WS-NOTE-CUST-ID
            MOVE FEED-CUST-NAME TO WS-NOTE-CUST-NAME
            PERFORM Note-Feed-Customer
        WHEN FEED-EVENT-REC
            *> Lifecycle events carry no name and stay out of the
            *> detail totals; the trailer counts them on their own.
            ADD 1 TO WS-BATCH-EVENT-COUNT
        WHEN FEED-TRAILER-REC
            *> Trailers from before events existed carry no event
            *> count -- and their batches no events to count.
            IF FEED-TRL-EVENT-COUNT NOT NUMERIC
                MOVE 0 TO FEED-TRL-EVENT-COUNT
            END-IF
            IF FEED-TRL-DETAIL-COUNT NOT = WS-BATCH-COUNT
               OR FEED-TRL-CTL-TOTAL NOT = WS-BATCH-CTL-TOTAL
               OR FEED-TRL-NAME-HASH NOT = WS-BATCH-HASH-TOTAL
               OR FEED-TRL-EVENT-COUNT NOT = WS-BATCH-EVENT-COUNT
                ADD 1 TO WS-BAD-TRAILER-COUNT
                DISPLAY "AVISO: trailer divergente no ciclo ",
                        FEED-TRL-CYCLE-NBR
    END-IF
    PERFORM VARYING WS-FC-IDX FROM 1 BY 1
            UNTIL WS-FC-IDX > WS-FEED-CUST-COUNT
        MOVE WS-FC-ID(WS-FC-IDX) TO WS-RT-CHECK-ID
        PERFORM Check-Retired-Customer
        IF NOT CUSTOMER-RETIRED-IN-CRM
            ADD 1 TO WS-FEED-COUNT
            ADD WS-FC-ID(WS-FC-IDX) TO WS-FEED-CTL-TOTAL
            PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                    UNTIL WS-NAME-IDX > 52
                MOVE FUNCTION
                    ORD(WS-FC-NAME(WS-FC-IDX) (WS-NAME-IDX:1))
                    TO WS-NAME-CHAR-VALUE
                ADD WS-NAME-CHAR-VALUE TO WS-FEED-HASH-TOTAL
            END-PERFORM
        END-IF
    END-PERFORM.

Compare-Totals.
    MOVE WS-MSG-TEXT TO LY-TRAILER-LABEL
    MOVE "R0110" TO WS-MSG-CODE
    PERFORM Fetch-Message
    MOVE WS-MSG-TEXT TO LR-LABEL
    MOVE "R0111" TO WS-MSG-CODE
    PERFORM Fetch-Message
    MOVE WS-MSG-TEXT TO LM-LABEL.

Fetch-Message.
    CALL 'MSGLKUP' USING WS-MSG-CODE, WS-MSG-TEXT,
    MOVE WS-REPORT-LINE-CYCLE TO RECONCILE-REPORT-LINE
    WRITE RECONCILE-REPORT-LINE

    MOVE WS-MASTER-RETIRED-COUNT TO LM-RETIRED
    MOVE WS-REPORT-LINE-RETIRED TO RECONCILE-REPORT-LINE
    WRITE RECONCILE-REPORT-LINE

    IF RECONCILIATION-MISMATCH
        MOVE "R0002" TO WS-MSG-CODE
    ELSE
