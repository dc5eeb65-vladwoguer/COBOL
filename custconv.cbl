        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

    SELECT NEXT-ID-CONTROL ASSIGN TO "CUSTNXT.DAT"
    MOVE 'A'                   TO CUST-ACTIVE-STATUS
    MOVE 0                     TO CUST-FEED-DATE
    MOVE SPACES                TO CUST-SOURCE-CHANNEL
    CALL 'NAMENORM' USING CUST-NAME, CUST-NAME-KEY, CUST-SURNAME-KEY
    IF OLD-CUST-ID > WS-HIGHEST-CUST-ID
        MOVE OLD-CUST-ID TO WS-HIGHEST-CUST-ID
    END-IF
