        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

DATA DIVISION.
