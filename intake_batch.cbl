        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

    SELECT NEXT-ID-CONTROL ASSIGN TO "CUSTNXT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONT-CUST-ID
        ALTERNATE RECORD KEY IS CONT-PHONE WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONT-EMAIL WITH DUPLICATES
        FILE STATUS IS WS-CONTACT-STATUS.

    SELECT CHECKPOINT-FILE ASSIGN TO "INTAKE.CKP"
    MOVE 'A'                      TO CUST-ACTIVE-STATUS
    MOVE 0                        TO CUST-FEED-DATE
    MOVE INTAKE-SOURCE-CHANNEL    TO CUST-SOURCE-CHANNEL
    CALL 'NAMENORM' USING CUST-NAME, CUST-NAME-KEY, CUST-SURNAME-KEY
    MOVE CUST-NAME TO WS-ATTEMPT-NAME
    WRITE CUST-MASTER-RECORD
        INVALID KEY
        MOVE INTAKE-POSTAL-CODE  TO CONT-POSTAL-CODE
        MOVE INTAKE-PHONE        TO CONT-PHONE
        MOVE INTAKE-EMAIL        TO CONT-EMAIL
        MOVE CUST-CAPTURE-DATE   TO CONT-CONFIRMED-DATE
        WRITE CUST-CONTACT-RECORD
            INVALID KEY
                REWRITE CUST-CONTACT-RECORD
