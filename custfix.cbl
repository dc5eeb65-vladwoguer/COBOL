        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

    SELECT MASTER-IMAGE ASSIGN TO "CUSTIMG.DAT"
            NOT AT END
                IF IMG-DETAIL-REC
                    MOVE IMG-CUST-DATA TO CUST-MASTER-RECORD
                    *> Images unloaded before the name-search keys
                    *> existed carry them blank; derive them here so
                    *> the rebuilt master is searchable.
                    IF CUST-NAME-KEY = SPACES OR LOW-VALUES
                        CALL 'NAMENORM' USING CUST-NAME, CUST-NAME-KEY,
                                              CUST-SURNAME-KEY
                    END-IF
                    WRITE CUST-MASTER-RECORD
                        INVALID KEY
                            DISPLAY "ERRO: chave duplicada na "
