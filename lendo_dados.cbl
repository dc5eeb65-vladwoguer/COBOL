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

    SELECT HOLIDAY-CAL ASSIGN TO "data/holidays.dat"
01  WS-POSTAL-VALID      PIC X(01) VALUE 'N'.
    88  POSTAL-IS-VALID             VALUE 'Y'.

*> CEPLKUP interface.
01  WS-CEP-CODE          PIC X(08).
01  WS-CEP-CITY-IN       PIC X(20).
01  WS-CEP-CITY          PIC X(20).
01  WS-CEP-STATE         PIC X(02).
01  WS-CEP-RESULT        PIC X(01).
    88  CEP-CONFIRMED               VALUE 'V'.
    88  CEP-CITY-STANDARDIZED       VALUE 'P'.
    88  CEP-CITY-DIVERGENT          VALUE 'D'.
    88  CEP-UNKNOWN                 VALUE 'N'.
    88  CEP-TABLE-DOWN              VALUE 'U'.

01  WS-DATE-IS-VALID    PIC X(01)  VALUE 'Y'.
    88  PROCESSING-DATE-OK             VALUE 'Y'.
01  WS-CURRENT-DATE-NUM PIC 9(8)  VALUE 0.
    ACCEPT WS-INPUT-EMAIL.

Capture-Postal-Code.
    *> Besides the format, the CEP must fall in a range of the CEP
    *> reference and belong to the city keyed just before it; the
    *> city is then stored with the reference's official spelling.
    *> A CEP that still fails after the retries is dropped like a
    *> badly formatted one. Without the reference table only the
    *> format is checked.
    MOVE SPACES TO WS-INPUT-POSTAL
    MOVE 'N' TO WS-POSTAL-VALID
    MOVE 0   TO WS-CONTACT-RETRY
        ADD 1 TO WS-CONTACT-RETRY
        DISPLAY "CEP (8 digitos, vazio = sem): "
        ACCEPT WS-INPUT-POSTAL
        EVALUATE TRUE
            WHEN WS-INPUT-POSTAL = SPACES
                MOVE 'Y' TO WS-POSTAL-VALID
            WHEN WS-INPUT-POSTAL IS NUMERIC
                PERFORM Check-Cep-Reference
            WHEN OTHER
                DISPLAY "CEP invalido: informe exatamente 8 digitos."
        END-EVALUATE
    END-PERFORM
    IF NOT POSTAL-IS-VALID
        DISPLAY "AVISO: CEP descartado apos tentativas."
        MOVE SPACES TO WS-INPUT-POSTAL
    END-IF.

Check-Cep-Reference.
    MOVE WS-INPUT-POSTAL TO WS-CEP-CODE
    MOVE WS-INPUT-CITY   TO WS-CEP-CITY-IN
    CALL 'CEPLKUP' USING WS-CEP-CODE, WS-CEP-CITY-IN,
                         WS-CEP-CITY, WS-CEP-STATE, WS-CEP-RESULT
    EVALUATE TRUE
        WHEN CEP-UNKNOWN
            DISPLAY "CEP nao consta da tabela de referencia."
        WHEN CEP-CITY-DIVERGENT
            DISPLAY "CEP pertence a ", WS-CEP-CITY, "/", WS-CEP-STATE,
                    " - confira o CEP."
        WHEN CEP-CITY-STANDARDIZED
            MOVE WS-CEP-CITY TO WS-INPUT-CITY
            DISPLAY "Cidade padronizada: ", WS-INPUT-CITY, "/",
                    WS-CEP-STATE
            MOVE 'Y' TO WS-POSTAL-VALID
        WHEN OTHER
            MOVE 'Y' TO WS-POSTAL-VALID
    END-EVALUATE.

Capture-Phone-Number.
    MOVE SPACES TO WS-INPUT-PHONE
    MOVE 'N' TO WS-PHONE-VALID
        MOVE WS-INPUT-POSTAL TO CONT-POSTAL-CODE
        MOVE WS-INPUT-PHONE  TO CONT-PHONE
        MOVE WS-INPUT-EMAIL  TO CONT-EMAIL
        MOVE CUST-CAPTURE-DATE TO CONT-CONFIRMED-DATE
        WRITE CUST-CONTACT-RECORD
            INVALID KEY
                REWRITE CUST-CONTACT-RECORD
    MOVE 'A'                 TO CUST-ACTIVE-STATUS
    MOVE 0                   TO CUST-FEED-DATE
    MOVE WS-SOURCE-CHANNEL   TO CUST-SOURCE-CHANNEL
    CALL 'NAMENORM' USING CUST-NAME, CUST-NAME-KEY, CUST-SURNAME-KEY
    *> The number is reserved on the control file BEFORE the master
    *> write: an abend in between costs at most a gap in the CUST-ID
    *> sequence, never a duplicate key on a later run.
    MOVE SPACES              TO AUDIT-OLD-VALUE
    MOVE AS-NAME             TO AUDIT-NEW-VALUE
    MOVE WS-SOURCE-CHANNEL   TO AUDIT-SOURCE-CHANNEL
    MOVE SPACES              TO AUDIT-APPROVER-ID
    WRITE AUDIT-LOG-RECORD
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY "AVISO: audit trail nao gravado, status: ",
