IDENTIFICATION DIVISION.
PROGRAM-ID.  SRCHCONV.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The master and contact files as they stood before the search
    *> keys were appended, renamed aside by the operator before the
    *> run (see jcl/srchconv.jcl). Key and record length are the
    *> old ones, so they are read here under their old definition.
    SELECT OLD-CUSTOMER-MASTER ASSIGN TO "CUSTMAST.OLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-CUST-ID
        FILE STATUS IS WS-OLD-CUST-STATUS.

    SELECT OLD-CONTACT-FILE ASSIGN TO "CUSTCONT.OLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-CONT-CUST-ID
        FILE STATUS IS WS-OLD-CONT-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.IDX"
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

DATA DIVISION.
FILE SECTION.
FD  OLD-CUSTOMER-MASTER.
01  OLD-CUST-MASTER-RECORD.
    05  OLD-CUST-ID                 PIC 9(6).
    05  OLD-CUST-NAME               PIC X(52).
    05  OLD-CUST-CAPTURE-DATE       PIC 9(8).
    05  OLD-CUST-FEED-STATUS        PIC X(01).
    05  OLD-CUST-FEED-DATE          PIC 9(8).
    05  OLD-CUST-ACTIVE-STATUS      PIC X(01).
    05  OLD-CUST-SOURCE-CHANNEL     PIC X(02).

FD  OLD-CONTACT-FILE.
01  OLD-CONTACT-RECORD.
    05  OLD-CONT-CUST-ID            PIC 9(6).
    05  OLD-CONT-STREET             PIC X(40).
    05  OLD-CONT-CITY               PIC X(20).
    05  OLD-CONT-POSTAL-CODE        PIC X(08).
    05  OLD-CONT-PHONE              PIC X(11).
    05  OLD-CONT-EMAIL              PIC X(40).

FD  CUSTOMER-MASTER.
COPY "custrec.cpy".

FD  CONTACT-FILE.
COPY "contactrec.cpy".

WORKING-STORAGE SECTION.

01  WS-OLD-CUST-STATUS   PIC XX.
01  WS-OLD-CONT-STATUS   PIC XX.
01  WS-CUST-STATUS       PIC XX.
01  WS-CONTACT-STATUS    PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-FATAL-SWITCH      PIC X(01) VALUE 'N'.
    88  FATAL-ERROR                  VALUE 'Y'.
01  WS-CONTACT-SKIP-SW   PIC X(01) VALUE 'N'.
    88  CONTACTS-NOT-CONVERTED       VALUE 'Y'.

01  WS-CUST-READ-COUNT   PIC 9(6)  VALUE 0.
01  WS-CUST-LOADED-COUNT PIC 9(6)  VALUE 0.
01  WS-CUST-ERROR-COUNT  PIC 9(6)  VALUE 0.
01  WS-NAME-VERIFY-COUNT PIC 9(6)  VALUE 0.
01  WS-SURN-VERIFY-COUNT PIC 9(6)  VALUE 0.

01  WS-CONT-READ-COUNT   PIC 9(6)  VALUE 0.
01  WS-CONT-LOADED-COUNT PIC 9(6)  VALUE 0.
01  WS-CONT-ERROR-COUNT  PIC 9(6)  VALUE 0.
01  WS-PHONE-VERIFY-COUNT PIC 9(6) VALUE 0.
01  WS-EMAIL-VERIFY-COUNT PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
Begin.
    *> One-time conversion of the customer master and the contact
    *> file to the layouts that carry the search keys: every master
    *> record gets CUST-NAME-KEY and CUST-SURNAME-KEY from NAMENORM,
    *> every contact record grows to take CONT-CONFIRMED-DATE (zero:
    *> counted from the capture date, as for any record from before
    *> the field), and both files are written fresh so the name,
    *> surname, phone and e-mail indexes are built over every
    *> record. The old files are only read, and stay as the fallback
    *> -- same cutover discipline as CUSTCONV and DECHCONV.
    PERFORM Load-Indexed-Master
    IF FATAL-ERROR
        DISPLAY "Conversao abortada: CUSTMAST.OLD indisponivel."
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM Load-Indexed-Contacts
        PERFORM Verify-Name-Indexes
        IF NOT CONTACTS-NOT-CONVERTED
            PERFORM Verify-Contact-Indexes
        END-IF
        DISPLAY "Clientes lidos (layout antigo)   : ",
                WS-CUST-READ-COUNT
        DISPLAY "Clientes gravados (com chaves)   : ",
                WS-CUST-LOADED-COUNT
        DISPLAY "Clientes com erro de gravacao    : ",
                WS-CUST-ERROR-COUNT
        DISPLAY "Relidos pela chave de nome       : ",
                WS-NAME-VERIFY-COUNT
        DISPLAY "Relidos pela chave de sobrenome  : ",
                WS-SURN-VERIFY-COUNT
        DISPLAY "Contatos lidos (layout antigo)   : ",
                WS-CONT-READ-COUNT
        DISPLAY "Contatos gravados (novo layout)  : ",
                WS-CONT-LOADED-COUNT
        DISPLAY "Contatos com erro de gravacao    : ",
                WS-CONT-ERROR-COUNT
        DISPLAY "Relidos pela chave de telefone   : ",
                WS-PHONE-VERIFY-COUNT
        DISPLAY "Relidos pela chave de e-mail     : ",
                WS-EMAIL-VERIFY-COUNT
        EVALUATE TRUE
            WHEN WS-CUST-ERROR-COUNT NOT = 0
              OR WS-CUST-LOADED-COUNT NOT = WS-CUST-READ-COUNT
              OR WS-NAME-VERIFY-COUNT NOT = WS-CUST-READ-COUNT
              OR WS-SURN-VERIFY-COUNT NOT = WS-CUST-READ-COUNT
              OR WS-CONT-ERROR-COUNT NOT = 0
              OR WS-CONT-LOADED-COUNT NOT = WS-CONT-READ-COUNT
              OR WS-PHONE-VERIFY-COUNT NOT = WS-CONT-LOADED-COUNT
              OR WS-EMAIL-VERIFY-COUNT NOT = WS-CONT-LOADED-COUNT
                DISPLAY "Conversao com DIVERGENCIA de contagem - nao "
                        "efetivar a virada."
                MOVE 8 TO RETURN-CODE
            WHEN CONTACTS-NOT-CONVERTED
                DISPLAY "Cadastro convertido; CUSTCONT.OLD ausente - "
                        "arquivo de contatos NAO convertido."
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                DISPLAY "Conversao OK."
                MOVE 0 TO RETURN-CODE
        END-EVALUATE
    END-IF
    STOP RUN.

Load-Indexed-Master.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT OLD-CUSTOMER-MASTER
    IF WS-OLD-CUST-STATUS NOT = '00'
        DISPLAY "CUSTMAST.OLD indisponivel, status: ",
                WS-OLD-CUST-STATUS
        SET FATAL-ERROR TO TRUE
    ELSE
        OPEN OUTPUT CUSTOMER-MASTER
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ OLD-CUSTOMER-MASTER NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-CUST-READ-COUNT
                    PERFORM Write-One-Master-Record
            END-READ
        END-PERFORM
        CLOSE CUSTOMER-MASTER
        CLOSE OLD-CUSTOMER-MASTER
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Write-One-Master-Record.
    MOVE OLD-CUST-ID             TO CUST-ID
    MOVE OLD-CUST-NAME           TO CUST-NAME
    MOVE OLD-CUST-CAPTURE-DATE   TO CUST-CAPTURE-DATE
    MOVE OLD-CUST-FEED-STATUS    TO CUST-FEED-STATUS
    MOVE OLD-CUST-FEED-DATE      TO CUST-FEED-DATE
    MOVE OLD-CUST-ACTIVE-STATUS  TO CUST-ACTIVE-STATUS
    MOVE OLD-CUST-SOURCE-CHANNEL TO CUST-SOURCE-CHANNEL
    CALL 'NAMENORM' USING CUST-NAME, CUST-NAME-KEY, CUST-SURNAME-KEY
    WRITE CUST-MASTER-RECORD
        INVALID KEY
            ADD 1 TO WS-CUST-ERROR-COUNT
            DISPLAY "Erro gravando cliente ", CUST-ID,
                    ", status: ", WS-CUST-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-CUST-LOADED-COUNT
    END-WRITE.

Load-Indexed-Contacts.
    *> A site that never captured contact data has no contact file
    *> to convert; the master still converts, and the step says so.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT OLD-CONTACT-FILE
    IF WS-OLD-CONT-STATUS NOT = '00'
        DISPLAY "AVISO: CUSTCONT.OLD indisponivel, status: ",
                WS-OLD-CONT-STATUS
        MOVE 'Y' TO WS-CONTACT-SKIP-SW
    ELSE
        OPEN OUTPUT CONTACT-FILE
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ OLD-CONTACT-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-CONT-READ-COUNT
                    PERFORM Write-One-Contact-Record
            END-READ
        END-PERFORM
        CLOSE CONTACT-FILE
        CLOSE OLD-CONTACT-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Write-One-Contact-Record.
    MOVE OLD-CONT-CUST-ID     TO CONT-CUST-ID
    MOVE OLD-CONT-STREET      TO CONT-STREET
    MOVE OLD-CONT-CITY        TO CONT-CITY
    MOVE OLD-CONT-POSTAL-CODE TO CONT-POSTAL-CODE
    MOVE OLD-CONT-PHONE       TO CONT-PHONE
    MOVE OLD-CONT-EMAIL       TO CONT-EMAIL
    MOVE 0                    TO CONT-CONFIRMED-DATE
    WRITE CUST-CONTACT-RECORD
        INVALID KEY
            ADD 1 TO WS-CONT-ERROR-COUNT
            DISPLAY "Erro gravando contato ", CONT-CUST-ID,
                    ", status: ", WS-CONTACT-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-CONT-LOADED-COUNT
    END-WRITE.

Verify-Name-Indexes.
    *> The proof is taken through the new indexes themselves: every
    *> customer must be reachable by name key and by surname key.
    OPEN INPUT CUSTOMER-MASTER
    IF WS-CUST-STATUS = '00'
        MOVE 'N' TO WS-EOF-SWITCH
        MOVE LOW-VALUES TO CUST-NAME-KEY
        START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-NAME-KEY
            INVALID KEY
                MOVE 'Y' TO WS-EOF-SWITCH
        END-START
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CUSTOMER-MASTER NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-NAME-VERIFY-COUNT
            END-READ
        END-PERFORM
        MOVE 'N' TO WS-EOF-SWITCH
        MOVE LOW-VALUES TO CUST-SURNAME-KEY
        START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-SURNAME-KEY
            INVALID KEY
                MOVE 'Y' TO WS-EOF-SWITCH
        END-START
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CUSTOMER-MASTER NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-SURN-VERIFY-COUNT
            END-READ
        END-PERFORM
        CLOSE CUSTOMER-MASTER
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Verify-Contact-Indexes.
    OPEN INPUT CONTACT-FILE
    IF WS-CONTACT-STATUS = '00'
        MOVE 'N' TO WS-EOF-SWITCH
        MOVE LOW-VALUES TO CONT-PHONE
        START CONTACT-FILE KEY IS NOT LESS THAN CONT-PHONE
            INVALID KEY
                MOVE 'Y' TO WS-EOF-SWITCH
        END-START
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CONTACT-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-PHONE-VERIFY-COUNT
            END-READ
        END-PERFORM
        MOVE 'N' TO WS-EOF-SWITCH
        MOVE LOW-VALUES TO CONT-EMAIL
        START CONTACT-FILE KEY IS NOT LESS THAN CONT-EMAIL
            INVALID KEY
                MOVE 'Y' TO WS-EOF-SWITCH
        END-START
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CONTACT-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-EMAIL-VERIFY-COUNT
            END-READ
        END-PERFORM
        CLOSE CONTACT-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.
