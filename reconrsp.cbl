IDENTIFICATION DIVISION.
PROGRAM-ID.  RECONRSP.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

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

    SELECT RECONF-FILE ASSIGN TO "RECONF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECONF-STATUS.

    SELECT RESPONSE-FILE ASSIGN TO "RECONRSP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESPONSE-STATUS.

    SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT RESPONSE-REPORT ASSIGN TO "RECONRSP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT CHASE-REPORT ASSIGN TO "RECONCHS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHASE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
COPY "runctlrec.cpy".

FD  CUSTOMER-MASTER.
COPY "custrec.cpy".

FD  CONTACT-FILE.
COPY "contactrec.cpy".

FD  RECONF-FILE.
COPY "reconfrec.cpy".

FD  RESPONSE-FILE.
COPY "reconrsprec.cpy".

FD  AUDIT-LOG.
COPY "auditrec.cpy".

FD  RESPONSE-REPORT.
01  RESPONSE-REPORT-LINE         PIC X(100).

FD  CHASE-REPORT.
01  CHASE-REPORT-LINE            PIC X(132).

WORKING-STORAGE SECTION.

01  WS-RUNCTL-STATUS     PIC XX.
01  WS-CUST-STATUS       PIC XX.
01  WS-CONTACT-STATUS    PIC XX.
01  WS-RECONF-STATUS     PIC XX.
01  WS-RESPONSE-STATUS   PIC XX.
01  WS-AUDIT-STATUS      PIC XX.
01  WS-REPORT-STATUS     PIC XX.
01  WS-CHASE-STATUS      PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-FATAL-SWITCH      PIC X(01) VALUE 'N'.
    88  FATAL-ERROR                  VALUE 'Y'.
01  WS-RECONF-SAVED-SW   PIC X(01) VALUE 'N'.
    88  RECONF-FILE-SAVED            VALUE 'Y'.

01  WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
01  WS-JOB-ID            PIC X(08) VALUE 'RECONRSP'.
01  WS-CURRENT-TIME      PIC 9(8).

*> The whole tracking file, loaded and rewritten whole: replies
*> close entries, the lapsed ones move to the chase list, and the
*> rate by channel is counted over all of it.
01  WS-MAX-RECONF        PIC 9(5)  VALUE 20000.
01  WS-RECONF-COUNT      PIC 9(5)  VALUE 0.
01  WS-RECONF-TABLE.
    05  WS-RF-ENTRY OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-RECONF-COUNT.
        10  WS-RF-CUST-ID        PIC 9(6).
        10  WS-RF-CHANNEL        PIC X(02).
        10  WS-RF-LETTER-DATE    PIC 9(8).
        10  WS-RF-DUE-DATE       PIC 9(8).
        10  WS-RF-STATUS         PIC X(01).
        10  WS-RF-STATUS-DATE    PIC 9(8).
        10  WS-RF-CHASE-DATE     PIC 9(8).
01  WS-RECONF-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  RECONF-TABLE-OVERFLOWED     VALUE 'Y'.
01  WS-RF-IDX            PIC 9(5).
01  WS-RF-FOUND-IDX      PIC 9(5).

*> Confirmation rate by source channel, PORTRPT-style slots; the
*> last slot is the grand total.
01  WS-MAX-CHANNELS      PIC 9(2)  VALUE 10.
01  WS-CHANNEL-COUNT     PIC 9(2)  VALUE 0.
01  WS-CHANNEL-TABLE.
    05  WS-CH-ENTRY OCCURS 11 TIMES.
        10  WS-CH-CHANNEL        PIC X(02).
        10  WS-CH-LETTERS        PIC 9(7).
        10  WS-CH-CONFIRMED      PIC 9(7).
        10  WS-CH-CHANGED        PIC 9(7).
        10  WS-CH-AWAITING       PIC 9(7).
        10  WS-CH-CHASING        PIC 9(7).
        10  WS-CH-CLOSED         PIC 9(7).
01  WS-CH-IDX            PIC 9(2).
01  WS-CH-FOUND-IDX      PIC 9(2).
01  WS-CH-LOOKUP         PIC X(02).
01  WS-TOTAL-IDX         PIC 9(2)  VALUE 11.
01  WS-CHANNEL-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  CHANNEL-TABLE-OVERFLOWED    VALUE 'Y'.
01  WS-RATE              PIC 9(3)V9.
01  WS-RATE-BASE         PIC 9(7).
01  WS-RATE-PART         PIC 9(7).

*> Reply being applied.
01  WS-REPLY-DATE        PIC 9(8).
01  WS-REJECT-REASON     PIC X(40).
01  WS-OLD-CONTACT.
    05  WS-OLD-STREET        PIC X(40).
    05  WS-OLD-CITY          PIC X(20).
    05  WS-OLD-POSTAL        PIC X(08).
    05  WS-OLD-PHONE         PIC X(11).
    05  WS-OLD-EMAIL         PIC X(40).
01  WS-OLD-CONFIRMED     PIC 9(8).
01  WS-NEW-CONTACT.
    05  WS-NEW-STREET        PIC X(40).
    05  WS-NEW-CITY          PIC X(20).
    05  WS-NEW-POSTAL        PIC X(08).
    05  WS-NEW-PHONE         PIC X(11).
    05  WS-NEW-EMAIL         PIC X(40).

01  WS-AUDIT-ACTION      PIC X(08).
01  WS-AUDIT-OLD-VALUE   PIC X(52).
01  WS-AUDIT-NEW-VALUE   PIC X(52).

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

*> Same phone digit rules as LENDO_DADOS, INTAKEEDT and CUSTMANT.
01  WS-PHONE-WORK        PIC X(11).
01  WS-PHONE-DIGITS      PIC 9(02).
01  WS-PHONE-VALID       PIC X(01).
    88  PHONE-IS-VALID              VALUE 'Y'.
01  WS-CONTACT-DIGIT-IDX PIC 9(03).
01  WS-CONTACT-CHAR      PIC X(01).

01  WS-COUNTERS.
    05  WS-REPLIES-READ      PIC 9(7)  VALUE 0.
    05  WS-REPLIES-CONFIRMED PIC 9(7)  VALUE 0.
    05  WS-REPLIES-CHANGED   PIC 9(7)  VALUE 0.
    05  WS-REPLIES-REFED     PIC 9(7)  VALUE 0.
    05  WS-REPLIES-REJECTED  PIC 9(7)  VALUE 0.
    05  WS-NEW-CHASES        PIC 9(7)  VALUE 0.
    05  WS-CHASE-LISTED      PIC 9(7)  VALUE 0.
    05  WS-CLOSED-INACTIVE   PIC 9(7)  VALUE 0.
    05  WS-CLOSED-AT-DESK    PIC 9(7)  VALUE 0.

01  WS-DAYS-LATE         PIC 9(5).
01  WS-DATE-WORK         PIC 9(8).
01  WS-DATE-FOR-EDIT     PIC 9(8).
01  WS-TODAY-INT         PIC 9(8).

01  WS-CURRENT-DATE-NUM  PIC 9(8)  VALUE 0.
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

01  WS-REPORT-HEADER-1.
    05  FILLER               PIC X(44) VALUE
        "RETORNO DA RECONFIRMACAO DE CONTATO         ".
    05  FILLER               PIC X(08) VALUE "  DATA: ".
    05  H1-DATE              PIC 99/99/9999.

01  WS-SECTION-REPLIES.
    05  FILLER               PIC X(40) VALUE
        "-- RESPOSTAS PROCESSADAS (RECONRSP.DAT)".

01  WS-REPLY-LINE.
    05  FILLER               PIC X(08) VALUE "CLIENTE ".
    05  RL-CUST-ID           PIC 9(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RL-RESULT            PIC X(20).
    05  RL-REASON            PIC X(40).

01  WS-COUNT-LINE.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CL-LABEL             PIC X(40).
    05  FILLER               PIC X(02) VALUE ": ".
    05  CL-COUNT             PIC ZZZ,ZZZ,ZZ9.

01  WS-SECTION-RATES.
    05  FILLER               PIC X(40) VALUE
        "-- TAXA DE CONFIRMACAO POR CANAL".

01  WS-RATE-HEADER.
    05  FILLER               PIC X(49) VALUE
        "CANAL     CARTAS  CONFIRM.  ALTERADOS  AGUARDANDO".
    05  FILLER               PIC X(36) VALUE
        "  SEM RESP.  ENCERR.   TAXA %".

01  WS-RATE-LINE.
    05  RT-CHANNEL           PIC X(09).
    05  RT-LETTERS           PIC ZZZ,ZZ9.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  RT-CONFIRMED         PIC ZZZ,ZZ9.
    05  FILLER               PIC X(04) VALUE SPACES.
    05  RT-CHANGED           PIC ZZZ,ZZ9.
    05  FILLER               PIC X(05) VALUE SPACES.
    05  RT-AWAITING          PIC ZZZ,ZZ9.
    05  FILLER               PIC X(04) VALUE SPACES.
    05  RT-CHASING           PIC ZZZ,ZZ9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RT-CLOSED            PIC ZZZ,ZZ9.
    05  FILLER               PIC X(04) VALUE SPACES.
    05  RT-RATE              PIC ZZ9.9.

01  WS-RATE-NOTE-1.
    05  FILLER               PIC X(50) VALUE
        "TAXA = respondidas (confirmadas + alteradas) sobre".
    05  FILLER               PIC X(47) VALUE
        " as cartas ja respondidas ou com prazo vencido.".
01  WS-RATE-NOTE-2.
    05  FILLER               PIC X(48) VALUE
        "Cartas ainda no prazo e de clientes que deixaram".
    05  FILLER               PIC X(36) VALUE
        " de estar ativos ficam fora da taxa.".

01  WS-CHASE-HEADER-1.
    05  FILLER               PIC X(50) VALUE
        "LISTA DE COBRANCA - RECONFIRMACAO SEM RESPOSTA    ".
    05  FILLER               PIC X(08) VALUE "  DATA: ".
    05  CH1-DATE             PIC 99/99/9999.

01  WS-CHASE-HEADER-2.
    05  FILLER               PIC X(45) VALUE
        "CLIENTE NOME                           CANAL ".
    05  FILLER               PIC X(42) VALUE
        "CARTA      PRAZO      DIAS   TELEFONE".
    05  FILLER               PIC X(43) VALUE
        "E-MAIL                                   NV".

01  WS-CHASE-DETAIL.
    05  CD-CUST-ID           PIC 9(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CD-CUST-NAME         PIC X(30).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  CD-CHANNEL           PIC X(02).
    05  FILLER               PIC X(04) VALUE SPACES.
    05  CD-LETTER-DATE       PIC 9999/99/99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  CD-DUE-DATE          PIC 9999/99/99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  CD-DAYS-LATE         PIC ZZZZ9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CD-PHONE             PIC X(11).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CD-EMAIL             PIC X(40).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  CD-NEW-FLAG          PIC X(01).

PROCEDURE DIVISION.
Begin.
    *> Contact re-confirmation, second half. Applies the replies the
    *> mail room keyed onto RECONRSP.DAT: a confirmation stamps the
    *> contact as confirmed, a change rewrites it with before/after
    *> on the audit trail and puts an already-fed customer back on
    *> the CRM extract queue. Letters whose reply window lapsed go
    *> to the chase list, and the confirmation rate is reported by
    *> source channel.
    PERFORM Read-Business-Date
    IF FATAL-ERROR
        DISPLAY "Retorno de reconfirmacao abortado: controle de "
                "data-base indisponivel."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
    ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
    IF WS-OPERATOR-ID = SPACES OR WS-OPERATOR-ID = LOW-VALUES
        MOVE 'OPER0001' TO WS-OPERATOR-ID
    END-IF

    PERFORM Load-Reconf-File
    IF RECONF-TABLE-OVERFLOWED
        DISPLAY "RECONF.DAT excede ", WS-MAX-RECONF,
                " entradas - retorno abortado, expurgue as "
                "encerradas antigas."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O CUSTOMER-MASTER
    IF WS-CUST-STATUS NOT = '00'
        DISPLAY "CUSTMAST.IDX indisponivel, status: ", WS-CUST-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O CONTACT-FILE
    IF WS-CONTACT-STATUS NOT = '00'
        DISPLAY "CUSTCONT.IDX indisponivel, status: ",
                WS-CONTACT-STATUS
        CLOSE CUSTOMER-MASTER
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT RESPONSE-REPORT
    OPEN OUTPUT CHASE-REPORT
    PERFORM Write-Report-Headers
    PERFORM Apply-Replies
    PERFORM Chase-Lapsed-Letters
    PERFORM Write-Reply-Totals
    PERFORM Write-Channel-Rates
    CLOSE CHASE-REPORT
    CLOSE RESPONSE-REPORT
    CLOSE CONTACT-FILE
    CLOSE CUSTOMER-MASTER
    PERFORM Save-Reconf-File

    DISPLAY "Respostas lidas: ", WS-REPLIES-READ,
            " Confirmadas: ", WS-REPLIES-CONFIRMED,
            " Alteradas: ", WS-REPLIES-CHANGED,
            " Rejeitadas: ", WS-REPLIES-REJECTED
    DISPLAY "Novos sem resposta: ", WS-NEW-CHASES,
            " Na lista de cobranca: ", WS-CHASE-LISTED
    EVALUATE TRUE
        WHEN NOT RECONF-FILE-SAVED
            *> The contacts already carry today's replies and a rerun
            *> applies them again harmlessly -- but a RECONF.DAT cut
            *> short by a failed write must be restored first.
            DISPLAY "RECONF.DAT NAO regravado - confira/restaure o "
                    "arquivo antes de reprocessar."
            MOVE 12 TO RETURN-CODE
        WHEN WS-REPLIES-REJECTED > 0 OR WS-NEW-CHASES > 0
             OR CHANNEL-TABLE-OVERFLOWED
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

Read-Business-Date.
    OPEN INPUT RUN-CONTROL
    IF WS-RUNCTL-STATUS = '00'
        READ RUN-CONTROL
            AT END
                SET FATAL-ERROR TO TRUE
            NOT AT END
                MOVE RUNCTL-BUSINESS-DATE TO WS-CURRENT-DATE-NUM
                MOVE RUNCTL-BUSINESS-DATE TO CurrentDate
        END-READ
        CLOSE RUN-CONTROL
    ELSE
        SET FATAL-ERROR TO TRUE
    END-IF.

Load-Reconf-File.
    MOVE 0 TO WS-RECONF-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT RECONF-FILE
    IF WS-RECONF-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ RECONF-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-RECONF-COUNT < WS-MAX-RECONF
                        ADD 1 TO WS-RECONF-COUNT
                        MOVE RCF-CUST-ID
                            TO WS-RF-CUST-ID(WS-RECONF-COUNT)
                        MOVE RCF-SOURCE-CHANNEL
                            TO WS-RF-CHANNEL(WS-RECONF-COUNT)
                        MOVE RCF-LETTER-DATE
                            TO WS-RF-LETTER-DATE(WS-RECONF-COUNT)
                        MOVE RCF-DUE-DATE
                            TO WS-RF-DUE-DATE(WS-RECONF-COUNT)
                        MOVE RCF-STATUS
                            TO WS-RF-STATUS(WS-RECONF-COUNT)
                        MOVE RCF-STATUS-DATE
                            TO WS-RF-STATUS-DATE(WS-RECONF-COUNT)
                        MOVE RCF-CHASE-DATE
                            TO WS-RF-CHASE-DATE(WS-RECONF-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-RECONF-OVERFLOW-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECONF-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Save-Reconf-File.
    MOVE 'N' TO WS-RECONF-SAVED-SW
    OPEN OUTPUT RECONF-FILE
    IF WS-RECONF-STATUS = '00'
        MOVE 'Y' TO WS-RECONF-SAVED-SW
        PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                UNTIL WS-RF-IDX > WS-RECONF-COUNT
                    OR NOT RECONF-FILE-SAVED
            MOVE WS-RF-CUST-ID(WS-RF-IDX)     TO RCF-CUST-ID
            MOVE WS-RF-CHANNEL(WS-RF-IDX)     TO RCF-SOURCE-CHANNEL
            MOVE WS-RF-LETTER-DATE(WS-RF-IDX) TO RCF-LETTER-DATE
            MOVE WS-RF-DUE-DATE(WS-RF-IDX)    TO RCF-DUE-DATE
            MOVE WS-RF-STATUS(WS-RF-IDX)      TO RCF-STATUS
            MOVE WS-RF-STATUS-DATE(WS-RF-IDX) TO RCF-STATUS-DATE
            MOVE WS-RF-CHASE-DATE(WS-RF-IDX)  TO RCF-CHASE-DATE
            WRITE RECONF-RECORD
            IF WS-RECONF-STATUS NOT = '00'
                DISPLAY "Erro ao gravar RECONF.DAT, status: ",
                        WS-RECONF-STATUS
                MOVE 'N' TO WS-RECONF-SAVED-SW
            END-IF
        END-PERFORM
        CLOSE RECONF-FILE
    ELSE
        DISPLAY "Erro ao abrir RECONF.DAT para gravacao, status: ",
                WS-RECONF-STATUS
    END-IF.

*> ---------------------------------------------------------------
*> Replies.
*> ---------------------------------------------------------------
Apply-Replies.
    MOVE WS-SECTION-REPLIES TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT RESPONSE-FILE
    IF WS-RESPONSE-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ RESPONSE-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-REPLIES-READ
                    PERFORM Apply-One-Reply
            END-READ
        END-PERFORM
        CLOSE RESPONSE-FILE
    ELSE
        *> No replies came back today: the chase and the rates still
        *> run, a lapsed window is lapsed either way.
        MOVE "  (nenhum arquivo de respostas hoje)"
            TO RESPONSE-REPORT-LINE
        WRITE RESPONSE-REPORT-LINE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Apply-One-Reply.
    *> A reply is taken only against an open letter for an active
    *> customer; anything else goes back to the desk on the report
    *> (a rerun of the same file lands here harmlessly, its letters
    *> already closed). A rejected reply leaves the letter open.
    MOVE SPACES TO WS-REJECT-REASON
    MOVE 0 TO WS-RF-FOUND-IDX
    PERFORM VARYING WS-RF-IDX FROM 1 BY 1
            UNTIL WS-RF-IDX > WS-RECONF-COUNT
               OR WS-RF-FOUND-IDX NOT = 0
        IF WS-RF-CUST-ID(WS-RF-IDX) = RR-CUST-ID
           AND (WS-RF-STATUS(WS-RF-IDX) = 'P'
                OR WS-RF-STATUS(WS-RF-IDX) = 'N')
            MOVE WS-RF-IDX TO WS-RF-FOUND-IDX
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-RF-FOUND-IDX = 0
            MOVE "sem carta de reconfirmacao em aberto"
                TO WS-REJECT-REASON
        WHEN NOT RR-CONFIRMS AND NOT RR-CHANGES
            MOVE "tipo de resposta invalido (C ou A)"
                TO WS-REJECT-REASON
        WHEN OTHER
            MOVE RR-CUST-ID TO CUST-ID
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE "cliente nao consta do master"
                        TO WS-REJECT-REASON
                NOT INVALID KEY
                    IF NOT CUST-ACTIVE
                        MOVE "cliente nao esta ativo"
                            TO WS-REJECT-REASON
                    END-IF
            END-READ
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES
        MOVE RR-CUST-ID TO CONT-CUST-ID
        READ CONTACT-FILE
            INVALID KEY
                MOVE "contato nao consta de CUSTCONT.IDX"
                    TO WS-REJECT-REASON
        END-READ
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM Build-New-Contact
    END-IF
    IF WS-REJECT-REASON = SPACES
        PERFORM Rewrite-Confirmed-Contact
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
        ADD 1 TO WS-REPLIES-REJECTED
        MOVE "REJEITADA" TO RL-RESULT
        MOVE WS-REJECT-REASON TO RL-REASON
        PERFORM Write-Reply-Line
    END-IF.

Build-New-Contact.
    *> A change reply replaces only the fields it fills; the CEP and
    *> phone that end up on file pass the same checks a CUSTMANT
    *> correction does, and one bad field refuses the whole reply.
    MOVE CONT-STREET      TO WS-OLD-STREET
    MOVE CONT-CITY        TO WS-OLD-CITY
    MOVE CONT-POSTAL-CODE TO WS-OLD-POSTAL
    MOVE CONT-PHONE       TO WS-OLD-PHONE
    MOVE CONT-EMAIL       TO WS-OLD-EMAIL
    IF CONT-CONFIRMED-DATE NUMERIC
        MOVE CONT-CONFIRMED-DATE TO WS-OLD-CONFIRMED
    ELSE
        MOVE 0 TO WS-OLD-CONFIRMED
    END-IF
    MOVE WS-OLD-CONTACT TO WS-NEW-CONTACT
    IF RR-CHANGES
        IF RR-STREET NOT = SPACES
            MOVE RR-STREET TO WS-NEW-STREET
        END-IF
        IF RR-CITY NOT = SPACES
            MOVE RR-CITY TO WS-NEW-CITY
        END-IF
        IF RR-POSTAL-CODE NOT = SPACES
            MOVE RR-POSTAL-CODE TO WS-NEW-POSTAL
        END-IF
        IF RR-PHONE NOT = SPACES
            MOVE RR-PHONE TO WS-NEW-PHONE
        END-IF
        IF RR-EMAIL NOT = SPACES
            MOVE RR-EMAIL TO WS-NEW-EMAIL
        END-IF
        IF WS-NEW-POSTAL NOT = WS-OLD-POSTAL
           OR WS-NEW-CITY NOT = WS-OLD-CITY
            PERFORM Check-New-Cep
        END-IF
        IF WS-REJECT-REASON = SPACES
           AND WS-NEW-PHONE NOT = WS-OLD-PHONE
            MOVE WS-NEW-PHONE TO WS-PHONE-WORK
            PERFORM Validate-Phone-Digits
            IF NOT PHONE-IS-VALID
                MOVE "telefone invalido (10 ou 11 digitos)"
                    TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF
    *> The reply counts from the day the form came back; a missing
    *> or future date counts from today.
    IF RR-RESPONSE-DATE NUMERIC AND RR-RESPONSE-DATE > 0
       AND RR-RESPONSE-DATE <= WS-CURRENT-DATE-NUM
        MOVE RR-RESPONSE-DATE TO WS-REPLY-DATE
    ELSE
        MOVE WS-CURRENT-DATE-NUM TO WS-REPLY-DATE
    END-IF.

Check-New-Cep.
    EVALUATE TRUE
        WHEN WS-NEW-POSTAL = SPACES
            CONTINUE
        WHEN WS-NEW-POSTAL NOT NUMERIC
            MOVE "CEP invalido (8 digitos)" TO WS-REJECT-REASON
        WHEN OTHER
            MOVE WS-NEW-POSTAL TO WS-CEP-CODE
            MOVE WS-NEW-CITY   TO WS-CEP-CITY-IN
            CALL 'CEPLKUP' USING WS-CEP-CODE, WS-CEP-CITY-IN,
                                 WS-CEP-CITY, WS-CEP-STATE,
                                 WS-CEP-RESULT
            EVALUATE TRUE
                WHEN CEP-UNKNOWN
                    MOVE "CEP fora da tabela de referencia"
                        TO WS-REJECT-REASON
                WHEN CEP-CITY-DIVERGENT
                    MOVE "CEP de outra cidade" TO WS-REJECT-REASON
                WHEN CEP-CITY-STANDARDIZED
                    MOVE WS-CEP-CITY TO WS-NEW-CITY
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-EVALUATE.

Rewrite-Confirmed-Contact.
    MOVE WS-NEW-STREET TO CONT-STREET
    MOVE WS-NEW-CITY   TO CONT-CITY
    MOVE WS-NEW-POSTAL TO CONT-POSTAL-CODE
    MOVE WS-NEW-PHONE  TO CONT-PHONE
    MOVE WS-NEW-EMAIL  TO CONT-EMAIL
    MOVE WS-REPLY-DATE TO CONT-CONFIRMED-DATE
    REWRITE CUST-CONTACT-RECORD
        INVALID KEY
            MOVE "falha ao regravar o contato" TO WS-REJECT-REASON
    END-REWRITE
    IF WS-REJECT-REASON = SPACES
        MOVE WS-CURRENT-DATE-NUM TO WS-RF-STATUS-DATE(WS-RF-FOUND-IDX)
        IF WS-NEW-CONTACT = WS-OLD-CONTACT
            PERFORM Record-Confirmation
        ELSE
            PERFORM Record-Change
        END-IF
    END-IF.

Record-Confirmation.
    *> Nothing changed but the confirmed date, which is what the
    *> audit entry carries before and after.
    MOVE 'C' TO WS-RF-STATUS(WS-RF-FOUND-IDX)
    ADD 1 TO WS-REPLIES-CONFIRMED
    MOVE 'CONTCONF' TO WS-AUDIT-ACTION
    MOVE SPACES TO WS-AUDIT-OLD-VALUE
    MOVE SPACES TO WS-AUDIT-NEW-VALUE
    MOVE WS-OLD-CONFIRMED TO WS-AUDIT-OLD-VALUE(1:8)
    MOVE WS-REPLY-DATE    TO WS-AUDIT-NEW-VALUE(1:8)
    PERFORM Write-Audit-Entry
    MOVE "CONFIRMADA" TO RL-RESULT
    MOVE SPACES TO RL-REASON
    PERFORM Write-Reply-Line.

Record-Change.
    *> Same audit entries as a CUSTMANT contact correction (CEP and
    *> phone side by side on CONTCORR, CONTADDR and CONTMAIL for
    *> the free text), so every reader treats both alike. The CRM
    *> only hears of the new details if the customer goes back on
    *> the extract queue.
    MOVE 'A' TO WS-RF-STATUS(WS-RF-FOUND-IDX)
    ADD 1 TO WS-REPLIES-CHANGED
    MOVE 'CONTCORR' TO WS-AUDIT-ACTION
    MOVE SPACES        TO WS-AUDIT-OLD-VALUE
    MOVE WS-OLD-POSTAL TO WS-AUDIT-OLD-VALUE(1:8)
    MOVE WS-OLD-PHONE  TO WS-AUDIT-OLD-VALUE(10:11)
    MOVE SPACES        TO WS-AUDIT-NEW-VALUE
    MOVE WS-NEW-POSTAL TO WS-AUDIT-NEW-VALUE(1:8)
    MOVE WS-NEW-PHONE  TO WS-AUDIT-NEW-VALUE(10:11)
    PERFORM Write-Audit-Entry
    *> The free-text fields get an entry of their own whenever they
    *> changed: street and city as "street, city" (cut at the X(52)
    *> column if they are both long), the e-mail whole.
    IF WS-NEW-STREET NOT = WS-OLD-STREET
       OR WS-NEW-CITY NOT = WS-OLD-CITY
        MOVE 'CONTADDR' TO WS-AUDIT-ACTION
        MOVE SPACES TO WS-AUDIT-OLD-VALUE
        MOVE SPACES TO WS-AUDIT-NEW-VALUE
        STRING WS-OLD-STREET DELIMITED BY "  "
               ", "          DELIMITED BY SIZE
               WS-OLD-CITY   DELIMITED BY "  "
            INTO WS-AUDIT-OLD-VALUE
        END-STRING
        STRING WS-NEW-STREET DELIMITED BY "  "
               ", "          DELIMITED BY SIZE
               WS-NEW-CITY   DELIMITED BY "  "
            INTO WS-AUDIT-NEW-VALUE
        END-STRING
        PERFORM Write-Audit-Entry
    END-IF
    IF WS-NEW-EMAIL NOT = WS-OLD-EMAIL
        MOVE 'CONTMAIL' TO WS-AUDIT-ACTION
        MOVE WS-OLD-EMAIL TO WS-AUDIT-OLD-VALUE
        MOVE WS-NEW-EMAIL TO WS-AUDIT-NEW-VALUE
        PERFORM Write-Audit-Entry
    END-IF
    MOVE "ALTERADA" TO RL-RESULT
    MOVE SPACES TO RL-REASON
    IF CUST-FED-AT-LEAST-ONCE
        MOVE 'N' TO CUST-FEED-STATUS
        MOVE 0   TO CUST-FEED-DATE
        REWRITE CUST-MASTER-RECORD
            INVALID KEY
                MOVE "AVISO: master nao refilado para a CRM"
                    TO RL-REASON
            NOT INVALID KEY
                ADD 1 TO WS-REPLIES-REFED
                MOVE "refilado para novo envio a CRM" TO RL-REASON
        END-REWRITE
    END-IF
    PERFORM Write-Reply-Line.

Validate-Phone-Digits.
    MOVE 'Y' TO WS-PHONE-VALID
    MOVE 0   TO WS-PHONE-DIGITS
    PERFORM VARYING WS-CONTACT-DIGIT-IDX FROM 1 BY 1
            UNTIL WS-CONTACT-DIGIT-IDX > 11
        MOVE WS-PHONE-WORK(WS-CONTACT-DIGIT-IDX:1)
            TO WS-CONTACT-CHAR
        EVALUATE TRUE
            WHEN WS-CONTACT-CHAR >= '0' AND WS-CONTACT-CHAR <= '9'
                IF WS-PHONE-DIGITS = WS-CONTACT-DIGIT-IDX - 1
                    ADD 1 TO WS-PHONE-DIGITS
                ELSE
                    MOVE 'N' TO WS-PHONE-VALID
                END-IF
            WHEN WS-CONTACT-CHAR = SPACE
                CONTINUE
            WHEN OTHER
                MOVE 'N' TO WS-PHONE-VALID
        END-EVALUATE
    END-PERFORM
    IF WS-PHONE-DIGITS < 10
        MOVE 'N' TO WS-PHONE-VALID
    END-IF.

Write-Audit-Entry.
    OPEN EXTEND AUDIT-LOG
    IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
        CLOSE AUDIT-LOG
        OPEN OUTPUT AUDIT-LOG
    END-IF
    MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
    MOVE WS-JOB-ID           TO AUDIT-JOB-ID
    MOVE WS-CURRENT-DATE-NUM TO AUDIT-TS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-TIME     TO AUDIT-TS-TIME
    MOVE CUST-NAME           TO AUDIT-CUST-NAME
    MOVE CUST-CAPTURE-YEAR   TO AUDIT-CAP-YEAR
    MOVE CUST-CAPTURE-MONTH  TO AUDIT-CAP-MONTH
    MOVE CUST-CAPTURE-DAY    TO AUDIT-CAP-DAY
    SET AUDIT-RESULT-OK TO TRUE
    MOVE CUST-ID             TO AUDIT-CUST-ID
    MOVE WS-AUDIT-ACTION     TO AUDIT-ACTION
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

*> ---------------------------------------------------------------
*> Chase list.
*> ---------------------------------------------------------------
Chase-Lapsed-Letters.
    *> Every open letter is looked at again: a customer no longer
    *> active is closed without reply (nobody to chase), a letter
    *> past its reply date joins the chase list, and the list
    *> carries every unanswered one until the reply comes -- the
    *> ones new today flagged on the NV column.
    PERFORM VARYING WS-RF-IDX FROM 1 BY 1
            UNTIL WS-RF-IDX > WS-RECONF-COUNT
        IF WS-RF-STATUS(WS-RF-IDX) = 'P'
           OR WS-RF-STATUS(WS-RF-IDX) = 'N'
            PERFORM Judge-Open-Letter
        END-IF
    END-PERFORM.

Judge-Open-Letter.
    MOVE WS-RF-CUST-ID(WS-RF-IDX) TO CUST-ID
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE SPACE TO CUST-ACTIVE-STATUS
    END-READ
    IF NOT CUST-ACTIVE
        MOVE 'X' TO WS-RF-STATUS(WS-RF-IDX)
        MOVE WS-CURRENT-DATE-NUM TO WS-RF-STATUS-DATE(WS-RF-IDX)
        ADD 1 TO WS-CLOSED-INACTIVE
    ELSE
        PERFORM Check-Desk-Confirmation
    END-IF
    IF WS-RF-STATUS(WS-RF-IDX) = 'P'
       OR WS-RF-STATUS(WS-RF-IDX) = 'N'
        MOVE SPACE TO CD-NEW-FLAG
        IF WS-RF-STATUS(WS-RF-IDX) = 'P'
           AND WS-RF-DUE-DATE(WS-RF-IDX) < WS-CURRENT-DATE-NUM
            MOVE 'N' TO WS-RF-STATUS(WS-RF-IDX)
            MOVE WS-CURRENT-DATE-NUM TO WS-RF-STATUS-DATE(WS-RF-IDX)
            MOVE WS-CURRENT-DATE-NUM TO WS-RF-CHASE-DATE(WS-RF-IDX)
            ADD 1 TO WS-NEW-CHASES
            MOVE '*' TO CD-NEW-FLAG
        END-IF
        IF WS-RF-STATUS(WS-RF-IDX) = 'N'
            PERFORM Write-Chase-Line
        END-IF
    END-IF.

Check-Desk-Confirmation.
    *> A contact corrected through CUSTMANT after the letter went
    *> out (a rejected reply sent to the desk, or the customer
    *> calling in) is a confirmation all the same: the letter closes
    *> as confirmed on the date the desk stamped, and never lapses
    *> onto the chase list.
    MOVE WS-RF-CUST-ID(WS-RF-IDX) TO CONT-CUST-ID
    READ CONTACT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CONT-CONFIRMED-DATE NUMERIC
               AND CONT-CONFIRMED-DATE >= WS-RF-LETTER-DATE(WS-RF-IDX)
                MOVE 'C' TO WS-RF-STATUS(WS-RF-IDX)
                MOVE CONT-CONFIRMED-DATE
                    TO WS-RF-STATUS-DATE(WS-RF-IDX)
                ADD 1 TO WS-CLOSED-AT-DESK
            END-IF
    END-READ.

Write-Chase-Line.
    MOVE CUST-ID                      TO CD-CUST-ID
    MOVE CUST-NAME                    TO CD-CUST-NAME
    MOVE WS-RF-CHANNEL(WS-RF-IDX)     TO CD-CHANNEL
    MOVE WS-RF-LETTER-DATE(WS-RF-IDX) TO CD-LETTER-DATE
    MOVE WS-RF-DUE-DATE(WS-RF-IDX)    TO CD-DUE-DATE
    COMPUTE WS-DAYS-LATE = WS-TODAY-INT
        - FUNCTION INTEGER-OF-DATE(WS-RF-DUE-DATE(WS-RF-IDX))
    MOVE WS-DAYS-LATE TO CD-DAYS-LATE
    MOVE SPACES TO CD-PHONE
    MOVE SPACES TO CD-EMAIL
    MOVE CUST-ID TO CONT-CUST-ID
    READ CONTACT-FILE
        NOT INVALID KEY
            MOVE CONT-PHONE TO CD-PHONE
            MOVE CONT-EMAIL TO CD-EMAIL
    END-READ
    MOVE WS-CHASE-DETAIL TO CHASE-REPORT-LINE
    WRITE CHASE-REPORT-LINE
    ADD 1 TO WS-CHASE-LISTED.

*> ---------------------------------------------------------------
*> Report.
*> ---------------------------------------------------------------
Write-Report-Headers.
    COMPUTE WS-DATE-FOR-EDIT =
        CurrentDay * 1000000 + CurrentMonth * 10000 + CurrentYear
    MOVE WS-DATE-FOR-EDIT TO H1-DATE
    MOVE WS-DATE-FOR-EDIT TO CH1-DATE
    MOVE WS-REPORT-HEADER-1 TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE
    MOVE SPACES TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE
    MOVE WS-CHASE-HEADER-1 TO CHASE-REPORT-LINE
    WRITE CHASE-REPORT-LINE
    MOVE SPACES TO CHASE-REPORT-LINE
    WRITE CHASE-REPORT-LINE
    MOVE WS-CHASE-HEADER-2 TO CHASE-REPORT-LINE
    WRITE CHASE-REPORT-LINE.

Write-Reply-Line.
    MOVE RR-CUST-ID TO RL-CUST-ID
    MOVE WS-REPLY-LINE TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE.

Write-Reply-Totals.
    MOVE SPACES TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE
    MOVE "Respostas lidas" TO CL-LABEL
    MOVE WS-REPLIES-READ TO CL-COUNT
    PERFORM Write-Count-Line
    MOVE "Confirmadas sem alteracao" TO CL-LABEL
    MOVE WS-REPLIES-CONFIRMED TO CL-COUNT
    PERFORM Write-Count-Line
    MOVE "Com alteracao gravada" TO CL-LABEL
    MOVE WS-REPLIES-CHANGED TO CL-COUNT
    PERFORM Write-Count-Line
    MOVE "  das quais refiladas para a CRM" TO CL-LABEL
    MOVE WS-REPLIES-REFED TO CL-COUNT
    PERFORM Write-Count-Line
    MOVE "Rejeitadas (tratar pelo CUSTMANT)" TO CL-LABEL
    MOVE WS-REPLIES-REJECTED TO CL-COUNT
    PERFORM Write-Count-Line
    MOVE "Novos sem resposta no prazo" TO CL-LABEL
    MOVE WS-NEW-CHASES TO CL-COUNT
    PERFORM Write-Count-Line
    MOVE "Na lista de cobranca (RECONCHS.RPT)" TO CL-LABEL
    MOVE WS-CHASE-LISTED TO CL-COUNT
    PERFORM Write-Count-Line
    MOVE "Encerradas - cliente nao mais ativo" TO CL-LABEL
    MOVE WS-CLOSED-INACTIVE TO CL-COUNT
    PERFORM Write-Count-Line
    MOVE "Confirmadas no balcao (CUSTMANT)" TO CL-LABEL
    MOVE WS-CLOSED-AT-DESK TO CL-COUNT
    PERFORM Write-Count-Line.

Write-Count-Line.
    MOVE WS-COUNT-LINE TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE.

Write-Channel-Rates.
    INITIALIZE WS-CH-ENTRY(WS-TOTAL-IDX)
    PERFORM VARYING WS-RF-IDX FROM 1 BY 1
            UNTIL WS-RF-IDX > WS-RECONF-COUNT
        MOVE WS-RF-CHANNEL(WS-RF-IDX) TO WS-CH-LOOKUP
        PERFORM Find-Channel-Slot
        IF WS-CH-FOUND-IDX NOT = 0
            PERFORM Count-Letter-In-Slot
        END-IF
        MOVE WS-TOTAL-IDX TO WS-CH-FOUND-IDX
        PERFORM Count-Letter-In-Slot
    END-PERFORM
    MOVE SPACES TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE
    MOVE WS-SECTION-RATES TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE
    MOVE WS-RATE-HEADER TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1
            UNTIL WS-CH-IDX > WS-CHANNEL-COUNT
        PERFORM Write-One-Rate-Line
    END-PERFORM
    MOVE WS-TOTAL-IDX TO WS-CH-IDX
    PERFORM Write-One-Rate-Line
    IF CHANNEL-TABLE-OVERFLOWED
        MOVE "  AVISO: canais alem de 10 somados apenas no TOTAL"
            TO RESPONSE-REPORT-LINE
        WRITE RESPONSE-REPORT-LINE
    END-IF
    MOVE SPACES TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE
    MOVE WS-RATE-NOTE-1 TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE
    MOVE WS-RATE-NOTE-2 TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE.

Find-Channel-Slot.
    MOVE 0 TO WS-CH-FOUND-IDX
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1
            UNTIL WS-CH-IDX > WS-CHANNEL-COUNT
        IF WS-CH-CHANNEL(WS-CH-IDX) = WS-CH-LOOKUP
            MOVE WS-CH-IDX TO WS-CH-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-CH-FOUND-IDX = 0
        IF WS-CHANNEL-COUNT < WS-MAX-CHANNELS
            ADD 1 TO WS-CHANNEL-COUNT
            MOVE WS-CHANNEL-COUNT TO WS-CH-FOUND-IDX
            INITIALIZE WS-CH-ENTRY(WS-CH-FOUND-IDX)
            MOVE WS-CH-LOOKUP TO WS-CH-CHANNEL(WS-CH-FOUND-IDX)
        ELSE
            MOVE 'Y' TO WS-CHANNEL-OVERFLOW-SW
        END-IF
    END-IF.

Count-Letter-In-Slot.
    ADD 1 TO WS-CH-LETTERS(WS-CH-FOUND-IDX)
    EVALUATE WS-RF-STATUS(WS-RF-IDX)
        WHEN 'C'
            ADD 1 TO WS-CH-CONFIRMED(WS-CH-FOUND-IDX)
        WHEN 'A'
            ADD 1 TO WS-CH-CHANGED(WS-CH-FOUND-IDX)
        WHEN 'P'
            ADD 1 TO WS-CH-AWAITING(WS-CH-FOUND-IDX)
        WHEN 'N'
            ADD 1 TO WS-CH-CHASING(WS-CH-FOUND-IDX)
        WHEN OTHER
            ADD 1 TO WS-CH-CLOSED(WS-CH-FOUND-IDX)
    END-EVALUATE.

Write-One-Rate-Line.
    IF WS-CH-IDX = WS-TOTAL-IDX
        MOVE "TOTAL" TO RT-CHANNEL
    ELSE
        MOVE WS-CH-CHANNEL(WS-CH-IDX) TO RT-CHANNEL
    END-IF
    MOVE WS-CH-LETTERS(WS-CH-IDX)   TO RT-LETTERS
    MOVE WS-CH-CONFIRMED(WS-CH-IDX) TO RT-CONFIRMED
    MOVE WS-CH-CHANGED(WS-CH-IDX)   TO RT-CHANGED
    MOVE WS-CH-AWAITING(WS-CH-IDX)  TO RT-AWAITING
    MOVE WS-CH-CHASING(WS-CH-IDX)   TO RT-CHASING
    MOVE WS-CH-CLOSED(WS-CH-IDX)    TO RT-CLOSED
    COMPUTE WS-RATE-PART =
        WS-CH-CONFIRMED(WS-CH-IDX) + WS-CH-CHANGED(WS-CH-IDX)
    COMPUTE WS-RATE-BASE = WS-RATE-PART + WS-CH-CHASING(WS-CH-IDX)
    MOVE 0 TO WS-RATE
    IF WS-RATE-BASE > 0
        COMPUTE WS-RATE ROUNDED = WS-RATE-PART * 100 / WS-RATE-BASE
    END-IF
    MOVE WS-RATE TO RT-RATE
    MOVE WS-RATE-LINE TO RESPONSE-REPORT-LINE
    WRITE RESPONSE-REPORT-LINE.
