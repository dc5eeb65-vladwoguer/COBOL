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

    SELECT CRM-EVENT-FILE ASSIGN TO "CRMEVT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

    SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT PENDING-CHANGES ASSIGN TO "PENDCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-MASTER.
FD  CONTACT-FILE.
COPY "contactrec.cpy".

FD  CRM-EVENT-FILE.
COPY "crmevtrec.cpy".

FD  AUDIT-LOG.
COPY "auditrec.cpy".

FD  PENDING-CHANGES.
COPY "pendchgrec.cpy".

FD  RUN-CONTROL.
COPY "runctlrec.cpy".

WORKING-STORAGE SECTION.

01  WS-CUST-STATUS       PIC XX.
01  WS-CONTACT-STATUS    PIC XX.
01  WS-AUDIT-STATUS      PIC XX.
01  WS-EVENT-STATUS      PIC XX.
01  WS-PENDING-STATUS    PIC XX.
01  WS-RUNCTL-STATUS     PIC XX.
01  WS-EVENT-TYPE        PIC X(01).
01  WS-EVENT-SURVIVOR-ID PIC 9(06) VALUE 0.

01  WS-INPUT-STREET      PIC X(40).
01  WS-INPUT-CITY        PIC X(20).
01  WS-CONTACT-OK-SW     PIC X(01) VALUE 'N'.
    88  CONTACT-INPUT-OK            VALUE 'Y'.

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

01  WS-EXIT-SWITCH       PIC X(01) VALUE 'N'.
    88  OPERATOR-DONE               VALUE 'Y'.
01  WS-MENU-OPTION       PIC 9(01).
01  WS-INPUT-CUST-ID     PIC 9(06).
01  WS-INPUT-NAME        PIC X(52).
01  WS-OLD-NAME          PIC X(52).
01  WS-OLD-STREET        PIC X(40).
01  WS-OLD-CITY          PIC X(20).
01  WS-OLD-EMAIL         PIC X(40).

01  WS-RECORD-FOUND-SW   PIC X(01) VALUE 'N'.
    88  CUSTOMER-FOUND              VALUE 'Y'.
01  WS-AUDIT-ACTION      PIC X(08).
01  WS-AUDIT-OLD-VALUE   PIC X(52).
01  WS-AUDIT-NEW-VALUE   PIC X(52).
01  WS-AUDIT-MAKER-ID    PIC X(08) VALUE SPACES.
01  WS-AUDIT-APPROVER-ID PIC X(08) VALUE SPACES.

*> Dual-control queue: a name correction is not applied when it is
*> keyed in, it waits on PENDCHG.DAT (shared with RULEMANT and
*> HOLMANT) until a supervisor other than the maker approves it.
*> The whole queue is held here and re-persisted after each change,
*> reloaded first so another program's entries are never lost.
01  WS-PENDING-EOF-SW    PIC X(01) VALUE 'N'.
    88  END-OF-PENDING-FILE         VALUE 'Y'.
01  WS-PENDING-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  PENDING-QUEUE-OVERFLOWED    VALUE 'Y'.
01  WS-PENDING-SAVED-SW  PIC X(01) VALUE 'N'.
    88  PENDING-QUEUE-SAVED         VALUE 'Y'.
01  WS-MAX-PENDING       PIC 9(4)  VALUE 5000.
01  WS-PENDING-COUNT     PIC 9(4)  VALUE 0.
01  WS-PENDING-TABLE.
    05  WS-PQ-RECORD OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-PENDING-COUNT
                PIC X(176).
01  WS-PQ-IDX            PIC 9(4).
01  WS-PQ-FOUND-IDX      PIC 9(4)  VALUE 0.
01  WS-HIGH-CHANGE-ID    PIC 9(6)  VALUE 0.
01  WS-LISTED-COUNT      PIC 9(4)  VALUE 0.
01  WS-INPUT-CHANGE-ID   PIC 9(6).
01  WS-PENDING-KEY       PIC X(08).
01  WS-CONFIRM           PIC X(01).

*> Customer search: a leading part of the name or of the surname
*> (folded by NAMENORM exactly as the master keys are, so case,
*> accents, spacing and hyphens do not matter), or of the phone or
*> e-mail, browsed on the alternate keys one page at a time.
01  WS-SEARCH-OPTION     PIC 9(01).
01  WS-SEARCH-TEXT       PIC X(52).
01  WS-SEARCH-PREFIX     PIC X(52).
01  WS-SEARCH-NORM-NAME  PIC X(52).
01  WS-SEARCH-NORM-SURNAME PIC X(30).
01  WS-SEARCH-LEN        PIC 9(02).
01  WS-SEARCH-IDX        PIC 9(02).
01  WS-SEARCH-HITS       PIC 9(06).
01  WS-SEARCH-EOF-SW     PIC X(01) VALUE 'N'.
    88  END-OF-SEARCH               VALUE 'Y'.
01  WS-SEARCH-DONE-SW    PIC X(01) VALUE 'N'.
    88  SEARCH-DONE                 VALUE 'Y'.
01  WS-SEARCH-CONTACT-SW PIC X(01) VALUE 'N'.
    88  SEARCH-CONTACT-OPEN         VALUE 'Y'.
01  WS-PAGE-SIZE         PIC 9(02) VALUE 10.
01  WS-PAGE-COUNT        PIC 9(02) VALUE 0.
01  WS-PAGE-IDX          PIC 9(02).
01  WS-PAGE-PICK         PIC 9(02).
01  WS-PAGE-TABLE.
    05  WS-PAGE-ENTRY OCCURS 10 TIMES.
        10  WS-PG-CUST-ID        PIC 9(6).
        10  WS-PG-NAME           PIC X(52).
        10  WS-PG-CITY           PIC X(20).
        10  WS-PG-STATUS         PIC X(01).
01  WS-SELECTED-CUST-ID  PIC 9(06) VALUE 0.

01  WS-SEARCH-LINE.
    05  SR-LINE-NBR          PIC Z9.
    05  FILLER               PIC X(02) VALUE "- ".
    05  SR-CUST-ID           PIC 9(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SR-NAME              PIC X(40).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SR-CITY              PIC X(20).
    05  FILLER               PIC X(06) VALUE "  SIT ".
    05  SR-STATUS            PIC X(01).

01  WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
01  WS-SIGNON-PERM       PIC X(01) VALUE SPACE.
    88  OPERATOR-MAY-UPDATE         VALUES 'U' 'S'.
    88  OPERATOR-IS-SUPERVISOR      VALUE 'S'.
01  WS-SIGNON-OK         PIC X(01) VALUE 'N'.
    88  SIGNON-ACCEPTED             VALUE 'Y'.
01  WS-JOB-ID            PIC X(08) VALUE 'CUSTMANT'.
01  WS-CURRENT-TIME      PIC 9(8).
01  WS-CURRENT-DATE-NUM  PIC 9(8).
01  WS-BUSINESS-DATE-NUM PIC 9(8)  VALUE 0.
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
                WHEN WS-MENU-OPTION = 1
                    PERFORM Inquire-Customer
                WHEN WS-MENU-OPTION = 6
                    PERFORM Review-Pending-Changes
                WHEN WS-MENU-OPTION = 7
                    MOVE 'Y' TO WS-EXIT-SWITCH
                WHEN (WS-MENU-OPTION = 2 OR WS-MENU-OPTION = 3
                      OR WS-MENU-OPTION = 4 OR WS-MENU-OPTION = 5)
Show-Menu.
    DISPLAY "== Manutencao do Cadastro de Clientes =="
    DISPLAY "1-Consultar  2-Corrigir nome  3-Desativar  "
            "4-Reativar  5-Corrigir contato"
    DISPLAY "6-Pendencias de aprovacao  7-Sair"
    DISPLAY "Opcao: ".

Prompt-For-Cust-Id.
    *> Zero opens the name/phone/e-mail search; the customer picked
    *> from the list comes back as the number keyed.
    DISPLAY "Numero do cliente (6 digitos, 0 = pesquisar): "
    ACCEPT WS-INPUT-CUST-ID
    IF WS-INPUT-CUST-ID = 0
        PERFORM Search-Customer
        MOVE WS-SELECTED-CUST-ID TO WS-INPUT-CUST-ID
    END-IF.

Read-Customer-By-Id.
    MOVE 'N' TO WS-RECORD-FOUND-SW
    IF WS-INPUT-CUST-ID = 0
        DISPLAY "Nenhum cliente selecionado."
    ELSE
        MOVE WS-INPUT-CUST-ID TO CUST-ID
        READ CUSTOMER-MASTER
            INVALID KEY
                DISPLAY "Cliente nao encontrado: ", WS-INPUT-CUST-ID
            NOT INVALID KEY
                MOVE 'Y' TO WS-RECORD-FOUND-SW
        END-READ
    END-IF.

Search-Customer.
    *> Leaves the customer the operator picked in WS-SELECTED-CUST-ID,
    *> or zero if the search was abandoned or found nothing.
    MOVE 0 TO WS-SELECTED-CUST-ID
    MOVE 0 TO WS-SEARCH-HITS
    DISPLAY "Pesquisar por: 1-Nome  2-Sobrenome  3-Telefone  "
            "4-E-mail"
    DISPLAY "Opcao: "
    ACCEPT WS-SEARCH-OPTION
    IF WS-SEARCH-OPTION < 1 OR WS-SEARCH-OPTION > 4
        DISPLAY "Opcao invalida."
    ELSE
        DISPLAY "Inicio do nome, sobrenome, telefone ou e-mail: "
        MOVE SPACES TO WS-SEARCH-TEXT
        ACCEPT WS-SEARCH-TEXT
        PERFORM Build-Search-Prefix
        IF WS-SEARCH-LEN = 0
            DISPLAY "Nada a pesquisar."
        ELSE
            MOVE 'N' TO WS-SEARCH-CONTACT-SW
            OPEN INPUT CONTACT-FILE
            IF WS-CONTACT-STATUS = '00'
                MOVE 'Y' TO WS-SEARCH-CONTACT-SW
            END-IF
            IF WS-SEARCH-OPTION > 2 AND NOT SEARCH-CONTACT-OPEN
                DISPLAY "CUSTCONT.IDX indisponivel, status: ",
                        WS-CONTACT-STATUS
            ELSE
                PERFORM Start-Search-Browse
                MOVE 'N' TO WS-SEARCH-DONE-SW
                PERFORM UNTIL SEARCH-DONE
                    PERFORM Fill-Search-Page
                    PERFORM Choose-From-Search-Page
                END-PERFORM
            END-IF
            IF SEARCH-CONTACT-OPEN
                CLOSE CONTACT-FILE
            END-IF
        END-IF
    END-IF.

Build-Search-Prefix.
    *> Name searches go through the same folding as the keys; phone
    *> and e-mail are compared as keyed. The prefix length is the
    *> operator's text without trailing spaces, held to the width
    *> of the key being browsed.
    MOVE SPACES TO WS-SEARCH-PREFIX
    EVALUATE WS-SEARCH-OPTION
        WHEN 1
            CALL 'NAMENORM' USING WS-SEARCH-TEXT, WS-SEARCH-NORM-NAME,
                                  WS-SEARCH-NORM-SURNAME
            MOVE WS-SEARCH-NORM-NAME TO WS-SEARCH-PREFIX
        WHEN 2
            CALL 'NAMENORM' USING WS-SEARCH-TEXT, WS-SEARCH-NORM-NAME,
                                  WS-SEARCH-NORM-SURNAME
            MOVE WS-SEARCH-NORM-SURNAME TO WS-SEARCH-PREFIX
        WHEN OTHER
            MOVE WS-SEARCH-TEXT TO WS-SEARCH-PREFIX
    END-EVALUATE
    MOVE 0 TO WS-SEARCH-LEN
    PERFORM VARYING WS-SEARCH-IDX FROM 52 BY -1
            UNTIL WS-SEARCH-IDX < 1 OR WS-SEARCH-LEN NOT = 0
        IF WS-SEARCH-PREFIX(WS-SEARCH-IDX:1) NOT = SPACE
            MOVE WS-SEARCH-IDX TO WS-SEARCH-LEN
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-SEARCH-OPTION = 2 AND WS-SEARCH-LEN > 30
            MOVE 30 TO WS-SEARCH-LEN
        WHEN WS-SEARCH-OPTION = 3 AND WS-SEARCH-LEN > 11
            MOVE 11 TO WS-SEARCH-LEN
        WHEN WS-SEARCH-OPTION = 4 AND WS-SEARCH-LEN > 40
            MOVE 40 TO WS-SEARCH-LEN
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

Start-Search-Browse.
    MOVE 'N' TO WS-SEARCH-EOF-SW
    EVALUATE WS-SEARCH-OPTION
        WHEN 1
            MOVE WS-SEARCH-PREFIX TO CUST-NAME-KEY
            START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-NAME-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-SEARCH-EOF-SW
            END-START
        WHEN 2
            MOVE WS-SEARCH-PREFIX TO CUST-SURNAME-KEY
            START CUSTOMER-MASTER
                KEY IS NOT LESS THAN CUST-SURNAME-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-SEARCH-EOF-SW
            END-START
        WHEN 3
            MOVE WS-SEARCH-PREFIX TO CONT-PHONE
            START CONTACT-FILE KEY IS NOT LESS THAN CONT-PHONE
                INVALID KEY
                    MOVE 'Y' TO WS-SEARCH-EOF-SW
            END-START
        WHEN 4
            MOVE WS-SEARCH-PREFIX TO CONT-EMAIL
            START CONTACT-FILE KEY IS NOT LESS THAN CONT-EMAIL
                INVALID KEY
                    MOVE 'Y' TO WS-SEARCH-EOF-SW
            END-START
    END-EVALUATE.

Fill-Search-Page.
    MOVE 0 TO WS-PAGE-COUNT
    PERFORM UNTIL END-OF-SEARCH OR WS-PAGE-COUNT >= WS-PAGE-SIZE
        PERFORM Read-Next-Search-Hit
    END-PERFORM.

Read-Next-Search-Hit.
    *> The browse stops at the first key past the prefix. A name hit
    *> picks its city up from the contact file; a phone or e-mail
    *> hit reads its master row by number for the name and status
    *> (the browse on the other file is not disturbed by either).
    IF WS-SEARCH-OPTION < 3
        READ CUSTOMER-MASTER NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SEARCH-EOF-SW
            NOT AT END
                IF (WS-SEARCH-OPTION = 1
                    AND CUST-NAME-KEY(1:WS-SEARCH-LEN)
                        = WS-SEARCH-PREFIX(1:WS-SEARCH-LEN))
                   OR (WS-SEARCH-OPTION = 2
                    AND CUST-SURNAME-KEY(1:WS-SEARCH-LEN)
                        = WS-SEARCH-PREFIX(1:WS-SEARCH-LEN))
                    MOVE SPACES TO CONT-CITY
                    IF SEARCH-CONTACT-OPEN
                        MOVE CUST-ID TO CONT-CUST-ID
                        READ CONTACT-FILE
                            INVALID KEY
                                MOVE SPACES TO CONT-CITY
                        END-READ
                    END-IF
                    PERFORM Add-Search-Hit
                ELSE
                    MOVE 'Y' TO WS-SEARCH-EOF-SW
                END-IF
        END-READ
    ELSE
        READ CONTACT-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SEARCH-EOF-SW
            NOT AT END
                IF (WS-SEARCH-OPTION = 3
                    AND CONT-PHONE(1:WS-SEARCH-LEN)
                        = WS-SEARCH-PREFIX(1:WS-SEARCH-LEN))
                   OR (WS-SEARCH-OPTION = 4
                    AND CONT-EMAIL(1:WS-SEARCH-LEN)
                        = WS-SEARCH-PREFIX(1:WS-SEARCH-LEN))
                    MOVE CONT-CUST-ID TO CUST-ID
                    READ CUSTOMER-MASTER
                        INVALID KEY
                            MOVE "(SEM REGISTRO NO MASTER)"
                                TO CUST-NAME
                            MOVE SPACE TO CUST-ACTIVE-STATUS
                    END-READ
                    PERFORM Add-Search-Hit
                ELSE
                    MOVE 'Y' TO WS-SEARCH-EOF-SW
                END-IF
        END-READ
    END-IF.

Add-Search-Hit.
    ADD 1 TO WS-PAGE-COUNT
    ADD 1 TO WS-SEARCH-HITS
    MOVE CUST-ID            TO WS-PG-CUST-ID(WS-PAGE-COUNT)
    MOVE CUST-NAME          TO WS-PG-NAME(WS-PAGE-COUNT)
    MOVE CONT-CITY          TO WS-PG-CITY(WS-PAGE-COUNT)
    MOVE CUST-ACTIVE-STATUS TO WS-PG-STATUS(WS-PAGE-COUNT).

Choose-From-Search-Page.
    IF WS-PAGE-COUNT = 0
        IF WS-SEARCH-HITS = 0
            DISPLAY "Nenhum cliente encontrado."
        ELSE
            DISPLAY "Fim da lista."
        END-IF
        MOVE 'Y' TO WS-SEARCH-DONE-SW
    ELSE
        PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
            MOVE WS-PAGE-IDX               TO SR-LINE-NBR
            MOVE WS-PG-CUST-ID(WS-PAGE-IDX) TO SR-CUST-ID
            MOVE WS-PG-NAME(WS-PAGE-IDX)    TO SR-NAME
            MOVE WS-PG-CITY(WS-PAGE-IDX)    TO SR-CITY
            MOVE WS-PG-STATUS(WS-PAGE-IDX)  TO SR-STATUS
            DISPLAY WS-SEARCH-LINE
        END-PERFORM
        IF END-OF-SEARCH
            DISPLAY "Linha escolhida (0 = encerrar pesquisa): "
        ELSE
            DISPLAY "Linha escolhida (0 = proxima pagina, "
                    "99 = encerrar pesquisa): "
        END-IF
        ACCEPT WS-PAGE-PICK
        EVALUATE TRUE
            WHEN WS-PAGE-PICK >= 1 AND WS-PAGE-PICK <= WS-PAGE-COUNT
                MOVE WS-PG-CUST-ID(WS-PAGE-PICK)
                    TO WS-SELECTED-CUST-ID
                MOVE 'Y' TO WS-SEARCH-DONE-SW
            WHEN WS-PAGE-PICK = 0 AND NOT END-OF-SEARCH
                CONTINUE
            WHEN OTHER
                MOVE 'Y' TO WS-SEARCH-DONE-SW
        END-EVALUATE
    END-IF.

Inquire-Customer.
    PERFORM Prompt-For-Cust-Id
    END-IF.

Correct-Customer-Name.
    *> Dual control: the corrected name is only queued here. It
    *> reaches the master (and the CRM) when another supervisor
    *> approves it through option 6 -- see Apply-Name-Correction.
    PERFORM Prompt-For-Cust-Id
    PERFORM Read-Customer-By-Id
    IF CUSTOMER-FOUND
        PERFORM Load-Pending-Queue
        MOVE SPACES TO WS-PENDING-KEY
        MOVE CUST-ID TO WS-PENDING-KEY(1:6)
        PERFORM Find-Pending-For-Key
        EVALUATE TRUE
            WHEN PENDING-QUEUE-OVERFLOWED
                DISPLAY "Manutencao recusada: PENDCHG.DAT excede a "
                        "area de trabalho."
            WHEN WS-PQ-FOUND-IDX NOT = 0
                MOVE WS-PQ-RECORD(WS-PQ-FOUND-IDX)
                    TO PENDING-CHANGE-RECORD
                DISPLAY "Ja existe correcao pendente para o cliente: ",
                        PC-CHANGE-ID, " - ", PC-AFTER-VALUE
            WHEN WS-PENDING-COUNT >= WS-MAX-PENDING
                DISPLAY "Fila de pendencias cheia."
            WHEN OTHER
                DISPLAY "Nome atual: ", CUST-NAME
                DISPLAY "Novo nome : "
                ACCEPT WS-INPUT-NAME
                PERFORM Validate-Customer-Name
                EVALUATE TRUE
                    WHEN NOT NAME-IS-VALID
                        DISPLAY "Nome invalido: informe um nome sem "
                                "ficar em branco e apenas com letras, "
                                "espacos ou hifen."
                    WHEN FUNCTION TRIM(WS-INPUT-NAME) = CUST-NAME
                        DISPLAY "Nome informado igual ao atual - nada "
                                "a corrigir."
                    WHEN OTHER
                        MOVE SPACES TO PENDING-CHANGE-RECORD
                        MOVE 'N'            TO PC-CHANGE-TYPE
                        MOVE WS-PENDING-KEY TO PC-ENTRY-KEY
                        MOVE CUST-NAME      TO PC-BEFORE-VALUE
                        MOVE FUNCTION TRIM(WS-INPUT-NAME)
                            TO PC-AFTER-VALUE
                        MOVE 0              TO PC-NEW-DATE
                        PERFORM Add-Pending-Change
                        PERFORM Save-Pending-Queue
                        IF PENDING-QUEUE-SAVED
                            DISPLAY "Correcao ", WS-HIGH-CHANGE-ID,
                                    " registrada - aguarda aprovacao "
                                    "de outro supervisor."
                        ELSE
                            DISPLAY "Correcao NAO registrada."
                        END-IF
                END-EVALUATE
        END-EVALUATE
    END-IF.

Apply-Name-Correction.
    *> Runs on approval only, with the customer already read. The
    *> name on the master must still be the one the maker saw --
    *> anything else means someone changed it since, and the stale
    *> correction is refused rather than applied on top.
    IF CUST-NAME NOT = PC-BEFORE-VALUE
        DISPLAY "Nome do cliente mudou desde a solicitacao - recuse "
                "e registre a correcao novamente."
    ELSE
        MOVE CUST-NAME TO WS-OLD-NAME
        MOVE PC-AFTER-VALUE TO CUST-NAME
        CALL 'NAMENORM' USING CUST-NAME, CUST-NAME-KEY,
                              CUST-SURNAME-KEY
        *> A customer already sent to the CRM goes back on the
        *> extract queue so the corrected name actually reaches
        *> them -- the motivating case for this program. RECONCIL
        *> compares by customer with the LAST feed detail
        *> winning, so the re-feed reconciles cleanly.
        IF CUST-FED-AT-LEAST-ONCE
            MOVE 'N' TO CUST-FEED-STATUS
            MOVE 0   TO CUST-FEED-DATE
            DISPLAY "Cliente refilado para novo envio a CRM: ",
                    CUST-ID
        END-IF
        REWRITE CUST-MASTER-RECORD
            INVALID KEY
                DISPLAY "AVISO: falha ao regravar o master, "
                        "status: ", WS-CUST-STATUS
            NOT INVALID KEY
                MOVE 'A'                 TO PC-STATUS
                MOVE WS-OPERATOR-ID      TO PC-DECIDED-BY
                MOVE WS-CURRENT-DATE-NUM TO PC-DECISION-DATE
                MOVE PENDING-CHANGE-RECORD
                    TO WS-PQ-RECORD(WS-PQ-FOUND-IDX)
                PERFORM Save-Pending-Queue
                MOVE WS-PQ-RECORD(WS-PQ-FOUND-IDX)
                    TO PENDING-CHANGE-RECORD
                IF NOT PENDING-QUEUE-SAVED
                    DISPLAY "AVISO: nome corrigido, mas a "
                            "solicitacao ", PC-CHANGE-ID,
                            " continua pendente em PENDCHG.DAT - "
                            "recuse-a."
                END-IF
                MOVE 'NAMECORR'      TO WS-AUDIT-ACTION
                MOVE WS-OLD-NAME     TO WS-AUDIT-OLD-VALUE
                MOVE CUST-NAME       TO WS-AUDIT-NEW-VALUE
                MOVE PC-REQUESTED-BY TO WS-AUDIT-MAKER-ID
                MOVE WS-OPERATOR-ID  TO WS-AUDIT-APPROVER-ID
                PERFORM Write-Audit-Entry
                MOVE SPACES TO WS-AUDIT-APPROVER-ID
                DISPLAY "Nome corrigido para o cliente ", CUST-ID
        END-REWRITE
    END-IF.

Deactivate-Customer.
                    MOVE 'DEACTIV ' TO WS-AUDIT-ACTION
                    MOVE CUST-ACTIVE-STATUS TO WS-AUDIT-NEW-VALUE
                    PERFORM Write-Audit-Entry
                    *> The CRM only hears of customers it was sent.
                    IF CUST-FED-AT-LEAST-ONCE
                        MOVE 'D' TO WS-EVENT-TYPE
                        PERFORM Queue-Crm-Event
                    END-IF
                    DISPLAY "Cliente desativado: ", CUST-ID
            END-REWRITE
        END-IF
                    MOVE 'REACTIV ' TO WS-AUDIT-ACTION
                    MOVE CUST-ACTIVE-STATUS TO WS-AUDIT-NEW-VALUE
                    PERFORM Write-Audit-Entry
                    IF CUST-FED-AT-LEAST-ONCE
                        MOVE 'R' TO WS-EVENT-TYPE
                        PERFORM Queue-Crm-Event
                    END-IF
                    DISPLAY "Cliente reativado: ", CUST-ID
            END-REWRITE
        END-IF
            MOVE SPACES TO CONT-POSTAL-CODE
            MOVE SPACES TO CONT-PHONE
            MOVE SPACES TO CONT-EMAIL
            MOVE 0      TO CONT-CONFIRMED-DATE
        NOT INVALID KEY
            DISPLAY "Endereco: ", CONT-STREET
            DISPLAY "Cidade  : ", CONT-CITY
            DISPLAY "CEP     : ", CONT-POSTAL-CODE,
                    "  Telefone: ", CONT-PHONE
            DISPLAY "E-mail  : ", CONT-EMAIL
            IF CONT-CONFIRMED-DATE NUMERIC
               AND CONT-CONFIRMED-DATE > 0
                DISPLAY "Confirmado pelo cliente em: ",
                        CONT-CONFIRMED-DATE
            END-IF
    END-READ.

Accept-Contact-Fields.
    *> Same CEP/phone rules the intake paths apply: CEP is exactly 8
    *> digits and on the CEP reference, phone is 10 or 11 left-
    *> aligned digits, and any field may be left blank. One bad
    *> field refuses the whole correction so a partial update never
    *> half-replaces a record.
    MOVE 'Y' TO WS-CONTACT-OK-SW
    DISPLAY "Novo endereco (vazio = sem): "
    ACCEPT WS-INPUT-STREET
    ACCEPT WS-INPUT-CITY
    DISPLAY "Novo CEP (8 digitos, vazio = sem): "
    ACCEPT WS-INPUT-POSTAL
    EVALUATE TRUE
        WHEN WS-INPUT-POSTAL = SPACES
            CONTINUE
        WHEN WS-INPUT-POSTAL NOT NUMERIC
            DISPLAY "CEP invalido: informe exatamente 8 digitos."
            MOVE 'N' TO WS-CONTACT-OK-SW
        WHEN OTHER
            PERFORM Check-Cep-Reference
    END-EVALUATE
    DISPLAY "Novo telefone (so digitos, vazio = sem): "
    ACCEPT WS-INPUT-PHONE
    IF WS-INPUT-PHONE NOT = SPACES
        DISPLAY "Correcao de contato recusada."
    END-IF.

Check-Cep-Reference.
    *> The CEP reference decides the city: a CEP outside every
    *> range or belonging to another city refuses the correction,
    *> the right city spelled another way is stored the official
    *> way. Without the reference table only the format counts.
    MOVE WS-INPUT-POSTAL TO WS-CEP-CODE
    MOVE WS-INPUT-CITY   TO WS-CEP-CITY-IN
    CALL 'CEPLKUP' USING WS-CEP-CODE, WS-CEP-CITY-IN,
                         WS-CEP-CITY, WS-CEP-STATE, WS-CEP-RESULT
    EVALUATE TRUE
        WHEN CEP-UNKNOWN
            DISPLAY "CEP nao consta da tabela de referencia."
            MOVE 'N' TO WS-CONTACT-OK-SW
        WHEN CEP-CITY-DIVERGENT
            DISPLAY "CEP pertence a ", WS-CEP-CITY, "/", WS-CEP-STATE,
                    " - cidade informada nao confere."
            MOVE 'N' TO WS-CONTACT-OK-SW
        WHEN CEP-CITY-STANDARDIZED
            MOVE WS-CEP-CITY TO WS-INPUT-CITY
            DISPLAY "Cidade padronizada: ", WS-INPUT-CITY, "/",
                    WS-CEP-STATE
        WHEN CEP-TABLE-DOWN
            DISPLAY "AVISO: tabela de CEP indisponivel - CEP "
                    "conferido apenas no formato."
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

Rewrite-Contact-Record.
    *> The CONTCORR old/new values carry the two validated fields
    *> (CEP and phone) side by side. The free-text fields get an
    *> entry of their own whenever they changed: CONTADDR with
    *> "street, city" (cut at the X(52) column if they are both
    *> long) and CONTMAIL with the e-mail.
    MOVE SPACES           TO WS-AUDIT-OLD-VALUE
    MOVE CONT-POSTAL-CODE TO WS-AUDIT-OLD-VALUE(1:8)
    MOVE CONT-PHONE       TO WS-AUDIT-OLD-VALUE(10:11)
    MOVE CONT-STREET      TO WS-OLD-STREET
    MOVE CONT-CITY        TO WS-OLD-CITY
    MOVE CONT-EMAIL       TO WS-OLD-EMAIL
    MOVE WS-INPUT-CUST-ID TO CONT-CUST-ID
    MOVE WS-INPUT-STREET  TO CONT-STREET
    MOVE WS-INPUT-CITY    TO CONT-CITY
    MOVE WS-INPUT-POSTAL  TO CONT-POSTAL-CODE
    MOVE WS-INPUT-PHONE   TO CONT-PHONE
    MOVE WS-INPUT-EMAIL   TO CONT-EMAIL
    PERFORM Read-Business-Date
    MOVE WS-BUSINESS-DATE-NUM TO CONT-CONFIRMED-DATE
    REWRITE CUST-CONTACT-RECORD
        INVALID KEY
            WRITE CUST-CONTACT-RECORD
        MOVE CONT-POSTAL-CODE TO WS-AUDIT-NEW-VALUE(1:8)
        MOVE CONT-PHONE       TO WS-AUDIT-NEW-VALUE(10:11)
        PERFORM Write-Audit-Entry
        IF CONT-STREET NOT = WS-OLD-STREET
           OR CONT-CITY NOT = WS-OLD-CITY
            MOVE 'CONTADDR' TO WS-AUDIT-ACTION
            MOVE SPACES TO WS-AUDIT-OLD-VALUE
            MOVE SPACES TO WS-AUDIT-NEW-VALUE
            STRING WS-OLD-STREET DELIMITED BY "  "
                   ", "          DELIMITED BY SIZE
                   WS-OLD-CITY   DELIMITED BY "  "
                INTO WS-AUDIT-OLD-VALUE
            END-STRING
            STRING CONT-STREET   DELIMITED BY "  "
                   ", "          DELIMITED BY SIZE
                   CONT-CITY     DELIMITED BY "  "
                INTO WS-AUDIT-NEW-VALUE
            END-STRING
            PERFORM Write-Audit-Entry
        END-IF
        IF CONT-EMAIL NOT = WS-OLD-EMAIL
            MOVE 'CONTMAIL' TO WS-AUDIT-ACTION
            MOVE WS-OLD-EMAIL TO WS-AUDIT-OLD-VALUE
            MOVE CONT-EMAIL   TO WS-AUDIT-NEW-VALUE
            PERFORM Write-Audit-Entry
        END-IF
        DISPLAY "Contato atualizado para o cliente ", CUST-ID
    END-IF.

Read-Business-Date.
    *> The confirmation date is the business date on RUNCTL.DAT, the
    *> same calendar RECONRSP dates its letters and replies on -- a
    *> desk confirmation keyed after midnight but before the night's
    *> date-roll must still count against that day's letters.
    *> Without a run control the system date is the best available
    *> stand-in.
    MOVE 0 TO WS-BUSINESS-DATE-NUM
    OPEN INPUT RUN-CONTROL
    IF WS-RUNCTL-STATUS = '00'
        READ RUN-CONTROL
            NOT AT END
                MOVE RUNCTL-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
        END-READ
        CLOSE RUN-CONTROL
    END-IF
    IF WS-BUSINESS-DATE-NUM = 0
        DISPLAY "AVISO: RUNCTL.DAT indisponivel, contato confirmado "
                "pela data do sistema."
        MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM
    END-IF.

Validate-Phone-Digits.
    *> Same digit rules as LENDO_DADOS and INTAKEEDT: left-aligned
    *> digits followed by space fill only, 10 or 11 of them.
        CLOSE AUDIT-LOG
        OPEN OUTPUT AUDIT-LOG
    END-IF
    *> A change applied under dual control is stamped with the maker
    *> who asked for it and the supervisor who approved it.
    IF WS-AUDIT-APPROVER-ID = SPACES
        MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
    ELSE
        MOVE WS-AUDIT-MAKER-ID   TO AUDIT-OPERATOR-ID
    END-IF
    MOVE WS-JOB-ID           TO AUDIT-JOB-ID
    MOVE WS-CURRENT-DATE-NUM TO AUDIT-TS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-AUDIT-OLD-VALUE  TO AUDIT-OLD-VALUE
    MOVE WS-AUDIT-NEW-VALUE  TO AUDIT-NEW-VALUE
    MOVE CUST-SOURCE-CHANNEL TO AUDIT-SOURCE-CHANNEL
    MOVE WS-AUDIT-APPROVER-ID TO AUDIT-APPROVER-ID
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

Review-Pending-Changes.
    *> Anyone signed on may see what is waiting; only a supervisor
    *> other than the maker may decide it.
    PERFORM Load-Pending-Queue
    PERFORM List-Pending-Changes
    IF OPERATOR-IS-SUPERVISOR AND WS-LISTED-COUNT > 0
        DISPLAY "Numero da solicitacao a decidir (0 = voltar): "
        ACCEPT WS-INPUT-CHANGE-ID
        IF WS-INPUT-CHANGE-ID NOT = 0
            PERFORM Decide-Pending-Change
        END-IF
    END-IF.

Decide-Pending-Change.
    PERFORM Find-Pending-By-Id
    EVALUATE TRUE
        WHEN PENDING-QUEUE-OVERFLOWED
            DISPLAY "Decisao recusada: PENDCHG.DAT excede a area de "
                    "trabalho."
        WHEN WS-PQ-FOUND-IDX = 0
            DISPLAY "Solicitacao nao encontrada: ", WS-INPUT-CHANGE-ID
        WHEN NOT PC-PENDING
            DISPLAY "Solicitacao ja decidida em ", PC-DECISION-DATE,
                    " por ", PC-DECIDED-BY
        WHEN PC-REQUESTED-BY = WS-OPERATOR-ID
            DISPLAY "Quem registrou a alteracao nao pode aprova-la."
        WHEN OTHER
            MOVE PC-ENTRY-KEY(1:6) TO WS-INPUT-CUST-ID
            PERFORM Read-Customer-By-Id
            IF CUSTOMER-FOUND
                MOVE WS-PQ-RECORD(WS-PQ-FOUND-IDX)
                    TO PENDING-CHANGE-RECORD
                DISPLAY "Cliente: ", CUST-ID
                DISPLAY "Antes  : ", PC-BEFORE-VALUE
                DISPLAY "Depois : ", PC-AFTER-VALUE
                DISPLAY "A-Aprovar e aplicar  R-Recusar  "
                        "outra tecla-Voltar: "
                ACCEPT WS-CONFIRM
                EVALUATE WS-CONFIRM
                    WHEN 'A'
                    WHEN 'a'
                        PERFORM Apply-Name-Correction
                    WHEN 'R'
                    WHEN 'r'
                        PERFORM Decline-Pending-Change
                    WHEN OTHER
                        DISPLAY "Nenhuma decisao registrada."
                END-EVALUATE
            END-IF
    END-EVALUATE.

Decline-Pending-Change.
    MOVE 'D'                 TO PC-STATUS
    MOVE WS-OPERATOR-ID      TO PC-DECIDED-BY
    MOVE WS-CURRENT-DATE-NUM TO PC-DECISION-DATE
    MOVE PENDING-CHANGE-RECORD TO WS-PQ-RECORD(WS-PQ-FOUND-IDX)
    PERFORM Save-Pending-Queue
    MOVE WS-PQ-RECORD(WS-PQ-FOUND-IDX) TO PENDING-CHANGE-RECORD
    IF PENDING-QUEUE-SAVED
        DISPLAY "Solicitacao recusada: ", PC-CHANGE-ID
    END-IF.

List-Pending-Changes.
    MOVE 0 TO WS-LISTED-COUNT
    PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
            UNTIL WS-PQ-IDX > WS-PENDING-COUNT
        MOVE WS-PQ-RECORD(WS-PQ-IDX) TO PENDING-CHANGE-RECORD
        IF PC-PENDING AND PC-OWNER-JOB = WS-JOB-ID
            ADD 1 TO WS-LISTED-COUNT
            DISPLAY PC-CHANGE-ID, " cliente ", PC-ENTRY-KEY(1:6),
                    " por ", PC-REQUESTED-BY, " em ", PC-REQUEST-DATE
            DISPLAY "       de: ", PC-BEFORE-VALUE
            DISPLAY "     para: ", PC-AFTER-VALUE
        END-IF
    END-PERFORM
    DISPLAY "Correcoes pendentes de aprovacao: ", WS-LISTED-COUNT.

Find-Pending-For-Key.
    MOVE 0 TO WS-PQ-FOUND-IDX
    PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
            UNTIL WS-PQ-IDX > WS-PENDING-COUNT
        MOVE WS-PQ-RECORD(WS-PQ-IDX) TO PENDING-CHANGE-RECORD
        IF PC-PENDING AND PC-OWNER-JOB = WS-JOB-ID
           AND PC-ENTRY-KEY = WS-PENDING-KEY
            MOVE WS-PQ-IDX TO WS-PQ-FOUND-IDX
        END-IF
    END-PERFORM.

Find-Pending-By-Id.
    *> Leaves the entry found (if any) in the record area.
    MOVE 0 TO WS-PQ-FOUND-IDX
    PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
            UNTIL WS-PQ-IDX > WS-PENDING-COUNT
        MOVE WS-PQ-RECORD(WS-PQ-IDX) TO PENDING-CHANGE-RECORD
        IF PC-CHANGE-ID = WS-INPUT-CHANGE-ID
           AND PC-OWNER-JOB = WS-JOB-ID
            MOVE WS-PQ-IDX TO WS-PQ-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-PQ-FOUND-IDX NOT = 0
        MOVE WS-PQ-RECORD(WS-PQ-FOUND-IDX) TO PENDING-CHANGE-RECORD
    END-IF.

Load-Pending-Queue.
    MOVE 0 TO WS-PENDING-COUNT
    MOVE 0 TO WS-HIGH-CHANGE-ID
    MOVE 'N' TO WS-PENDING-EOF-SW
    MOVE 'N' TO WS-PENDING-OVERFLOW-SW
    OPEN INPUT PENDING-CHANGES
    IF WS-PENDING-STATUS = '00'
        PERFORM UNTIL END-OF-PENDING-FILE
            READ PENDING-CHANGES
                AT END
                    MOVE 'Y' TO WS-PENDING-EOF-SW
                NOT AT END
                    IF PC-CHANGE-ID > WS-HIGH-CHANGE-ID
                        MOVE PC-CHANGE-ID TO WS-HIGH-CHANGE-ID
                    END-IF
                    IF WS-PENDING-COUNT < WS-MAX-PENDING
                        ADD 1 TO WS-PENDING-COUNT
                        MOVE PENDING-CHANGE-RECORD
                            TO WS-PQ-RECORD(WS-PENDING-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-PENDING-OVERFLOW-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PENDING-CHANGES
        IF PENDING-QUEUE-OVERFLOWED
            DISPLAY "AVISO: PENDCHG.DAT excede ", WS-MAX-PENDING,
                    " registros - novas solicitacoes e decisoes "
                    "bloqueadas."
        END-IF
    END-IF.

Save-Pending-Queue.
    *> Never re-create the queue from an incomplete table: the
    *> entries past the work area would be lost.
    *> The caller reports the change as queued or decided only when
    *> PENDING-QUEUE-SAVED comes back set.
    MOVE 'N' TO WS-PENDING-SAVED-SW
    IF NOT PENDING-QUEUE-OVERFLOWED
        OPEN OUTPUT PENDING-CHANGES
        IF WS-PENDING-STATUS = '00'
            MOVE 'Y' TO WS-PENDING-SAVED-SW
            PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                    UNTIL WS-PQ-IDX > WS-PENDING-COUNT
                        OR NOT PENDING-QUEUE-SAVED
                MOVE WS-PQ-RECORD(WS-PQ-IDX)
                    TO PENDING-CHANGE-RECORD
                WRITE PENDING-CHANGE-RECORD
                IF WS-PENDING-STATUS NOT = '00'
                    DISPLAY "Erro ao gravar PENDCHG.DAT, status: ",
                            WS-PENDING-STATUS, " - fila pode estar "
                            "incompleta, acione o suporte."
                    MOVE 'N' TO WS-PENDING-SAVED-SW
                END-IF
            END-PERFORM
            CLOSE PENDING-CHANGES
        ELSE
            DISPLAY "Erro ao abrir PENDCHG.DAT para gravacao, "
                    "status: ", WS-PENDING-STATUS
        END-IF
    END-IF.

Add-Pending-Change.
    *> The caller has the type, key and before/after values staged in
    *> the PENDING-CHANGE-RECORD area; the number and stamps are set
    *> here.
    ADD 1 TO WS-HIGH-CHANGE-ID
    MOVE WS-HIGH-CHANGE-ID   TO PC-CHANGE-ID
    MOVE WS-JOB-ID           TO PC-OWNER-JOB
    MOVE WS-CURRENT-DATE-NUM TO PC-REQUEST-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-TIME     TO PC-REQUEST-TIME
    MOVE WS-OPERATOR-ID      TO PC-REQUESTED-BY
    MOVE 'P'                 TO PC-STATUS
    MOVE SPACES              TO PC-DECIDED-BY
    MOVE 0                   TO PC-DECISION-DATE
    ADD 1 TO WS-PENDING-COUNT
    MOVE PENDING-CHANGE-RECORD TO WS-PQ-RECORD(WS-PENDING-COUNT).
