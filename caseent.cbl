IDENTIFICATION DIVISION.
PROGRAM-ID.  CASEENT.
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

    SELECT RULES-FILE ASSIGN TO "data/rules.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RULES-STATUS.

    SELECT NEXT-CASE-CONTROL ASSIGN TO "CASENXT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEXTCASE-STATUS.

    SELECT CASE-QUEUE-FILE ASSIGN TO "CASEQUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-STATUS.

    SELECT TRANSACTION-FILE ASSIGN TO "data/transactions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRAN-STATUS.

    SELECT REJECT-WORK-FILE ASSIGN TO "REJWORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
COPY "runctlrec.cpy".

FD  CUSTOMER-MASTER.
COPY "custrec.cpy".

FD  RULES-FILE.
COPY "rulerec.cpy".

FD  NEXT-CASE-CONTROL.
COPY "casenxtrec.cpy".

FD  CASE-QUEUE-FILE.
COPY "casequerec.cpy".

FD  TRANSACTION-FILE.
COPY "tranrec.cpy".

FD  REJECT-WORK-FILE.
COPY "rejworkrec.cpy".

FD  AUDIT-LOG.
COPY "auditrec.cpy".

WORKING-STORAGE SECTION.

01  WS-RUNCTL-STATUS     PIC XX.
01  WS-CUST-STATUS       PIC XX.
01  WS-RULES-STATUS      PIC XX.
01  WS-NEXTCASE-STATUS   PIC XX.
01  WS-QUEUE-STATUS      PIC XX.
01  WS-TRAN-STATUS       PIC XX.
01  WS-WORK-STATUS       PIC XX.
01  WS-AUDIT-STATUS      PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-EXIT-SWITCH       PIC X(01) VALUE 'N'.
    88  OPERATOR-DONE               VALUE 'Y'.
01  WS-MENU-OPTION       PIC 9(01).

*> Rules table, same fields and defaults CONDICIONAL tables -- a
*> code accepted here must be one the night will also accept.
01  WS-MAX-RULES         PIC 9(4)  VALUE 500.
01  WS-RULE-COUNT        PIC 9(4)  VALUE 0.
01  WS-RULES-TABLE.
    05  WS-RULE-ENTRY OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-RULE-COUNT.
        10  WS-RULE-CODE         PIC X(05).
        10  WS-RULE-EFF-DATE     PIC 9(8).
        10  WS-RULE-EXP-DATE     PIC 9(8).
        10  WS-RULE-STATUS       PIC X(01).

*> The whole entry queue rides in storage, TABMANT-style, and is
*> re-persisted whole after each entry or cancellation.
01  WS-MAX-QUEUE         PIC 9(4)  VALUE 5000.
01  WS-QUEUE-COUNT       PIC 9(4)  VALUE 0.
01  WS-QUEUE-TABLE.
    05  WS-Q-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-QUEUE-COUNT.
        10  WS-Q-CASE-ID         PIC X(10).
        10  WS-Q-CUST-ID         PIC 9(6).
        10  WS-Q-CODE-AREA       PIC X(25).
        10  WS-Q-STATUS          PIC X(01).
        10  WS-Q-ENTRY-DATE      PIC 9(8).
        10  WS-Q-ENTRY-TIME      PIC 9(8).
        10  WS-Q-OPERATOR        PIC X(08).
        10  WS-Q-STATUS-DATE     PIC 9(8).
        10  WS-Q-ORIGIN          PIC X(01).
01  WS-QUEUE-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  QUEUE-OVERFLOWED            VALUE 'Y'.
01  WS-QUEUE-SAVED-SW    PIC X(01) VALUE 'N'.
    88  QUEUE-SAVED                 VALUE 'Y'.

01  WS-SCAN-IDX          PIC 9(4).
01  WS-FOUND-IDX         PIC 9(4)  VALUE 0.
01  WS-SEARCH-IDX        PIC 9(4).
01  WS-PENDING-COUNT     PIC 9(4)  VALUE 0.

01  WS-INPUT-CUST-ID     PIC 9(06).
01  WS-INPUT-CASE-ID     PIC X(10).
01  WS-INPUT-CODE        PIC X(05).
01  WS-CONFIRM           PIC X(01).

*> The case being keyed in: the TRANREC code area, filled left to
*> right exactly as CONDICIONAL reads it.
01  WS-NEW-CODE-AREA.
    05  WS-NEW-CODE          OCCURS 5 TIMES PIC X(05).
01  WS-NEW-CODE-COUNT    PIC 9(01) VALUE 0.
01  WS-CODE-SLOT-IDX     PIC 9(01).
01  WS-CODE-SLOT-IDX-2   PIC 9(01).
01  WS-CODES-DONE-SW     PIC X(01) VALUE 'N'.
    88  CODE-ENTRY-DONE             VALUE 'Y'.

01  WS-CASE-OK-SW        PIC X(01) VALUE 'N'.
    88  CASE-INPUT-OK               VALUE 'Y'.
01  WS-RECORD-FOUND-SW   PIC X(01) VALUE 'N'.
    88  CUSTOMER-FOUND              VALUE 'Y'.
01  WS-CODE-FOUND-SWITCH PIC X(01) VALUE 'N'.
    88  CODE-IS-VALID                VALUE 'Y'.
01  WS-CODE-KNOWN-SWITCH PIC X(01) VALUE 'N'.
    88  CODE-IS-KNOWN                VALUE 'Y'.
01  WS-LOOKUP-CODE       PIC X(05).

*> Code-set comparison work area: two code areas hold the same set
*> when every filled slot of each appears in the other, whatever
*> the order they were typed in.
01  WS-SET-A.
    05  WS-SET-A-CODE        OCCURS 5 TIMES PIC X(05).
01  WS-SET-B.
    05  WS-SET-B-CODE        OCCURS 5 TIMES PIC X(05).
01  WS-SET-MATCH-SW      PIC X(01) VALUE 'N'.
    88  CODE-SETS-MATCH             VALUE 'Y'.
01  WS-SLOT-FOUND-SW     PIC X(01) VALUE 'N'.
    88  SLOT-CODE-FOUND             VALUE 'Y'.
01  WS-DUPLICATE-SW      PIC X(01) VALUE 'N'.
    88  DUPLICATE-OPEN-CASE         VALUE 'Y'.
01  WS-DUPLICATE-CASE-ID PIC X(10).

01  WS-NEXT-CASE-NBR     PIC 9(6)  VALUE 0.
01  WS-HIGH-CASE-NBR     PIC 9(6)  VALUE 0.
01  WS-NEW-CASE-ID.
    05  WS-NEW-CASE-PREFIX   PIC X(04) VALUE 'CASE'.
    05  WS-NEW-CASE-NBR      PIC 9(06).
01  WS-SCAN-CASE-ID.
    05  WS-SCAN-CASE-PREFIX  PIC X(04).
    05  WS-SCAN-CASE-NBR     PIC X(06).
01  WS-CASE-NBR-READY-SW PIC X(01) VALUE 'N'.
    88  CASE-NBR-READY              VALUE 'Y'.

01  WS-AUDIT-ACTION      PIC X(08).
01  WS-AUDIT-OLD-VALUE   PIC X(52).
01  WS-AUDIT-NEW-VALUE   PIC X(52).

01  WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
01  WS-SIGNON-PERM       PIC X(01) VALUE SPACE.
    88  OPERATOR-MAY-UPDATE         VALUES 'U' 'S'.
01  WS-SIGNON-OK         PIC X(01) VALUE 'N'.
    88  SIGNON-ACCEPTED             VALUE 'Y'.
01  WS-JOB-ID            PIC X(08) VALUE 'CASEENT '.
01  WS-CURRENT-TIME      PIC 9(8).
01  WS-CURRENT-DATE-NUM  PIC 9(8).
01  WS-JUDGE-DATE-NUM    PIC 9(8)  VALUE 0.
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

PROCEDURE DIVISION.
Begin.
    ACCEPT CurrentDate FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    COMPUTE WS-CURRENT-DATE-NUM =
        CurrentYear * 10000 + CurrentMonth * 100 + CurrentDay

    *> Shared sign-on check, same as the other maintenance programs:
    *> listing the queue stays open to everyone signed on, entering
    *> or cancelling a case takes an update profile.
    CALL 'OPRSIGN' USING WS-OPERATOR-ID, WS-SIGNON-PERM,
                         WS-SIGNON-OK
    IF NOT SIGNON-ACCEPTED
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Read-Judge-Date
    PERFORM Load-Rules-Table
    PERFORM Load-Case-Queue

    PERFORM UNTIL OPERATOR-DONE
        PERFORM Show-Menu
        ACCEPT WS-MENU-OPTION
        EVALUATE TRUE
            WHEN WS-MENU-OPTION = 2
                PERFORM List-Pending-Cases
            WHEN WS-MENU-OPTION = 4
                MOVE 'Y' TO WS-EXIT-SWITCH
            WHEN (WS-MENU-OPTION = 1 OR WS-MENU-OPTION = 3)
                 AND NOT OPERATOR-MAY-UPDATE
                DISPLAY "Permissao insuficiente: perfil somente de "
                        "consulta."
            WHEN (WS-MENU-OPTION = 1 OR WS-MENU-OPTION = 3)
                 AND QUEUE-OVERFLOWED
                DISPLAY "Manutencao recusada: CASEQUE.DAT excede a "
                        "area de trabalho - expurgue antes."
            WHEN WS-MENU-OPTION = 1
                PERFORM Enter-Case
            WHEN WS-MENU-OPTION = 3
                PERFORM Cancel-Case
            WHEN OTHER
                DISPLAY "Opcao invalida."
        END-EVALUATE
    END-PERFORM

    MOVE 0 TO RETURN-CODE
    STOP RUN.

Show-Menu.
    DISPLAY "== Entrada de Casos de Elegibilidade =="
    DISPLAY "1-Incluir caso  2-Listar pendentes  3-Cancelar caso  "
            "4-Sair"
    DISPLAY "Opcao: ".

Read-Judge-Date.
    *> A queued case is decided by the NEXT nightly run, which works
    *> the business date on RUNCTL.DAT -- so the effective window is
    *> judged against that date, not the desk clock. Without a run
    *> control the system date is the best available stand-in.
    MOVE 0 TO WS-JUDGE-DATE-NUM
    OPEN INPUT RUN-CONTROL
    IF WS-RUNCTL-STATUS = '00'
        READ RUN-CONTROL
            NOT AT END
                MOVE RUNCTL-BUSINESS-DATE TO WS-JUDGE-DATE-NUM
        END-READ
        CLOSE RUN-CONTROL
    END-IF
    IF WS-JUDGE-DATE-NUM = 0
        DISPLAY "AVISO: RUNCTL.DAT indisponivel, vigencia das regras "
                "avaliada pela data do sistema."
        MOVE WS-CURRENT-DATE-NUM TO WS-JUDGE-DATE-NUM
    END-IF.

Load-Rules-Table.
    MOVE 0 TO WS-RULE-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT RULES-FILE
    IF WS-RULES-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ RULES-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-RULE-COUNT < WS-MAX-RULES
                        ADD 1 TO WS-RULE-COUNT
                        PERFORM Table-One-Rule
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RULES-FILE
    ELSE
        DISPLAY "data/rules.dat indisponivel, status: ",
                WS-RULES-STATUS, " - nenhum codigo sera aceito."
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Table-One-Rule.
    *> Same pre-extension defaults as CONDICIONAL: blank dates are
    *> "always in effect" and a blank status is active.
    MOVE RULE-CODE TO WS-RULE-CODE(WS-RULE-COUNT)
    IF RULE-EFFECTIVE-DATE IS NUMERIC
        MOVE RULE-EFFECTIVE-DATE TO WS-RULE-EFF-DATE(WS-RULE-COUNT)
    ELSE
        MOVE 0 TO WS-RULE-EFF-DATE(WS-RULE-COUNT)
    END-IF
    IF RULE-EXPIRY-DATE IS NUMERIC
        MOVE RULE-EXPIRY-DATE TO WS-RULE-EXP-DATE(WS-RULE-COUNT)
    ELSE
        MOVE 0 TO WS-RULE-EXP-DATE(WS-RULE-COUNT)
    END-IF
    IF RULE-STATUS = SPACE
        MOVE 'A' TO WS-RULE-STATUS(WS-RULE-COUNT)
    ELSE
        MOVE RULE-STATUS TO WS-RULE-STATUS(WS-RULE-COUNT)
    END-IF.

Lookup-Code.
    *> The same pass test CONDICIONAL's Lookup-Code applies: active,
    *> and the judgment date inside the effective window.
    MOVE 'N' TO WS-CODE-FOUND-SWITCH
    MOVE 'N' TO WS-CODE-KNOWN-SWITCH
    PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
            UNTIL WS-SEARCH-IDX > WS-RULE-COUNT
        IF WS-LOOKUP-CODE = WS-RULE-CODE(WS-SEARCH-IDX)
            MOVE 'Y' TO WS-CODE-KNOWN-SWITCH
            IF WS-RULE-STATUS(WS-SEARCH-IDX) = 'A'
               AND WS-RULE-EFF-DATE(WS-SEARCH-IDX)
                   <= WS-JUDGE-DATE-NUM
               AND (WS-RULE-EXP-DATE(WS-SEARCH-IDX) = 0
                    OR WS-RULE-EXP-DATE(WS-SEARCH-IDX)
                       >= WS-JUDGE-DATE-NUM)
                MOVE 'Y' TO WS-CODE-FOUND-SWITCH
            END-IF
        END-IF
    END-PERFORM.

Load-Case-Queue.
    *> Read at sign-on and again before every entry or cancellation:
    *> TRANXCHK, RULEIMP and other CASEENT sessions all write this
    *> queue, so the copy held since sign-on may no longer be the
    *> file as it stands.
    MOVE 0 TO WS-QUEUE-COUNT
    MOVE 'N' TO WS-QUEUE-OVERFLOW-SW
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CASE-QUEUE-FILE
    IF WS-QUEUE-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CASE-QUEUE-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-QUEUE-COUNT < WS-MAX-QUEUE
                        ADD 1 TO WS-QUEUE-COUNT
                        MOVE CQ-CASE-ID
                            TO WS-Q-CASE-ID(WS-QUEUE-COUNT)
                        MOVE CQ-CUST-ID
                            TO WS-Q-CUST-ID(WS-QUEUE-COUNT)
                        MOVE CQ-CODE-AREA
                            TO WS-Q-CODE-AREA(WS-QUEUE-COUNT)
                        MOVE CQ-STATUS
                            TO WS-Q-STATUS(WS-QUEUE-COUNT)
                        MOVE CQ-ENTRY-DATE
                            TO WS-Q-ENTRY-DATE(WS-QUEUE-COUNT)
                        MOVE CQ-ENTRY-TIME
                            TO WS-Q-ENTRY-TIME(WS-QUEUE-COUNT)
                        MOVE CQ-OPERATOR-ID
                            TO WS-Q-OPERATOR(WS-QUEUE-COUNT)
                        MOVE CQ-STATUS-DATE
                            TO WS-Q-STATUS-DATE(WS-QUEUE-COUNT)
                        MOVE CQ-ORIGIN
                            TO WS-Q-ORIGIN(WS-QUEUE-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-QUEUE-OVERFLOW-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CASE-QUEUE-FILE
        IF QUEUE-OVERFLOWED
            DISPLAY "AVISO: CASEQUE.DAT excede ", WS-MAX-QUEUE,
                    " registros - inclusao e cancelamento bloqueados "
                    "ate expurgo; listagem disponivel."
        END-IF
    ELSE
        DISPLAY "CASEQUE.DAT nao encontrado, iniciando fila vazia."
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Save-Case-Queue.
    *> Same read-modify-rewrite discipline as REJMANT's workbench.
    *> The caller writes its audit entry and tells the operator only
    *> when QUEUE-SAVED comes back set.
    MOVE 'N' TO WS-QUEUE-SAVED-SW
    OPEN OUTPUT CASE-QUEUE-FILE
    IF WS-QUEUE-STATUS = '00'
        MOVE 'Y' TO WS-QUEUE-SAVED-SW
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-QUEUE-COUNT
                    OR NOT QUEUE-SAVED
            MOVE WS-Q-CASE-ID(WS-SCAN-IDX)     TO CQ-CASE-ID
            MOVE WS-Q-CUST-ID(WS-SCAN-IDX)     TO CQ-CUST-ID
            MOVE WS-Q-CODE-AREA(WS-SCAN-IDX)   TO CQ-CODE-AREA
            MOVE WS-Q-STATUS(WS-SCAN-IDX)      TO CQ-STATUS
            MOVE WS-Q-ENTRY-DATE(WS-SCAN-IDX)  TO CQ-ENTRY-DATE
            MOVE WS-Q-ENTRY-TIME(WS-SCAN-IDX)  TO CQ-ENTRY-TIME
            MOVE WS-Q-OPERATOR(WS-SCAN-IDX)    TO CQ-OPERATOR-ID
            MOVE WS-Q-STATUS-DATE(WS-SCAN-IDX) TO CQ-STATUS-DATE
            MOVE WS-Q-ORIGIN(WS-SCAN-IDX)      TO CQ-ORIGIN
            WRITE CASE-QUEUE-RECORD
            IF WS-QUEUE-STATUS NOT = '00'
                DISPLAY "Erro ao gravar CASEQUE.DAT, status: ",
                        WS-QUEUE-STATUS, " - fila pode estar "
                        "incompleta, acione o suporte."
                MOVE 'N' TO WS-QUEUE-SAVED-SW
            END-IF
        END-PERFORM
        CLOSE CASE-QUEUE-FILE
    ELSE
        DISPLAY "Erro ao abrir CASEQUE.DAT para gravacao, status: ",
                WS-QUEUE-STATUS, " - operacao nao efetivada."
    END-IF.

List-Pending-Cases.
    MOVE 0 TO WS-PENDING-COUNT
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-QUEUE-COUNT
        IF WS-Q-STATUS(WS-SCAN-IDX) = 'P'
            ADD 1 TO WS-PENDING-COUNT
            DISPLAY WS-Q-CASE-ID(WS-SCAN-IDX), " ",
                    WS-Q-CUST-ID(WS-SCAN-IDX), " ",
                    WS-Q-CODE-AREA(WS-SCAN-IDX), " em ",
                    WS-Q-ENTRY-DATE(WS-SCAN-IDX), " por ",
                    WS-Q-OPERATOR(WS-SCAN-IDX)
            IF WS-Q-ORIGIN(WS-SCAN-IDX) = 'S'
                DISPLAY "           (reavaliacao gerada pelo sistema "
                        "- regra fora de vigencia)"
            END-IF
        END-IF
    END-PERFORM
    DISPLAY "Casos pendentes para o proximo processamento: ",
            WS-PENDING-COUNT.

Enter-Case.
    PERFORM Load-Case-Queue
    IF QUEUE-OVERFLOWED
        DISPLAY "Inclusao recusada: CASEQUE.DAT excede a "
                "area de trabalho - expurgue antes."
    ELSE
        PERFORM Key-In-Case
    END-IF.

Key-In-Case.
    MOVE 'Y' TO WS-CASE-OK-SW
    DISPLAY "Numero do cliente (6 digitos): "
    ACCEPT WS-INPUT-CUST-ID
    PERFORM Check-Customer
    IF CASE-INPUT-OK
        PERFORM Accept-Case-Codes
    END-IF
    IF CASE-INPUT-OK
        PERFORM Check-Duplicate-Case
    END-IF
    IF CASE-INPUT-OK
        DISPLAY "Cliente : ", CUST-ID, " - ", CUST-NAME
        DISPLAY "Codigos : ", WS-NEW-CODE-AREA
        DISPLAY "Confirma a inclusao (S/N)? "
        ACCEPT WS-CONFIRM
        IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
            *> The operator may have sat on the prompt: take the queue
            *> as it stands now and repeat the duplicate check on it.
            PERFORM Load-Case-Queue
            IF QUEUE-OVERFLOWED
                DISPLAY "Inclusao recusada: CASEQUE.DAT excede a "
                        "area de trabalho - expurgue antes."
            ELSE
                PERFORM Check-Duplicate-Case
                IF CASE-INPUT-OK
                    PERFORM Queue-New-Case
                END-IF
            END-IF
        ELSE
            DISPLAY "Inclusao cancelada pelo operador."
        END-IF
    END-IF.

Check-Customer.
    *> The case must name a customer the master carries AND still
    *> active -- TRANXCHK would only orphan it at night otherwise,
    *> and a deactivated or merged-away customer is not decided.
    MOVE 'N' TO WS-RECORD-FOUND-SW
    OPEN INPUT CUSTOMER-MASTER
    IF WS-CUST-STATUS NOT = '00'
        DISPLAY "CUSTMAST.IDX indisponivel, status: ", WS-CUST-STATUS
        MOVE 'N' TO WS-CASE-OK-SW
    ELSE
        MOVE WS-INPUT-CUST-ID TO CUST-ID
        READ CUSTOMER-MASTER
            INVALID KEY
                DISPLAY "Cliente nao encontrado: ", WS-INPUT-CUST-ID
                MOVE 'N' TO WS-CASE-OK-SW
            NOT INVALID KEY
                MOVE 'Y' TO WS-RECORD-FOUND-SW
                IF NOT CUST-ACTIVE
                    DISPLAY "Cliente nao esta ativo: ", CUST-ID,
                            " situacao: ", CUST-ACTIVE-STATUS
                    MOVE 'N' TO WS-CASE-OK-SW
                END-IF
        END-READ
        CLOSE CUSTOMER-MASTER
    END-IF.

Accept-Case-Codes.
    *> Up to five condition codes, left to right; a blank answer
    *> ends the list. Every code is checked as it is typed, and one
    *> bad code refuses the whole case -- the same all-or-nothing
    *> judgment CONDICIONAL gives it at night.
    MOVE SPACES TO WS-NEW-CODE-AREA
    MOVE 0 TO WS-NEW-CODE-COUNT
    MOVE 'N' TO WS-CODES-DONE-SW
    PERFORM VARYING WS-CODE-SLOT-IDX FROM 1 BY 1
            UNTIL WS-CODE-SLOT-IDX > 5
                OR CODE-ENTRY-DONE
                OR NOT CASE-INPUT-OK
        DISPLAY "Codigo ", WS-CODE-SLOT-IDX,
                " (5 caracteres, vazio = fim): "
        ACCEPT WS-INPUT-CODE
        IF WS-INPUT-CODE = SPACES
            MOVE 'Y' TO WS-CODES-DONE-SW
        ELSE
            PERFORM Check-One-Code
            IF CASE-INPUT-OK
                ADD 1 TO WS-NEW-CODE-COUNT
                MOVE WS-INPUT-CODE TO WS-NEW-CODE(WS-NEW-CODE-COUNT)
            END-IF
        END-IF
    END-PERFORM
    IF CASE-INPUT-OK AND WS-NEW-CODE-COUNT = 0
        DISPLAY "Caso recusado: informe ao menos um codigo."
        MOVE 'N' TO WS-CASE-OK-SW
    END-IF.

Check-One-Code.
    MOVE WS-INPUT-CODE TO WS-LOOKUP-CODE
    PERFORM Lookup-Code
    EVALUATE TRUE
        WHEN NOT CODE-IS-KNOWN
            DISPLAY "Caso recusado: codigo inexistente em "
                    "data/rules.dat: ", WS-INPUT-CODE
            MOVE 'N' TO WS-CASE-OK-SW
        WHEN NOT CODE-IS-VALID
            DISPLAY "Caso recusado: codigo fora de vigencia ou "
                    "aposentado em ", WS-JUDGE-DATE-NUM, ": ",
                    WS-INPUT-CODE
            MOVE 'N' TO WS-CASE-OK-SW
        WHEN OTHER
            PERFORM VARYING WS-CODE-SLOT-IDX-2 FROM 1 BY 1
                    UNTIL WS-CODE-SLOT-IDX-2 > WS-NEW-CODE-COUNT
                IF WS-NEW-CODE(WS-CODE-SLOT-IDX-2) = WS-INPUT-CODE
                    DISPLAY "Caso recusado: codigo repetido no "
                            "caso: ", WS-INPUT-CODE
                    MOVE 'N' TO WS-CASE-OK-SW
                END-IF
            END-PERFORM
    END-EVALUATE.

Check-Duplicate-Case.
    *> An open case is one still waiting on the queue, or one the
    *> night already rejected that sits open on the exceptions
    *> workbench. Either way a second case for the same customer on
    *> the same code set would only be decided (or rejected) twice.
    MOVE 'N' TO WS-DUPLICATE-SW
    MOVE WS-NEW-CODE-AREA TO WS-SET-A
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-QUEUE-COUNT
                OR DUPLICATE-OPEN-CASE
        IF WS-Q-STATUS(WS-SCAN-IDX) = 'P'
           AND WS-Q-CUST-ID(WS-SCAN-IDX) = WS-INPUT-CUST-ID
            MOVE WS-Q-CODE-AREA(WS-SCAN-IDX) TO WS-SET-B
            PERFORM Compare-Code-Sets
            IF CODE-SETS-MATCH
                MOVE 'Y' TO WS-DUPLICATE-SW
                MOVE WS-Q-CASE-ID(WS-SCAN-IDX)
                    TO WS-DUPLICATE-CASE-ID
            END-IF
        END-IF
    END-PERFORM
    IF NOT DUPLICATE-OPEN-CASE
        PERFORM Scan-Open-Workbench
    END-IF
    IF DUPLICATE-OPEN-CASE
        DISPLAY "Caso recusado: ja existe caso em aberto para o "
                "cliente com os mesmos codigos: ",
                WS-DUPLICATE-CASE-ID
        MOVE 'N' TO WS-CASE-OK-SW
    END-IF.

Scan-Open-Workbench.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT REJECT-WORK-FILE
    IF WS-WORK-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ REJECT-WORK-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF RW-OPEN AND RW-CUST-ID = WS-INPUT-CUST-ID
                        *> Pre-extension workbench entries carry only
                        *> the failing code -- compare on that alone.
                        IF RW-ALL-CODES = SPACES
                            MOVE SPACES  TO WS-SET-B
                            MOVE RW-CODE TO WS-SET-B-CODE(1)
                        ELSE
                            MOVE RW-ALL-CODES TO WS-SET-B
                        END-IF
                        PERFORM Compare-Code-Sets
                        IF CODE-SETS-MATCH
                            MOVE 'Y' TO WS-DUPLICATE-SW
                            MOVE RW-CASE-ID TO WS-DUPLICATE-CASE-ID
                            MOVE 'Y' TO WS-EOF-SWITCH
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJECT-WORK-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Compare-Code-Sets.
    MOVE 'Y' TO WS-SET-MATCH-SW
    PERFORM VARYING WS-CODE-SLOT-IDX FROM 1 BY 1
            UNTIL WS-CODE-SLOT-IDX > 5
        IF WS-SET-A-CODE(WS-CODE-SLOT-IDX) NOT = SPACES
            MOVE 'N' TO WS-SLOT-FOUND-SW
            PERFORM VARYING WS-CODE-SLOT-IDX-2 FROM 1 BY 1
                    UNTIL WS-CODE-SLOT-IDX-2 > 5
                IF WS-SET-B-CODE(WS-CODE-SLOT-IDX-2)
                   = WS-SET-A-CODE(WS-CODE-SLOT-IDX)
                    MOVE 'Y' TO WS-SLOT-FOUND-SW
                END-IF
            END-PERFORM
            IF NOT SLOT-CODE-FOUND
                MOVE 'N' TO WS-SET-MATCH-SW
            END-IF
        END-IF
        IF WS-SET-B-CODE(WS-CODE-SLOT-IDX) NOT = SPACES
            MOVE 'N' TO WS-SLOT-FOUND-SW
            PERFORM VARYING WS-CODE-SLOT-IDX-2 FROM 1 BY 1
                    UNTIL WS-CODE-SLOT-IDX-2 > 5
                IF WS-SET-A-CODE(WS-CODE-SLOT-IDX-2)
                   = WS-SET-B-CODE(WS-CODE-SLOT-IDX)
                    MOVE 'Y' TO WS-SLOT-FOUND-SW
                END-IF
            END-PERFORM
            IF NOT SLOT-CODE-FOUND
                MOVE 'N' TO WS-SET-MATCH-SW
            END-IF
        END-IF
    END-PERFORM.

Queue-New-Case.
    IF WS-QUEUE-COUNT >= WS-MAX-QUEUE
        DISPLAY "Fila de casos cheia, nao e possivel incluir."
    ELSE
        PERFORM Reserve-Next-Case-Id
        IF CASE-NBR-READY
            ADD 1 TO WS-QUEUE-COUNT
            MOVE WS-NEW-CASE-ID   TO WS-Q-CASE-ID(WS-QUEUE-COUNT)
            MOVE WS-INPUT-CUST-ID TO WS-Q-CUST-ID(WS-QUEUE-COUNT)
            MOVE WS-NEW-CODE-AREA TO WS-Q-CODE-AREA(WS-QUEUE-COUNT)
            MOVE 'P'              TO WS-Q-STATUS(WS-QUEUE-COUNT)
            MOVE WS-CURRENT-DATE-NUM
                TO WS-Q-ENTRY-DATE(WS-QUEUE-COUNT)
            ACCEPT WS-CURRENT-TIME FROM TIME
            MOVE WS-CURRENT-TIME  TO WS-Q-ENTRY-TIME(WS-QUEUE-COUNT)
            MOVE WS-OPERATOR-ID   TO WS-Q-OPERATOR(WS-QUEUE-COUNT)
            MOVE WS-CURRENT-DATE-NUM
                TO WS-Q-STATUS-DATE(WS-QUEUE-COUNT)
            MOVE 'D'              TO WS-Q-ORIGIN(WS-QUEUE-COUNT)
            PERFORM Save-Case-Queue
            IF QUEUE-SAVED
                MOVE 'CASEENT ' TO WS-AUDIT-ACTION
                MOVE SPACES     TO WS-AUDIT-OLD-VALUE
                MOVE SPACES     TO WS-AUDIT-NEW-VALUE
                STRING WS-NEW-CASE-ID " " WS-NEW-CODE-AREA
                    DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                PERFORM Write-Audit-Entry
                DISPLAY "Caso incluido: ", WS-NEW-CASE-ID,
                        " - sera decidido no proximo processamento "
                        "noturno."
            END-IF
        END-IF
    END-IF.

Reserve-Next-Case-Id.
    *> Same reservation discipline as LENDO_DADOS' CUST-ID: the
    *> number is bumped on the control file BEFORE the queue is
    *> written, so an abend in between costs a gap, never a reused
    *> CASE-ID. A site without the control file yet is seeded once
    *> from the highest CASE-ID already in use, so the numbering
    *> never collides with the hand-typed cases it replaces.
    MOVE 'N' TO WS-CASE-NBR-READY-SW
    MOVE 0 TO WS-NEXT-CASE-NBR
    OPEN INPUT NEXT-CASE-CONTROL
    IF WS-NEXTCASE-STATUS = '00'
        READ NEXT-CASE-CONTROL
            NOT AT END
                MOVE NEXT-CASE-NBR TO WS-NEXT-CASE-NBR
        END-READ
        CLOSE NEXT-CASE-CONTROL
    END-IF
    IF WS-NEXT-CASE-NBR = 0
        PERFORM Seed-Next-Case-Nbr
    END-IF
    IF WS-NEXT-CASE-NBR = 0 OR WS-NEXT-CASE-NBR > 999999
        DISPLAY "Numeracao de casos esgotada ou ilegivel em "
                "CASENXT.DAT - inclusao recusada."
    ELSE
        MOVE WS-NEXT-CASE-NBR TO WS-NEW-CASE-NBR
        ADD 1 TO WS-NEXT-CASE-NBR
        OPEN OUTPUT NEXT-CASE-CONTROL
        MOVE WS-NEXT-CASE-NBR    TO NEXT-CASE-NBR
        MOVE WS-CURRENT-DATE-NUM TO NEXT-CASE-UPDATE-DATE
        ACCEPT NEXT-CASE-UPDATE-TIME FROM TIME
        WRITE NEXT-CASE-CONTROL-RECORD
        IF WS-NEXTCASE-STATUS = '00'
            MOVE 'Y' TO WS-CASE-NBR-READY-SW
        ELSE
            DISPLAY "CASENXT.DAT nao gravado, status: ",
                    WS-NEXTCASE-STATUS, " - inclusao recusada."
        END-IF
        CLOSE NEXT-CASE-CONTROL
    END-IF.

Seed-Next-Case-Nbr.
    MOVE 0 TO WS-HIGH-CASE-NBR
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT TRANSACTION-FILE
    IF WS-TRAN-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ TRANSACTION-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    MOVE TRAN-CASE-ID TO WS-SCAN-CASE-ID
                    PERFORM Note-High-Case-Nbr
            END-READ
        END-PERFORM
        CLOSE TRANSACTION-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-QUEUE-COUNT
        MOVE WS-Q-CASE-ID(WS-SCAN-IDX) TO WS-SCAN-CASE-ID
        PERFORM Note-High-Case-Nbr
    END-PERFORM
    COMPUTE WS-NEXT-CASE-NBR = WS-HIGH-CASE-NBR + 1
    DISPLAY "CASENXT.DAT inexistente - numeracao semeada a partir "
            "de ", WS-NEXT-CASE-NBR.

Note-High-Case-Nbr.
    IF (WS-SCAN-CASE-PREFIX = 'CASE' OR WS-SCAN-CASE-PREFIX = 'REAV')
       AND WS-SCAN-CASE-NBR IS NUMERIC
        IF WS-SCAN-CASE-NBR > WS-HIGH-CASE-NBR
            MOVE WS-SCAN-CASE-NBR TO WS-HIGH-CASE-NBR
        END-IF
    END-IF.

Cancel-Case.
    *> Only a case still pending can be cancelled: once TRANXCHK has
    *> released it into the night's run it is past the cutoff and
    *> will be decided -- the way out then is the exceptions team.
    *> The status is judged on the queue as it stands now, not as it
    *> stood at sign-on -- TRANXCHK may have released the case since.
    DISPLAY "Caso a cancelar (10 caracteres): "
    ACCEPT WS-INPUT-CASE-ID
    PERFORM Load-Case-Queue
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-QUEUE-COUNT
        IF WS-Q-CASE-ID(WS-SCAN-IDX) = WS-INPUT-CASE-ID
            MOVE WS-SCAN-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN QUEUE-OVERFLOWED
            DISPLAY "Cancelamento recusado: CASEQUE.DAT excede a "
                    "area de trabalho - expurgue antes."
        WHEN WS-FOUND-IDX = 0
            DISPLAY "Caso nao encontrado na fila: ", WS-INPUT-CASE-ID
        WHEN WS-Q-STATUS(WS-FOUND-IDX) = 'R'
            DISPLAY "Caso ja liberado para o processamento noturno "
                    "em ", WS-Q-STATUS-DATE(WS-FOUND-IDX),
                    " - cancelamento fora do prazo."
        WHEN WS-Q-STATUS(WS-FOUND-IDX) = 'C'
            DISPLAY "Caso ja cancelado: ", WS-INPUT-CASE-ID
        WHEN OTHER
            MOVE 'C' TO WS-Q-STATUS(WS-FOUND-IDX)
            MOVE WS-CURRENT-DATE-NUM
                TO WS-Q-STATUS-DATE(WS-FOUND-IDX)
            PERFORM Save-Case-Queue
            IF QUEUE-SAVED
                MOVE WS-Q-CUST-ID(WS-FOUND-IDX) TO WS-INPUT-CUST-ID
                PERFORM Read-Customer-For-Audit
                MOVE 'CASECANC' TO WS-AUDIT-ACTION
                MOVE SPACES     TO WS-AUDIT-OLD-VALUE
                STRING WS-Q-CASE-ID(WS-FOUND-IDX) " "
                       WS-Q-CODE-AREA(WS-FOUND-IDX)
                    DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
                MOVE SPACES     TO WS-AUDIT-NEW-VALUE
                MOVE "CANCELADO" TO WS-AUDIT-NEW-VALUE
                PERFORM Write-Audit-Entry
                DISPLAY "Caso cancelado: ", WS-INPUT-CASE-ID
            END-IF
    END-EVALUATE.

Read-Customer-For-Audit.
    *> The audit entry carries the customer's name and channel like
    *> every other master-related entry; a customer gone from the
    *> master since the entry still gets the cancellation logged.
    OPEN INPUT CUSTOMER-MASTER
    MOVE WS-INPUT-CUST-ID TO CUST-ID
    IF WS-CUST-STATUS = '00'
        READ CUSTOMER-MASTER
            INVALID KEY
                MOVE WS-INPUT-CUST-ID TO CUST-ID
                MOVE SPACES TO CUST-NAME
                MOVE ZEROS  TO CUST-CAPTURE-DATE
                MOVE SPACES TO CUST-SOURCE-CHANNEL
        END-READ
        CLOSE CUSTOMER-MASTER
    ELSE
        MOVE SPACES TO CUST-NAME
        MOVE ZEROS  TO CUST-CAPTURE-DATE
        MOVE SPACES TO CUST-SOURCE-CHANNEL
    END-IF.

Write-Audit-Entry.
    *> Same append discipline as CUSTMANT: operator-stamped with the
    *> ID OPRSIGN validated, the case and its codes in the
    *> before/after columns.
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
    MOVE WS-INPUT-CUST-ID    TO AUDIT-CUST-ID
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
