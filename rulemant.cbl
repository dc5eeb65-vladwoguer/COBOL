        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RULES-STATUS.

    SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT PENDING-CHANGES ASSIGN TO "PENDCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT DECISION-HISTORY ASSIGN TO "DECHIST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DH-KEY
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RULES-FILE.
COPY "rulerec.cpy".

FD  AUDIT-LOG.
COPY "auditrec.cpy".

FD  PENDING-CHANGES.
COPY "pendchgrec.cpy".

FD  DECISION-HISTORY.
COPY "dechistrec.cpy".

FD  CUSTOMER-MASTER.
COPY "custrec.cpy".

WORKING-STORAGE SECTION.

01  WS-RULES-STATUS      PIC XX.
01  WS-AUDIT-STATUS      PIC XX.
01  WS-PENDING-STATUS    PIC XX.
01  WS-HISTORY-STATUS    PIC XX.
01  WS-CUST-STATUS       PIC XX.
01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-RULES-FILE           VALUE 'Y'.
01  WS-RULES-SAVED-SW    PIC X(01) VALUE 'N'.
    88  RULE-TABLE-SAVED            VALUE 'Y'.

01  WS-EXIT-SWITCH       PIC X(01) VALUE 'N'.
    88  OPERATOR-DONE               VALUE 'Y'.
01  WS-LEAP-WORK         PIC 9(4).
01  WS-LEAP-REM          PIC 9(4).

*> Rule state as the dual-control queue and the audit trail show
*> it: code, status and the effective window.
01  WS-RULE-STATE.
    05  RS-CODE              PIC X(05).
    05  FILLER               PIC X(10) VALUE " SITUACAO ".
    05  RS-STATUS            PIC X(01).
    05  FILLER               PIC X(10) VALUE " VIGENCIA ".
    05  RS-EFF-DATE          PIC 9(08).
    05  FILLER               PIC X(03) VALUE " A ".
    05  RS-EXP-DATE          PIC 9(08).

*> Dual-control queue: a retirement is not applied when it is keyed
*> in, it waits on PENDCHG.DAT (shared with CUSTMANT and HOLMANT)
*> until a supervisor other than the maker approves it. The whole
*> queue is held here and re-persisted after each change, reloaded
*> first so another program's entries are never lost.
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

*> Impact preview: the customers whose standing eligible decision
*> rests on the code, as RULEIMP will find them on the night the
*> rule stops being in force -- shown to the maker before the
*> retirement is queued and to the checker before approving it.
01  WS-HISTORY-EOF-SW    PIC X(01) VALUE 'N'.
    88  END-OF-HISTORY              VALUE 'Y'.
01  WS-MASTER-OPEN-SW    PIC X(01) VALUE 'N'.
    88  MASTER-IS-OPEN              VALUE 'Y'.
01  WS-IMPACT-TOTAL      PIC 9(6).
01  WS-IMPACT-REEVAL     PIC 9(6).
01  WS-IMPACT-INACTIVE   PIC 9(6).
01  WS-IMPACT-MERGED     PIC 9(6).
01  WS-IMPACT-NOT-FOUND  PIC 9(6).
01  WS-IMPACT-CH-01      PIC 9(6).
01  WS-IMPACT-CH-02      PIC 9(6).
01  WS-IMPACT-CH-OL      PIC 9(6).
01  WS-IMPACT-CH-OTHER   PIC 9(6).
01  WS-IMPACT-COUNT-OUT  PIC ZZZ,ZZ9.

01  WS-AUDIT-ACTION      PIC X(08).
01  WS-AUDIT-OLD-VALUE   PIC X(52).
01  WS-AUDIT-NEW-VALUE   PIC X(52).
01  WS-AUDIT-MAKER-ID    PIC X(08) VALUE SPACES.
01  WS-AUDIT-APPROVER-ID PIC X(08) VALUE SPACES.

01  WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
01  WS-SIGNON-PERM       PIC X(01) VALUE SPACE.
    88  OPERATOR-MAY-UPDATE         VALUES 'U' 'S'.
    88  OPERATOR-IS-SUPERVISOR      VALUE 'S'.
01  WS-SIGNON-OK         PIC X(01) VALUE 'N'.
    88  SIGNON-ACCEPTED             VALUE 'Y'.
01  WS-JOB-ID            PIC X(08) VALUE 'RULEMANT'.
01  WS-CURRENT-TIME      PIC 9(8).
01  WS-CURRENT-DATE-NUM  PIC 9(8).
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

PROCEDURE DIVISION.
Begin.
    ACCEPT CurrentDate FROM DATE YYYYMMDD
    COMPUTE WS-CURRENT-DATE-NUM =
        CurrentYear * 10000 + CurrentMonth * 100 + CurrentDay

    *> Shared sign-on check, same as the other maintenance programs:
    *> the rules file decides who gets money-adjacent answers, so
    *> changing it takes an update profile; consulting does not.
            WHEN WS-MENU-OPTION = 4
                PERFORM Inquire-Entry
            WHEN WS-MENU-OPTION = 5
                PERFORM Review-Pending-Changes
            WHEN WS-MENU-OPTION = 6
                MOVE 'Y' TO WS-EXIT-SWITCH
            WHEN (WS-MENU-OPTION = 1 OR WS-MENU-OPTION = 2
                  OR WS-MENU-OPTION = 3)
Show-Menu.
    DISPLAY "== Manutencao das Regras de Elegibilidade =="
    DISPLAY "1-Incluir  2-Alterar descricao  3-Aposentar  "
            "4-Consultar"
    DISPLAY "5-Pendencias de aprovacao  6-Sair"
    DISPLAY "Opcao: ".

Load-Rule-Table.
    *> there; they are normalized on the way in (always in effect,
    *> active) exactly as CONDICIONAL normalizes them at night, so
    *> the first save through this program persists the full layout.
    *> Read at sign-on and again before every change, so a table
    *> another session has saved since is never written back over.
    MOVE 0 TO WS-RULE-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT RULES-FILE
    *> Same read-modify-rewrite discipline as TABMANT and HOLMANT:
    *> the file is re-persisted whole, in ascending code order,
    *> after each change.
    MOVE 'N' TO WS-RULES-SAVED-SW
    OPEN OUTPUT RULES-FILE
    IF WS-RULES-STATUS = '00'
        MOVE 'Y' TO WS-RULES-SAVED-SW
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-RULE-COUNT
                    OR NOT RULE-TABLE-SAVED
            MOVE WS-R-CODE(WS-SCAN-IDX)        TO RULE-CODE
            MOVE WS-R-DESCRIPTION(WS-SCAN-IDX) TO RULE-DESCRIPTION
            MOVE WS-R-EFF-DATE(WS-SCAN-IDX)    TO RULE-EFFECTIVE-DATE
            MOVE WS-R-EXP-DATE(WS-SCAN-IDX)    TO RULE-EXPIRY-DATE
            MOVE WS-R-STATUS(WS-SCAN-IDX)      TO RULE-STATUS
            WRITE RULE-CODE-RECORD
            IF WS-RULES-STATUS NOT = '00'
                DISPLAY "Erro ao gravar data/rules.dat, status: ",
                        WS-RULES-STATUS, " - tabela pode estar "
                        "incompleta, acione o suporte."
                MOVE 'N' TO WS-RULES-SAVED-SW
            END-IF
        END-PERFORM
        CLOSE RULES-FILE
    ELSE
        DISPLAY "Erro ao abrir data/rules.dat para gravacao, "
                "status: ", WS-RULES-STATUS,
                " - alteracao nao efetivada."
    END-IF.

Prompt-For-Code.
    DISPLAY "Codigo da regra (5 caracteres): "

Add-Entry.
    PERFORM Prompt-For-Code
    PERFORM Load-Rule-Table
    PERFORM Find-Entry-By-Code
    IF WS-FOUND-IDX NOT = 0
        DISPLAY "Regra ja cadastrada: ", WS-INPUT-CODE
            END-IF
        END-IF
        PERFORM Save-Rule-Table
        IF RULE-TABLE-SAVED
            DISPLAY "Regra incluida: ", WS-INPUT-CODE,
                    " vigente a partir de ",
                    WS-R-EFF-DATE(WS-INSERT-IDX)
        END-IF
    END-IF.

Describe-Entry.
    PERFORM Prompt-For-Code
    PERFORM Load-Rule-Table
    PERFORM Find-Entry-By-Code
    IF WS-FOUND-IDX = 0
        DISPLAY "Regra nao encontrada: ", WS-INPUT-CODE
                WS-R-DESCRIPTION(WS-FOUND-IDX)
        DISPLAY "Nova descricao (30 caracteres): "
        ACCEPT WS-INPUT-DESC
        PERFORM Load-Rule-Table
        PERFORM Find-Entry-By-Code
        IF WS-FOUND-IDX = 0
            DISPLAY "Regra nao encontrada: ", WS-INPUT-CODE
        ELSE
            MOVE WS-INPUT-DESC TO WS-R-DESCRIPTION(WS-FOUND-IDX)
            PERFORM Save-Rule-Table
            IF RULE-TABLE-SAVED
                DISPLAY "Descricao alterada: ", WS-INPUT-CODE
            END-IF
        END-IF
    END-IF.

Retire-Entry.
    *> passing. A dated retirement only sets the expiry -- the rule
    *> keeps passing until the window closes by itself, which is how
    *> a month-end cutover gets pre-loaded. Zero retires on the
    *> spot ('R'), whatever the dates say. Either way the retirement
    *> is only queued here, under dual control, and takes effect when
    *> another supervisor approves it -- see Apply-Rule-Retirement.
    *> The table is re-read first, so the before-value queued is the
    *> rule as the file holds it now.
    PERFORM Prompt-For-Code
    PERFORM Load-Rule-Table
    PERFORM Find-Entry-By-Code
    IF WS-FOUND-IDX = 0
        DISPLAY "Regra nao encontrada: ", WS-INPUT-CODE
    ELSE
        PERFORM Load-Pending-Queue
        MOVE WS-INPUT-CODE TO WS-PENDING-KEY
        PERFORM Find-Pending-For-Key
        EVALUATE TRUE
            WHEN WS-R-STATUS(WS-FOUND-IDX) = 'R'
                DISPLAY "Regra ja aposentada: ", WS-INPUT-CODE
            WHEN PENDING-QUEUE-OVERFLOWED
                DISPLAY "Manutencao recusada: PENDCHG.DAT excede a "
                        "area de trabalho."
            WHEN WS-PQ-FOUND-IDX NOT = 0
                MOVE WS-PQ-RECORD(WS-PQ-FOUND-IDX)
                    TO PENDING-CHANGE-RECORD
                DISPLAY "Ja existe aposentadoria pendente para a "
                        "regra: ", PC-CHANGE-ID
            WHEN WS-PENDING-COUNT >= WS-MAX-PENDING
                DISPLAY "Fila de pendencias cheia."
            WHEN OTHER
                PERFORM Accept-Retirement-Date
        END-EVALUATE
    END-IF.

Accept-Retirement-Date.
    DISPLAY "Data de expiracao (AAAAMMDD, 0 = imediata): "
    ACCEPT WS-INPUT-DATE
    IF WS-INPUT-DATE = 0
        PERFORM Confirm-Rule-Retirement
    ELSE
        PERFORM Validate-Date-Value
        EVALUATE TRUE
            WHEN NOT DATE-VALUE-OK
                DISPLAY "Data invalida: ", WS-INPUT-DATE
            WHEN WS-INPUT-DATE < WS-R-EFF-DATE(WS-FOUND-IDX)
                *> Same expiry >= effective guard Add-Entry applies:
                *> an expiry before the window even opens would
                *> silently stop the rule passing from the next run
                *> onward.
                DISPLAY "Expiracao anterior a vigencia ("
                        WS-R-EFF-DATE(WS-FOUND-IDX),
                        ") - aposentadoria recusada."
            WHEN OTHER
                PERFORM Confirm-Rule-Retirement
        END-EVALUATE
    END-IF.

Confirm-Rule-Retirement.
    PERFORM Preview-Rule-Impact
    DISPLAY "Confirma a solicitacao de aposentadoria? (S/N): "
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
        PERFORM Queue-Rule-Retirement
    ELSE
        DISPLAY "Aposentadoria nao registrada."
    END-IF.

Queue-Rule-Retirement.
    MOVE SPACES TO PENDING-CHANGE-RECORD
    MOVE 'R'            TO PC-CHANGE-TYPE
    MOVE WS-PENDING-KEY TO PC-ENTRY-KEY
    PERFORM Format-Rule-State
    MOVE WS-RULE-STATE  TO PC-BEFORE-VALUE
    IF WS-INPUT-DATE = 0
        MOVE 'R' TO RS-STATUS
    ELSE
        MOVE WS-INPUT-DATE TO RS-EXP-DATE
    END-IF
    MOVE WS-RULE-STATE  TO PC-AFTER-VALUE
    MOVE WS-INPUT-DATE  TO PC-NEW-DATE
    PERFORM Add-Pending-Change
    PERFORM Save-Pending-Queue
    IF PENDING-QUEUE-SAVED
        DISPLAY "Aposentadoria ", WS-HIGH-CHANGE-ID, " registrada - "
                "aguarda aprovacao de outro supervisor."
        DISPLAY "  de  : ", PC-BEFORE-VALUE
        DISPLAY "  para: ", PC-AFTER-VALUE
    ELSE
        DISPLAY "Aposentadoria NAO registrada."
    END-IF.

Format-Rule-State.
    MOVE WS-R-CODE(WS-FOUND-IDX)     TO RS-CODE
    MOVE WS-R-STATUS(WS-FOUND-IDX)   TO RS-STATUS
    MOVE WS-R-EFF-DATE(WS-FOUND-IDX) TO RS-EFF-DATE
    MOVE WS-R-EXP-DATE(WS-FOUND-IDX) TO RS-EXP-DATE.

Apply-Rule-Retirement.
    *> Runs on approval only. The rule must still be exactly as the
    *> maker saw it -- anything else means someone changed it since,
    *> and the stale retirement is refused rather than applied on
    *> top. Both files are re-read here: the approver may have sat
    *> on the decision prompt while another session saved either.
    PERFORM Load-Rule-Table
    PERFORM Find-Entry-By-Code
    PERFORM Load-Pending-Queue
    PERFORM Find-Pending-By-Id
    IF WS-FOUND-IDX NOT = 0
        PERFORM Format-Rule-State
    END-IF
    EVALUATE TRUE
        WHEN PENDING-QUEUE-OVERFLOWED
        WHEN WS-PQ-FOUND-IDX = 0
        WHEN NOT PC-PENDING
            DISPLAY "Solicitacao decidida ou indisponivel desde a "
                    "consulta - nada aplicado."
        WHEN WS-FOUND-IDX = 0
            DISPLAY "Regra nao encontrada: ", WS-INPUT-CODE
        WHEN WS-RULE-STATE NOT = PC-BEFORE-VALUE
            DISPLAY "Regra mudou desde a solicitacao - recuse e "
                    "registre a aposentadoria novamente."
        WHEN OTHER
            PERFORM Record-Rule-Retirement
    END-EVALUATE.

Record-Rule-Retirement.
    IF PC-NEW-DATE = 0
        MOVE 'R' TO WS-R-STATUS(WS-FOUND-IDX)
    ELSE
        MOVE PC-NEW-DATE TO WS-R-EXP-DATE(WS-FOUND-IDX)
    END-IF
    PERFORM Save-Rule-Table
    IF RULE-TABLE-SAVED
        MOVE 'A'                 TO PC-STATUS
        MOVE WS-OPERATOR-ID      TO PC-DECIDED-BY
        MOVE WS-CURRENT-DATE-NUM TO PC-DECISION-DATE
        MOVE PENDING-CHANGE-RECORD TO WS-PQ-RECORD(WS-PQ-FOUND-IDX)
        PERFORM Save-Pending-Queue
        MOVE WS-PQ-RECORD(WS-PQ-FOUND-IDX) TO PENDING-CHANGE-RECORD
        IF NOT PENDING-QUEUE-SAVED
            DISPLAY "AVISO: regra alterada, mas a solicitacao ",
                    PC-CHANGE-ID, " continua pendente em "
                    "PENDCHG.DAT - recuse-a."
        END-IF
        MOVE 'RULERET '      TO WS-AUDIT-ACTION
        MOVE PC-BEFORE-VALUE TO WS-AUDIT-OLD-VALUE
        MOVE PC-AFTER-VALUE  TO WS-AUDIT-NEW-VALUE
        MOVE PC-REQUESTED-BY TO WS-AUDIT-MAKER-ID
        MOVE WS-OPERATOR-ID  TO WS-AUDIT-APPROVER-ID
        PERFORM Write-Audit-Entry
        IF PC-NEW-DATE = 0
            DISPLAY "Regra aposentada imediatamente: ",
                    WS-R-CODE(WS-FOUND-IDX)
        ELSE
            DISPLAY "Regra programada para expirar em ", PC-NEW-DATE,
                    ": ", WS-R-CODE(WS-FOUND-IDX)
        END-IF
    END-IF.

                " a ", WS-R-EXP-DATE(WS-FOUND-IDX),
                "  Situacao: ", WS-R-STATUS(WS-FOUND-IDX)
    END-IF.

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
            *> Previewed against the rule as the file holds it now,
            *> not as it stood when this session signed on.
            MOVE PC-ENTRY-KEY(1:5) TO WS-INPUT-CODE
            PERFORM Load-Rule-Table
            PERFORM Find-Entry-By-Code
            IF WS-FOUND-IDX = 0
                DISPLAY "Regra nao encontrada: ", WS-INPUT-CODE
            ELSE
                DISPLAY "Antes  : ", PC-BEFORE-VALUE
                DISPLAY "Depois : ", PC-AFTER-VALUE
                PERFORM Preview-Rule-Impact
                DISPLAY "A-Aprovar e aplicar  R-Recusar  "
                        "outra tecla-Voltar: "
                ACCEPT WS-CONFIRM
                EVALUATE WS-CONFIRM
                    WHEN 'A'
                    WHEN 'a'
                        PERFORM Apply-Rule-Retirement
                    WHEN 'R'
                    WHEN 'r'
                        PERFORM Decline-Pending-Change
                    WHEN OTHER
                        DISPLAY "Nenhuma decisao registrada."
                END-EVALUATE
            END-IF
    END-EVALUATE.

Preview-Rule-Impact.
    *> Read-only pass over DECHIST for WS-INPUT-CODE. DECHIST is keyed
    *> customer-first, so the whole file is read; each affected
    *> customer is looked up on the master for channel and status the
    *> same way RULEIMP classifies them.
    MOVE 0 TO WS-IMPACT-TOTAL
    MOVE 0 TO WS-IMPACT-REEVAL
    MOVE 0 TO WS-IMPACT-INACTIVE
    MOVE 0 TO WS-IMPACT-MERGED
    MOVE 0 TO WS-IMPACT-NOT-FOUND
    MOVE 0 TO WS-IMPACT-CH-01
    MOVE 0 TO WS-IMPACT-CH-02
    MOVE 0 TO WS-IMPACT-CH-OL
    MOVE 0 TO WS-IMPACT-CH-OTHER
    OPEN INPUT DECISION-HISTORY
    IF WS-HISTORY-STATUS NOT = '00'
        DISPLAY "Impacto: DECHIST.IDX indisponivel (status ",
                WS-HISTORY-STATUS, ") - nenhuma decisao a reavaliar."
    ELSE
        OPEN INPUT CUSTOMER-MASTER
        IF WS-CUST-STATUS = '00'
            MOVE 'Y' TO WS-MASTER-OPEN-SW
        ELSE
            MOVE 'N' TO WS-MASTER-OPEN-SW
        END-IF
        MOVE 'N' TO WS-HISTORY-EOF-SW
        PERFORM UNTIL END-OF-HISTORY
            READ DECISION-HISTORY NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-HISTORY-EOF-SW
                NOT AT END
                    IF DH-ELIGIBLE AND DH-CODE = WS-INPUT-CODE
                        PERFORM Count-Impacted-Customer
                    END-IF
            END-READ
        END-PERFORM
        IF MASTER-IS-OPEN
            CLOSE CUSTOMER-MASTER
        END-IF
        CLOSE DECISION-HISTORY
        DISPLAY "-- Impacto da regra ", WS-INPUT-CODE,
                " (decisoes elegiveis vigentes) --"
        MOVE WS-IMPACT-TOTAL TO WS-IMPACT-COUNT-OUT
        DISPLAY "  Clientes afetados......: ", WS-IMPACT-COUNT-OUT
        MOVE WS-IMPACT-CH-01 TO WS-IMPACT-COUNT-OUT
        DISPLAY "    canal 01.............: ", WS-IMPACT-COUNT-OUT
        MOVE WS-IMPACT-CH-02 TO WS-IMPACT-COUNT-OUT
        DISPLAY "    canal 02.............: ", WS-IMPACT-COUNT-OUT
        MOVE WS-IMPACT-CH-OL TO WS-IMPACT-COUNT-OUT
        DISPLAY "    canal OL.............: ", WS-IMPACT-COUNT-OUT
        MOVE WS-IMPACT-CH-OTHER TO WS-IMPACT-COUNT-OUT
        DISPLAY "    outros...............: ", WS-IMPACT-COUNT-OUT
        MOVE WS-IMPACT-INACTIVE TO WS-IMPACT-COUNT-OUT
        DISPLAY "  Inativos (sem reavaliar): ", WS-IMPACT-COUNT-OUT
        MOVE WS-IMPACT-MERGED TO WS-IMPACT-COUNT-OUT
        DISPLAY "  Fundidos (sem reavaliar): ", WS-IMPACT-COUNT-OUT
        MOVE WS-IMPACT-NOT-FOUND TO WS-IMPACT-COUNT-OUT
        DISPLAY "  Sem cadastro no master..: ", WS-IMPACT-COUNT-OUT
        MOVE WS-IMPACT-REEVAL TO WS-IMPACT-COUNT-OUT
        DISPLAY "  Reavaliacoes previstas..: ", WS-IMPACT-COUNT-OUT,
                " (geradas pelo RULEIMP quando a regra sair de "
                "vigencia)"
    END-IF.

Count-Impacted-Customer.
    ADD 1 TO WS-IMPACT-TOTAL
    MOVE SPACES TO CUST-SOURCE-CHANNEL
    MOVE DH-CUST-ID TO CUST-ID
    IF NOT MASTER-IS-OPEN
        ADD 1 TO WS-IMPACT-NOT-FOUND
    ELSE
        READ CUSTOMER-MASTER
            INVALID KEY
                ADD 1 TO WS-IMPACT-NOT-FOUND
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN CUST-MERGED-AWAY
                        ADD 1 TO WS-IMPACT-MERGED
                    WHEN CUST-DEACTIVATED
                        ADD 1 TO WS-IMPACT-INACTIVE
                    WHEN OTHER
                        ADD 1 TO WS-IMPACT-REEVAL
                END-EVALUATE
        END-READ
    END-IF
    EVALUATE CUST-SOURCE-CHANNEL
        WHEN '01'
            ADD 1 TO WS-IMPACT-CH-01
        WHEN '02'
            ADD 1 TO WS-IMPACT-CH-02
        WHEN 'OL'
            ADD 1 TO WS-IMPACT-CH-OL
        WHEN OTHER
            ADD 1 TO WS-IMPACT-CH-OTHER
    END-EVALUATE.

Decline-Pending-Change.
    PERFORM Load-Pending-Queue
    PERFORM Find-Pending-By-Id
    IF PENDING-QUEUE-OVERFLOWED OR WS-PQ-FOUND-IDX = 0
       OR NOT PC-PENDING
        DISPLAY "Solicitacao decidida ou indisponivel desde a "
                "consulta - nada registrado."
    ELSE
        MOVE 'D'                 TO PC-STATUS
        MOVE WS-OPERATOR-ID      TO PC-DECIDED-BY
        MOVE WS-CURRENT-DATE-NUM TO PC-DECISION-DATE
        MOVE PENDING-CHANGE-RECORD TO WS-PQ-RECORD(WS-PQ-FOUND-IDX)
        PERFORM Save-Pending-Queue
        MOVE WS-PQ-RECORD(WS-PQ-FOUND-IDX) TO PENDING-CHANGE-RECORD
        IF PENDING-QUEUE-SAVED
            DISPLAY "Solicitacao recusada: ", PC-CHANGE-ID
        END-IF
    END-IF.

List-Pending-Changes.
    MOVE 0 TO WS-LISTED-COUNT
    PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
            UNTIL WS-PQ-IDX > WS-PENDING-COUNT
        MOVE WS-PQ-RECORD(WS-PQ-IDX) TO PENDING-CHANGE-RECORD
        IF PC-PENDING AND PC-OWNER-JOB = WS-JOB-ID
            ADD 1 TO WS-LISTED-COUNT
            DISPLAY PC-CHANGE-ID, " regra ", PC-ENTRY-KEY(1:5),
                    " por ", PC-REQUESTED-BY, " em ", PC-REQUEST-DATE
            DISPLAY "       de: ", PC-BEFORE-VALUE
            DISPLAY "     para: ", PC-AFTER-VALUE
        END-IF
    END-PERFORM
    DISPLAY "Aposentadorias pendentes de aprovacao: ",
            WS-LISTED-COUNT.

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

Write-Audit-Entry.
    *> Rule changes carry no customer: the entry names the rule in
    *> its before/after values and is stamped with the maker who
    *> asked for the change and the supervisor who approved it.
    OPEN EXTEND AUDIT-LOG
    IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
        CLOSE AUDIT-LOG
        OPEN OUTPUT AUDIT-LOG
    END-IF
    MOVE WS-AUDIT-MAKER-ID    TO AUDIT-OPERATOR-ID
    MOVE WS-JOB-ID            TO AUDIT-JOB-ID
    MOVE WS-CURRENT-DATE-NUM  TO AUDIT-TS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-TIME      TO AUDIT-TS-TIME
    MOVE SPACES               TO AUDIT-CUST-NAME
    MOVE 0                    TO AUDIT-CAP-YEAR
    MOVE 0                    TO AUDIT-CAP-MONTH
    MOVE 0                    TO AUDIT-CAP-DAY
    SET AUDIT-RESULT-OK TO TRUE
    MOVE 0                    TO AUDIT-CUST-ID
    MOVE WS-AUDIT-ACTION      TO AUDIT-ACTION
    MOVE WS-AUDIT-OLD-VALUE   TO AUDIT-OLD-VALUE
    MOVE WS-AUDIT-NEW-VALUE   TO AUDIT-NEW-VALUE
    MOVE SPACES               TO AUDIT-SOURCE-CHANNEL
    MOVE WS-AUDIT-APPROVER-ID TO AUDIT-APPROVER-ID
    WRITE AUDIT-LOG-RECORD
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY "AVISO: audit trail nao gravado, status: ",
                WS-AUDIT-STATUS
    END-IF
    CLOSE AUDIT-LOG.
