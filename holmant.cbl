        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPOSAL-STATUS.

    SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT PENDING-CHANGES ASSIGN TO "PENDCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HOLIDAY-CAL.
    05  PROP-DATE               PIC 9(8).
    05  PROP-DESCRIPTION        PIC X(30).

FD  AUDIT-LOG.
COPY "auditrec.cpy".

FD  PENDING-CHANGES.
COPY "pendchgrec.cpy".

WORKING-STORAGE SECTION.

01  WS-HOLIDAY-STATUS    PIC XX.
01  WS-PROPOSAL-STATUS   PIC XX.
01  WS-AUDIT-STATUS      PIC XX.
01  WS-PENDING-STATUS    PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-HOLIDAY-FILE         VALUE 'Y'.

01  WS-ORDER-BAD-SW      PIC X(01) VALUE 'N'.
    88  CALENDAR-OUT-OF-ORDER       VALUE 'Y'.
01  WS-HOLIDAY-SAVED-SW  PIC X(01) VALUE 'N'.
    88  CALENDAR-SAVED              VALUE 'Y'.
01  WS-PREV-DATE         PIC 9(8).
01  WS-MENU-OPTION       PIC 9(01).

01  WS-LEAP-WORK         PIC 9(4).
01  WS-LEAP-REM          PIC 9(4).

*> Holiday as the dual-control queue and the audit trail show it.
01  WS-HOLIDAY-STATE.
    05  HS-DATE              PIC 9(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  HS-DESCRIPTION       PIC X(30).

*> Dual-control queue: a deletion is not applied when it is keyed
*> in, it waits on PENDCHG.DAT (shared with CUSTMANT and RULEMANT)
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
01  WS-JOB-ID            PIC X(08) VALUE 'HOLMANT '.
01  WS-CURRENT-TIME      PIC 9(8).
01  WS-CURRENT-DATE-NUM  PIC 9(8).
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

01  WS-NEXT-DATE         PIC 9(8).
01  WS-DATE-INT          PIC 9(8).

PROCEDURE DIVISION.
Begin.
    ACCEPT CurrentDate FROM DATE YYYYMMDD
    COMPUTE WS-CURRENT-DATE-NUM =
        CurrentYear * 10000 + CurrentMonth * 100 + CurrentDay

    *> Shared sign-on check, same as the other maintenance programs:
    *> consulting the calendar stays open to everyone signed on, the
    *> options that change it (or generate the year proposal) are
            WHEN WS-MENU-OPTION = 6
                PERFORM Show-Next-Business-Day
            WHEN WS-MENU-OPTION = 7
                PERFORM Review-Pending-Changes
            WHEN WS-MENU-OPTION = 8
                MOVE 'Y' TO WS-EXIT-SWITCH
            WHEN (WS-MENU-OPTION = 1 OR WS-MENU-OPTION = 2
                  OR WS-MENU-OPTION = 3 OR WS-MENU-OPTION = 5)
    STOP RUN.

Maintain-Entry-Guarded.
    *> The calendar is re-read before every change: another session
    *> may have saved it since this one signed on, and the order
    *> check has to hold for the file as it stands now.
    PERFORM Load-Holiday-Table
    IF CALENDAR-OUT-OF-ORDER
        DISPLAY "Manutencao recusada: data/holidays.dat fora de "
                "ordem - reordene o arquivo antes de alterar."
Show-Menu.
    DISPLAY "== Manutencao do Calendario de Feriados =="
    DISPLAY "1-Incluir  2-Alterar  3-Excluir  4-Consultar"
    DISPLAY "5-Rolagem de ano  6-Proximo dia util  "
            "7-Pendencias de aprovacao  8-Sair"
    DISPLAY "Opcao: ".

Load-Holiday-Table.
    *> is never re-persisted as if it were maintained.
    MOVE 0 TO WS-TABLE-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'N' TO WS-ORDER-BAD-SW
    MOVE 0 TO WS-PREV-DATE
    OPEN INPUT HOLIDAY-CAL
    IF WS-HOLIDAY-STATUS = '00'
    *> re-persisted whole, in ascending date order, after each
    *> change -- Check-Holiday-File consumers and the date-roll rely
    *> on the order being maintained here rather than by hand.
    MOVE 'N' TO WS-HOLIDAY-SAVED-SW
    OPEN OUTPUT HOLIDAY-CAL
    IF WS-HOLIDAY-STATUS = '00'
        MOVE 'Y' TO WS-HOLIDAY-SAVED-SW
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-TABLE-COUNT
                    OR NOT CALENDAR-SAVED
            MOVE WS-H-DATE(WS-SCAN-IDX)        TO HOLIDAY-DATE
            MOVE WS-H-DESCRIPTION(WS-SCAN-IDX) TO HOLIDAY-DESCRIPTION
            WRITE HOLIDAY-CAL-RECORD
            IF WS-HOLIDAY-STATUS NOT = '00'
                DISPLAY "Erro ao gravar data/holidays.dat, status: ",
                        WS-HOLIDAY-STATUS, " - calendario pode "
                        "estar incompleto, acione o suporte."
                MOVE 'N' TO WS-HOLIDAY-SAVED-SW
            END-IF
        END-PERFORM
        CLOSE HOLIDAY-CAL
    ELSE
        DISPLAY "Erro ao abrir data/holidays.dat para gravacao, "
                "status: ", WS-HOLIDAY-STATUS,
                " - alteracao nao efetivada."
    END-IF.

Prompt-For-Date.
    DISPLAY "Data (AAAAMMDD): "
                PERFORM Find-Insert-Position
                PERFORM Insert-Entry-In-Order
                PERFORM Save-Holiday-Table
                IF CALENDAR-SAVED
                    DISPLAY "Feriado incluido: ", WS-INPUT-DATE
                END-IF
            END-IF
        END-IF
    END-IF.
        ACCEPT WS-INPUT-DESC
        MOVE WS-INPUT-DESC TO WS-H-DESCRIPTION(WS-FOUND-IDX)
        PERFORM Save-Holiday-Table
        IF CALENDAR-SAVED
            DISPLAY "Feriado alterado: ", WS-INPUT-DATE
        END-IF
    END-IF.

Delete-Entry.
    *> Dual control: dropping a date silently turns a holiday into a
    *> processing day for the whole shop, so the deletion is only
    *> queued here and takes effect when another supervisor approves
    *> it -- see Apply-Holiday-Deletion. The calendar is re-read
    *> after the prompt, so the before-value queued is the entry as
    *> the file holds it now.
    PERFORM Prompt-For-Date
    PERFORM Load-Holiday-Table
    PERFORM Find-Entry-By-Date
    IF WS-FOUND-IDX = 0
        DISPLAY "Data nao encontrada: ", WS-INPUT-DATE
    ELSE
        PERFORM Load-Pending-Queue
        MOVE SPACES TO WS-PENDING-KEY
        MOVE WS-INPUT-DATE TO WS-PENDING-KEY
        PERFORM Find-Pending-For-Key
        EVALUATE TRUE
            WHEN CALENDAR-OUT-OF-ORDER
                DISPLAY "Manutencao recusada: data/holidays.dat fora "
                        "de ordem - reordene o arquivo antes de "
                        "alterar."
            WHEN PENDING-QUEUE-OVERFLOWED
                DISPLAY "Manutencao recusada: PENDCHG.DAT excede a "
                        "area de trabalho."
            WHEN WS-PQ-FOUND-IDX NOT = 0
                MOVE WS-PQ-RECORD(WS-PQ-FOUND-IDX)
                    TO PENDING-CHANGE-RECORD
                DISPLAY "Ja existe exclusao pendente para a data: ",
                        PC-CHANGE-ID
            WHEN WS-PENDING-COUNT >= WS-MAX-PENDING
                DISPLAY "Fila de pendencias cheia."
            WHEN OTHER
                MOVE SPACES TO PENDING-CHANGE-RECORD
                MOVE 'H'            TO PC-CHANGE-TYPE
                MOVE WS-PENDING-KEY TO PC-ENTRY-KEY
                PERFORM Format-Holiday-State
                MOVE WS-HOLIDAY-STATE TO PC-BEFORE-VALUE
                MOVE "DIA UTIL (FERIADO EXCLUIDO)" TO PC-AFTER-VALUE
                MOVE 0              TO PC-NEW-DATE
                PERFORM Add-Pending-Change
                PERFORM Save-Pending-Queue
                IF PENDING-QUEUE-SAVED
                    DISPLAY "Exclusao ", WS-HIGH-CHANGE-ID,
                            " registrada - aguarda aprovacao de "
                            "outro supervisor."
                ELSE
                    DISPLAY "Exclusao NAO registrada."
                END-IF
        END-EVALUATE
    END-IF.

Format-Holiday-State.
    MOVE WS-H-DATE(WS-FOUND-IDX)        TO HS-DATE
    MOVE WS-H-DESCRIPTION(WS-FOUND-IDX) TO HS-DESCRIPTION.

Apply-Holiday-Deletion.
    *> Runs on approval only. The date must still carry the entry the
    *> maker saw -- anything else means someone changed it since, and
    *> the stale deletion is refused rather than applied on top.
    *> Both files are re-read here: the approver may have sat on the
    *> decision prompt while another session saved either.
    PERFORM Load-Holiday-Table
    PERFORM Find-Entry-By-Date
    PERFORM Load-Pending-Queue
    PERFORM Find-Pending-By-Id
    IF WS-FOUND-IDX NOT = 0
        PERFORM Format-Holiday-State
    END-IF
    EVALUATE TRUE
        WHEN PENDING-QUEUE-OVERFLOWED
        WHEN WS-PQ-FOUND-IDX = 0
        WHEN NOT PC-PENDING
            DISPLAY "Solicitacao decidida ou indisponivel desde a "
                    "consulta - nada aplicado."
        WHEN CALENDAR-OUT-OF-ORDER
            DISPLAY "Decisao recusada: data/holidays.dat fora de "
                    "ordem - reordene o arquivo antes de alterar."
        WHEN WS-FOUND-IDX = 0
            DISPLAY "Data ja nao consta do calendario - recuse a "
                    "solicitacao."
        WHEN WS-HOLIDAY-STATE NOT = PC-BEFORE-VALUE
            DISPLAY "Feriado mudou desde a solicitacao - recuse e "
                    "registre a exclusao novamente."
        WHEN OTHER
            PERFORM Record-Holiday-Deletion
    END-EVALUATE.

Record-Holiday-Deletion.
    PERFORM VARYING WS-SCAN-IDX FROM WS-FOUND-IDX BY 1
            UNTIL WS-SCAN-IDX >= WS-TABLE-COUNT
        MOVE WS-H-ENTRY(WS-SCAN-IDX + 1)
            TO WS-H-ENTRY(WS-SCAN-IDX)
    END-PERFORM
    SUBTRACT 1 FROM WS-TABLE-COUNT
    PERFORM Save-Holiday-Table
    IF CALENDAR-SAVED
        MOVE 'A'                 TO PC-STATUS
        MOVE WS-OPERATOR-ID      TO PC-DECIDED-BY
        MOVE WS-CURRENT-DATE-NUM TO PC-DECISION-DATE
        MOVE PENDING-CHANGE-RECORD TO WS-PQ-RECORD(WS-PQ-FOUND-IDX)
        PERFORM Save-Pending-Queue
        MOVE WS-PQ-RECORD(WS-PQ-FOUND-IDX) TO PENDING-CHANGE-RECORD
        IF NOT PENDING-QUEUE-SAVED
            DISPLAY "AVISO: feriado excluido, mas a solicitacao ",
                    PC-CHANGE-ID, " continua pendente em "
                    "PENDCHG.DAT - recuse-a."
        END-IF
        MOVE 'HOLDEL  '      TO WS-AUDIT-ACTION
        MOVE PC-BEFORE-VALUE TO WS-AUDIT-OLD-VALUE
        MOVE PC-AFTER-VALUE  TO WS-AUDIT-NEW-VALUE
        MOVE PC-REQUESTED-BY TO WS-AUDIT-MAKER-ID
        MOVE WS-OPERATOR-ID  TO WS-AUDIT-APPROVER-ID
        PERFORM Write-Audit-Entry
        DISPLAY "Feriado excluido: ", WS-INPUT-DATE
    END-IF.

        END-PERFORM
        ADD 1 TO WS-DATE-INT
    END-PERFORM.

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
    *> Judged against the calendar as the file holds it now, not as
    *> it stood when this session signed on.
    PERFORM Load-Holiday-Table
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
        WHEN CALENDAR-OUT-OF-ORDER
            DISPLAY "Decisao recusada: data/holidays.dat fora de "
                    "ordem - reordene o arquivo antes de alterar."
        WHEN OTHER
            MOVE PC-ENTRY-KEY(1:8) TO WS-INPUT-DATE
            PERFORM Find-Entry-By-Date
            DISPLAY "Antes  : ", PC-BEFORE-VALUE
            DISPLAY "Depois : ", PC-AFTER-VALUE
            DISPLAY "A-Aprovar e aplicar  R-Recusar  "
                    "outra tecla-Voltar: "
            ACCEPT WS-CONFIRM
            EVALUATE TRUE
                WHEN (WS-CONFIRM = 'A' OR WS-CONFIRM = 'a')
                     AND WS-FOUND-IDX = 0
                    DISPLAY "Data ja nao consta do calendario - "
                            "recuse a solicitacao."
                WHEN WS-CONFIRM = 'A' OR WS-CONFIRM = 'a'
                    PERFORM Apply-Holiday-Deletion
                WHEN WS-CONFIRM = 'R' OR WS-CONFIRM = 'r'
                    PERFORM Decline-Pending-Change
                WHEN OTHER
                    DISPLAY "Nenhuma decisao registrada."
            END-EVALUATE
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
            DISPLAY PC-CHANGE-ID, " data ", PC-ENTRY-KEY,
                    " por ", PC-REQUESTED-BY, " em ", PC-REQUEST-DATE
            DISPLAY "       de: ", PC-BEFORE-VALUE
            DISPLAY "     para: ", PC-AFTER-VALUE
        END-IF
    END-PERFORM
    DISPLAY "Exclusoes pendentes de aprovacao: ", WS-LISTED-COUNT.

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
    *> Calendar changes carry no customer: the entry names the date
    *> in its before/after values and is stamped with the maker who
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
