IDENTIFICATION DIVISION.
PROGRAM-ID.  LINKMANT.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LINK-FILE ASSIGN TO "CUSTLINK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LINK-STATUS.

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

    SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LINK-FILE.
COPY "custlinkrec.cpy".

FD  CUSTOMER-MASTER.
COPY "custrec.cpy".

FD  CONTACT-FILE.
COPY "contactrec.cpy".

FD  AUDIT-LOG.
COPY "auditrec.cpy".

WORKING-STORAGE SECTION.

01  WS-LINK-STATUS       PIC XX.
01  WS-CUST-STATUS       PIC XX.
01  WS-CONTACT-STATUS    PIC XX.
01  WS-AUDIT-STATUS      PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-EXIT-SWITCH       PIC X(01) VALUE 'N'.
    88  OPERATOR-DONE               VALUE 'Y'.
01  WS-MENU-OPTION       PIC 9(01).

*> The whole link file rides in storage, INACTREV-style, and is
*> re-persisted after every change; a file too big for the table
*> is left read-only rather than saved short.
01  WS-MAX-LINKS         PIC 9(4)  VALUE 5000.
01  WS-LINK-COUNT        PIC 9(4)  VALUE 0.
01  WS-LINK-TABLE.
    05  WS-L-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-LINK-COUNT.
        10  WS-L-LINK-ID         PIC 9(6).
        10  WS-L-CUST-ID-1       PIC 9(6).
        10  WS-L-CUST-ID-2       PIC 9(6).
        10  WS-L-TYPE            PIC X(01).
        10  WS-L-START-DATE      PIC 9(8).
        10  WS-L-END-DATE        PIC 9(8).
        10  WS-L-STATUS          PIC X(01).
        10  WS-L-CREATED-BY      PIC X(08).
        10  WS-L-CREATED-DATE    PIC 9(8).
        10  WS-L-CHANGED-BY      PIC X(08).
        10  WS-L-CHANGED-DATE    PIC 9(8).
01  WS-LINK-OVERFLOW-SW  PIC X(01) VALUE 'N'.
    88  LINK-TABLE-OVERFLOWED       VALUE 'Y'.
01  WS-LINK-SAVED-SW     PIC X(01) VALUE 'N'.
    88  LINK-TABLE-SAVED            VALUE 'Y'.
01  WS-HIGH-LINK-ID      PIC 9(6)  VALUE 0.

01  WS-SCAN-IDX          PIC 9(4).
01  WS-FOUND-IDX         PIC 9(4)  VALUE 0.
01  WS-LISTED-COUNT      PIC 9(4)  VALUE 0.

01  WS-INPUT-CUST-ID     PIC 9(6).
01  WS-INPUT-CUST-ID-2   PIC 9(6).
01  WS-INPUT-TYPE        PIC X(01).
    88  INPUT-TYPE-VALID            VALUES 'F' 'A' 'E'.
01  WS-INPUT-DATE        PIC 9(8).
01  WS-INPUT-LINK-ID     PIC 9(6).
01  WS-CONFIRM           PIC X(01).

01  WS-NAME-1            PIC X(52).
01  WS-NAME-2            PIC X(52).
01  WS-OTHER-CUST-ID     PIC 9(6).
01  WS-TYPE-TEXT         PIC X(14).
01  WS-STATE-TEXT        PIC X(12).

01  WS-RECORD-FOUND-SW   PIC X(01) VALUE 'N'.
    88  CUSTOMER-FOUND              VALUE 'Y'.
01  WS-PAIR-OK-SW        PIC X(01) VALUE 'N'.
    88  LINK-PAIR-VALID             VALUE 'Y'.

01  WS-DATE-VALID-SW     PIC X(01) VALUE 'N'.
    88  DATE-VALUE-OK               VALUE 'Y'.
01  WS-EDIT-YEAR         PIC 9(4).
01  WS-EDIT-MONTH        PIC 9(2).
01  WS-EDIT-DAY          PIC 9(2).
01  WS-MONTH-MAX-DAY     PIC 9(2).
01  WS-LEAP-WORK         PIC 9(4).
01  WS-LEAP-REM          PIC 9(4).

*> Link as the audit trail shows it, on both customers' entries.
01  WS-LINK-NOTE.
    05  FILLER               PIC X(08) VALUE "VINCULO ".
    05  LN-LINK-ID           PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  LN-TYPE              PIC X(01).
    05  FILLER               PIC X(05) VALUE " COM ".
    05  LN-OTHER-CUST-ID     PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  LN-START-DATE        PIC 9(08).
    05  FILLER               PIC X(03) VALUE " A ".
    05  LN-END-DATE          PIC 9(08).
    05  FILLER               PIC X(05) VALUE SPACES.

01  WS-AUDIT-ACTION      PIC X(08).
01  WS-AUDIT-CUST-ID     PIC 9(6).
01  WS-PRIOR-END-DATE    PIC 9(8).
01  WS-PRIOR-START-DATE  PIC 9(8).
01  WS-AUDIT-OLD-VALUE   PIC X(52).
01  WS-AUDIT-NEW-VALUE   PIC X(52).

01  WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
01  WS-SIGNON-PERM       PIC X(01) VALUE SPACE.
    88  OPERATOR-MAY-UPDATE         VALUES 'U' 'S'.
01  WS-SIGNON-OK         PIC X(01) VALUE 'N'.
    88  SIGNON-ACCEPTED             VALUE 'Y'.
01  WS-JOB-ID            PIC X(08) VALUE 'LINKMANT'.
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
    *> consulting a customer's links is open to every profile, adding,
    *> ending and reviewing them takes an update profile.
    CALL 'OPRSIGN' USING WS-OPERATOR-ID, WS-SIGNON-PERM,
                         WS-SIGNON-OK
    IF NOT SIGNON-ACCEPTED
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT CUSTOMER-MASTER
    IF WS-CUST-STATUS NOT = '00'
        DISPLAY "CUSTMAST.IDX indisponivel, status: ", WS-CUST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Load-Link-Table

    PERFORM UNTIL OPERATOR-DONE
        PERFORM Show-Menu
        ACCEPT WS-MENU-OPTION
        EVALUATE TRUE
            WHEN WS-MENU-OPTION = 4
                PERFORM Inquire-Customer-Links
            WHEN WS-MENU-OPTION = 5
                MOVE 'Y' TO WS-EXIT-SWITCH
            WHEN (WS-MENU-OPTION = 1 OR WS-MENU-OPTION = 2
                  OR WS-MENU-OPTION = 3)
                 AND NOT OPERATOR-MAY-UPDATE
                DISPLAY "Permissao insuficiente: perfil somente de "
                        "consulta."
            WHEN (WS-MENU-OPTION = 1 OR WS-MENU-OPTION = 2
                  OR WS-MENU-OPTION = 3)
                 AND LINK-TABLE-OVERFLOWED
                DISPLAY "Manutencao recusada: CUSTLINK.DAT excede "
                        "a area de trabalho."
            WHEN WS-MENU-OPTION = 1
                PERFORM Add-Link
            WHEN WS-MENU-OPTION = 2
                PERFORM End-Link
            WHEN WS-MENU-OPTION = 3
                PERFORM Review-Proposed-Links
            WHEN OTHER
                DISPLAY "Opcao invalida."
        END-EVALUATE
    END-PERFORM

    CLOSE CUSTOMER-MASTER
    MOVE 0 TO RETURN-CODE
    STOP RUN.

Show-Menu.
    DISPLAY "== Vinculos entre Clientes =="
    DISPLAY "1-Incluir vinculo  2-Encerrar vinculo  "
            "3-Revisar propostas de mesmo endereco  "
            "4-Consultar vinculos do cliente  5-Sair"
    DISPLAY "Opcao: ".

Load-Link-Table.
    *> Read at sign-on and again before every change: DUPMERGE moves
    *> links to the survivor and LINKSCN appends its proposals, so
    *> the copy held since sign-on is never written back over them.
    MOVE 0 TO WS-LINK-COUNT
    MOVE 0 TO WS-HIGH-LINK-ID
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'N' TO WS-LINK-OVERFLOW-SW
    OPEN INPUT LINK-FILE
    IF WS-LINK-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ LINK-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF LK-LINK-ID > WS-HIGH-LINK-ID
                        MOVE LK-LINK-ID TO WS-HIGH-LINK-ID
                    END-IF
                    IF WS-LINK-COUNT < WS-MAX-LINKS
                        ADD 1 TO WS-LINK-COUNT
                        MOVE LK-LINK-ID
                            TO WS-L-LINK-ID(WS-LINK-COUNT)
                        MOVE LK-CUST-ID-1
                            TO WS-L-CUST-ID-1(WS-LINK-COUNT)
                        MOVE LK-CUST-ID-2
                            TO WS-L-CUST-ID-2(WS-LINK-COUNT)
                        MOVE LK-LINK-TYPE
                            TO WS-L-TYPE(WS-LINK-COUNT)
                        MOVE LK-START-DATE
                            TO WS-L-START-DATE(WS-LINK-COUNT)
                        MOVE LK-END-DATE
                            TO WS-L-END-DATE(WS-LINK-COUNT)
                        MOVE LK-STATUS
                            TO WS-L-STATUS(WS-LINK-COUNT)
                        MOVE LK-CREATED-BY
                            TO WS-L-CREATED-BY(WS-LINK-COUNT)
                        MOVE LK-CREATED-DATE
                            TO WS-L-CREATED-DATE(WS-LINK-COUNT)
                        MOVE LK-CHANGED-BY
                            TO WS-L-CHANGED-BY(WS-LINK-COUNT)
                        MOVE LK-CHANGED-DATE
                            TO WS-L-CHANGED-DATE(WS-LINK-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-LINK-OVERFLOW-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LINK-FILE
        IF LINK-TABLE-OVERFLOWED
            DISPLAY "AVISO: CUSTLINK.DAT excede ", WS-MAX-LINKS,
                    " vinculos - somente consulta."
        END-IF
    ELSE
        DISPLAY "CUSTLINK.DAT nao encontrado, iniciando sem "
                "vinculos."
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Save-Link-Table.
    *> Never re-create the file from an incomplete table: the links
    *> past the work area would be lost. The caller audits and tells
    *> the operator only when LINK-TABLE-SAVED comes back set.
    MOVE 'N' TO WS-LINK-SAVED-SW
    IF LINK-TABLE-OVERFLOWED
        DISPLAY "Manutencao recusada: CUSTLINK.DAT excede "
                "a area de trabalho."
    ELSE
        OPEN OUTPUT LINK-FILE
        IF WS-LINK-STATUS = '00'
            MOVE 'Y' TO WS-LINK-SAVED-SW
            PERFORM Write-Link-Table
            CLOSE LINK-FILE
        ELSE
            DISPLAY "Erro ao abrir CUSTLINK.DAT para gravacao, "
                    "status: ", WS-LINK-STATUS,
                    " - alteracao nao efetivada."
        END-IF
    END-IF.

Write-Link-Table.
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-LINK-COUNT
                OR NOT LINK-TABLE-SAVED
        MOVE WS-L-LINK-ID(WS-SCAN-IDX)      TO LK-LINK-ID
        MOVE WS-L-CUST-ID-1(WS-SCAN-IDX)    TO LK-CUST-ID-1
        MOVE WS-L-CUST-ID-2(WS-SCAN-IDX)    TO LK-CUST-ID-2
        MOVE WS-L-TYPE(WS-SCAN-IDX)         TO LK-LINK-TYPE
        MOVE WS-L-START-DATE(WS-SCAN-IDX)   TO LK-START-DATE
        MOVE WS-L-END-DATE(WS-SCAN-IDX)     TO LK-END-DATE
        MOVE WS-L-STATUS(WS-SCAN-IDX)       TO LK-STATUS
        MOVE WS-L-CREATED-BY(WS-SCAN-IDX)   TO LK-CREATED-BY
        MOVE WS-L-CREATED-DATE(WS-SCAN-IDX) TO LK-CREATED-DATE
        MOVE WS-L-CHANGED-BY(WS-SCAN-IDX)   TO LK-CHANGED-BY
        MOVE WS-L-CHANGED-DATE(WS-SCAN-IDX) TO LK-CHANGED-DATE
        WRITE CUSTOMER-LINK-RECORD
        IF WS-LINK-STATUS NOT = '00'
            DISPLAY "Erro ao gravar CUSTLINK.DAT, status: ",
                    WS-LINK-STATUS, " - arquivo pode estar "
                    "incompleto, acione o suporte."
            MOVE 'N' TO WS-LINK-SAVED-SW
        END-IF
    END-PERFORM.

Read-Customer-By-Id.
    MOVE 'N' TO WS-RECORD-FOUND-SW
    READ CUSTOMER-MASTER
        INVALID KEY
            DISPLAY "Cliente nao encontrado: ", CUST-ID
        NOT INVALID KEY
            MOVE 'Y' TO WS-RECORD-FOUND-SW
    END-READ.

Validate-Link-Pair.
    *> Both ends must be live rows: a merged-away customer's links
    *> belong to the survivor (DUPMERGE moves them there).
    MOVE 'N' TO WS-PAIR-OK-SW
    IF WS-INPUT-CUST-ID = WS-INPUT-CUST-ID-2
        DISPLAY "Os dois clientes do vinculo devem ser distintos."
    ELSE
        MOVE WS-INPUT-CUST-ID TO CUST-ID
        PERFORM Read-Customer-By-Id
        IF CUSTOMER-FOUND
            IF CUST-MERGED-AWAY
                DISPLAY "Cliente ja foi fundido: ", CUST-ID
            ELSE
                MOVE CUST-NAME TO WS-NAME-1
                MOVE WS-INPUT-CUST-ID-2 TO CUST-ID
                PERFORM Read-Customer-By-Id
                IF CUSTOMER-FOUND
                    IF CUST-MERGED-AWAY
                        DISPLAY "Cliente ja foi fundido: ", CUST-ID
                    ELSE
                        MOVE CUST-NAME TO WS-NAME-2
                        MOVE 'Y' TO WS-PAIR-OK-SW
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

Find-Open-Link-For-Pair.
    *> An active link of the same type between the same two customers
    *> that has not ended yet, or a proposal still waiting -- either
    *> way a second one would only duplicate it. Only the guarantor
    *> link has a direction.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-LINK-COUNT
        IF WS-L-TYPE(WS-SCAN-IDX) = WS-INPUT-TYPE
           AND ((WS-L-CUST-ID-1(WS-SCAN-IDX) = WS-INPUT-CUST-ID
                 AND WS-L-CUST-ID-2(WS-SCAN-IDX) = WS-INPUT-CUST-ID-2)
                OR (WS-INPUT-TYPE NOT = 'A'
                    AND WS-L-CUST-ID-1(WS-SCAN-IDX)
                        = WS-INPUT-CUST-ID-2
                    AND WS-L-CUST-ID-2(WS-SCAN-IDX)
                        = WS-INPUT-CUST-ID))
           AND (WS-L-STATUS(WS-SCAN-IDX) = 'P'
                OR (WS-L-STATUS(WS-SCAN-IDX) = 'A'
                    AND (WS-L-END-DATE(WS-SCAN-IDX) = 0
                         OR WS-L-END-DATE(WS-SCAN-IDX)
                            >= WS-CURRENT-DATE-NUM)))
            MOVE WS-SCAN-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM.

Find-Link-By-Id.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-LINK-COUNT
        IF WS-L-LINK-ID(WS-SCAN-IDX) = WS-INPUT-LINK-ID
            MOVE WS-SCAN-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM.

Add-Link.
    PERFORM Load-Link-Table
    DISPLAY "Tipo de vinculo (F-Familia/domicilio  A-Avalista  "
            "E-Mesmo endereco): "
    ACCEPT WS-INPUT-TYPE
    IF WS-INPUT-TYPE >= 'a' AND WS-INPUT-TYPE <= 'z'
        MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
    END-IF
    IF NOT INPUT-TYPE-VALID
        DISPLAY "Tipo de vinculo invalido: ", WS-INPUT-TYPE
    ELSE
        IF WS-INPUT-TYPE = 'A'
            DISPLAY "Cliente avalista (6 digitos): "
        ELSE
            DISPLAY "Primeiro cliente (6 digitos): "
        END-IF
        ACCEPT WS-INPUT-CUST-ID
        IF WS-INPUT-TYPE = 'A'
            DISPLAY "Cliente afiancado (6 digitos): "
        ELSE
            DISPLAY "Segundo cliente (6 digitos): "
        END-IF
        ACCEPT WS-INPUT-CUST-ID-2
        DISPLAY "Inicio do vinculo (AAAAMMDD, 0 = hoje): "
        ACCEPT WS-INPUT-DATE
        IF WS-INPUT-DATE = 0
            MOVE WS-CURRENT-DATE-NUM TO WS-INPUT-DATE
        END-IF
        PERFORM Validate-Date-Value
        PERFORM Validate-Link-Pair
        EVALUATE TRUE
            WHEN NOT DATE-VALUE-OK
                DISPLAY "Data invalida: ", WS-INPUT-DATE
            WHEN NOT LINK-PAIR-VALID
                CONTINUE
            WHEN WS-LINK-COUNT >= WS-MAX-LINKS
                DISPLAY "Arquivo de vinculos cheio."
            WHEN OTHER
                PERFORM Find-Open-Link-For-Pair
                IF WS-FOUND-IDX NOT = 0
                    DISPLAY "Ja existe vinculo deste tipo entre os "
                            "clientes: ", WS-L-LINK-ID(WS-FOUND-IDX),
                            " situacao ", WS-L-STATUS(WS-FOUND-IDX)
                ELSE
                    PERFORM Confirm-New-Link
                END-IF
        END-EVALUATE
    END-IF.

Confirm-New-Link.
    DISPLAY "Cliente 1: ", WS-INPUT-CUST-ID, " - ", WS-NAME-1
    DISPLAY "Cliente 2: ", WS-INPUT-CUST-ID-2, " - ", WS-NAME-2
    DISPLAY "Tipo ", WS-INPUT-TYPE, " desde ", WS-INPUT-DATE
    DISPLAY "Confirma a inclusao? (S/N): "
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
        *> The operator may have sat on the prompt: take the file as
        *> it stands now and repeat the duplicate check on it.
        PERFORM Load-Link-Table
        PERFORM Find-Open-Link-For-Pair
        EVALUATE TRUE
            WHEN LINK-TABLE-OVERFLOWED
                DISPLAY "Manutencao recusada: CUSTLINK.DAT excede "
                        "a area de trabalho."
            WHEN WS-LINK-COUNT >= WS-MAX-LINKS
                DISPLAY "Arquivo de vinculos cheio."
            WHEN WS-FOUND-IDX NOT = 0
                DISPLAY "Ja existe vinculo deste tipo entre os "
                        "clientes: ", WS-L-LINK-ID(WS-FOUND-IDX),
                        " situacao ", WS-L-STATUS(WS-FOUND-IDX)
            WHEN OTHER
                PERFORM Record-New-Link
        END-EVALUATE
    ELSE
        DISPLAY "Inclusao cancelada pelo operador."
    END-IF.

Record-New-Link.
    ADD 1 TO WS-LINK-COUNT
    ADD 1 TO WS-HIGH-LINK-ID
    MOVE WS-HIGH-LINK-ID     TO WS-L-LINK-ID(WS-LINK-COUNT)
    MOVE WS-INPUT-CUST-ID    TO WS-L-CUST-ID-1(WS-LINK-COUNT)
    MOVE WS-INPUT-CUST-ID-2  TO WS-L-CUST-ID-2(WS-LINK-COUNT)
    MOVE WS-INPUT-TYPE       TO WS-L-TYPE(WS-LINK-COUNT)
    MOVE WS-INPUT-DATE       TO WS-L-START-DATE(WS-LINK-COUNT)
    MOVE 0                   TO WS-L-END-DATE(WS-LINK-COUNT)
    MOVE 'A'                 TO WS-L-STATUS(WS-LINK-COUNT)
    MOVE WS-OPERATOR-ID      TO WS-L-CREATED-BY(WS-LINK-COUNT)
    MOVE WS-CURRENT-DATE-NUM TO WS-L-CREATED-DATE(WS-LINK-COUNT)
    MOVE SPACES              TO WS-L-CHANGED-BY(WS-LINK-COUNT)
    MOVE 0                   TO WS-L-CHANGED-DATE(WS-LINK-COUNT)
    PERFORM Save-Link-Table
    IF LINK-TABLE-SAVED
        MOVE WS-LINK-COUNT TO WS-FOUND-IDX
        MOVE 'LINKADD ' TO WS-AUDIT-ACTION
        PERFORM Audit-Both-Customers
        DISPLAY "Vinculo incluido: ", WS-HIGH-LINK-ID
    END-IF.

End-Link.
    *> Ending never deletes: the end date is set and the link stays
    *> on file, out of force from the day after.
    DISPLAY "Numero do vinculo a encerrar: "
    ACCEPT WS-INPUT-LINK-ID
    PERFORM Load-Link-Table
    PERFORM Find-Link-By-Id
    EVALUATE TRUE
        WHEN LINK-TABLE-OVERFLOWED
            DISPLAY "Manutencao recusada: CUSTLINK.DAT excede "
                    "a area de trabalho."
        WHEN WS-FOUND-IDX = 0
            DISPLAY "Vinculo nao encontrado: ", WS-INPUT-LINK-ID
        WHEN WS-L-STATUS(WS-FOUND-IDX) NOT = 'A'
            DISPLAY "Vinculo nao esta ativo (situacao ",
                    WS-L-STATUS(WS-FOUND-IDX), ")."
        WHEN WS-L-END-DATE(WS-FOUND-IDX) NOT = 0
             AND WS-L-END-DATE(WS-FOUND-IDX) < WS-CURRENT-DATE-NUM
            DISPLAY "Vinculo ja encerrado em ",
                    WS-L-END-DATE(WS-FOUND-IDX)
        WHEN OTHER
            MOVE WS-L-CUST-ID-1(WS-FOUND-IDX) TO WS-INPUT-CUST-ID
            PERFORM Describe-Link
            DISPLAY "Ultimo dia do vinculo (AAAAMMDD, 0 = hoje): "
            ACCEPT WS-INPUT-DATE
            IF WS-INPUT-DATE = 0
                MOVE WS-CURRENT-DATE-NUM TO WS-INPUT-DATE
            END-IF
            PERFORM Validate-Date-Value
            EVALUATE TRUE
                WHEN NOT DATE-VALUE-OK
                    DISPLAY "Data invalida: ", WS-INPUT-DATE
                WHEN WS-INPUT-DATE < WS-L-START-DATE(WS-FOUND-IDX)
                    DISPLAY "Encerramento anterior ao inicio ("
                            WS-L-START-DATE(WS-FOUND-IDX), ")."
                WHEN OTHER
                    PERFORM Record-Link-End
            END-EVALUATE
    END-EVALUATE.

Record-Link-End.
    *> The link is found again on the file as it stands after the
    *> date prompt: DUPMERGE may have moved it, or another session
    *> ended it, in the meantime.
    MOVE WS-L-START-DATE(WS-FOUND-IDX) TO WS-PRIOR-START-DATE
    PERFORM Load-Link-Table
    PERFORM Find-Link-By-Id
    EVALUATE TRUE
        WHEN LINK-TABLE-OVERFLOWED
            DISPLAY "Manutencao recusada: CUSTLINK.DAT excede "
                    "a area de trabalho."
        WHEN WS-FOUND-IDX = 0
            DISPLAY "Vinculo nao encontrado: ", WS-INPUT-LINK-ID
        WHEN WS-L-STATUS(WS-FOUND-IDX) NOT = 'A'
          OR WS-L-START-DATE(WS-FOUND-IDX) NOT = WS-PRIOR-START-DATE
          OR (WS-L-END-DATE(WS-FOUND-IDX) NOT = 0
              AND WS-L-END-DATE(WS-FOUND-IDX) < WS-CURRENT-DATE-NUM)
            DISPLAY "Vinculo alterado por outra sessao - consulte e "
                    "tente novamente."
        WHEN OTHER
            MOVE WS-L-END-DATE(WS-FOUND-IDX) TO WS-PRIOR-END-DATE
            MOVE WS-INPUT-DATE       TO WS-L-END-DATE(WS-FOUND-IDX)
            MOVE WS-OPERATOR-ID      TO WS-L-CHANGED-BY(WS-FOUND-IDX)
            MOVE WS-CURRENT-DATE-NUM
                TO WS-L-CHANGED-DATE(WS-FOUND-IDX)
            PERFORM Save-Link-Table
            IF LINK-TABLE-SAVED
                MOVE 'LINKEND ' TO WS-AUDIT-ACTION
                PERFORM Audit-Both-Customers
                DISPLAY "Vinculo encerrado: ", WS-INPUT-LINK-ID,
                        " em ", WS-INPUT-DATE
            END-IF
    END-EVALUATE.

Review-Proposed-Links.
    *> LINKSCN's same-address proposals, one at a time: accepting
    *> puts the link in force from today, declining keeps the pair
    *> from being proposed again.
    MOVE 0 TO WS-LISTED-COUNT
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-LINK-COUNT
        IF WS-L-STATUS(WS-SCAN-IDX) = 'P'
            ADD 1 TO WS-LISTED-COUNT
            DISPLAY WS-L-LINK-ID(WS-SCAN-IDX), " clientes ",
                    WS-L-CUST-ID-1(WS-SCAN-IDX), " e ",
                    WS-L-CUST-ID-2(WS-SCAN-IDX), " proposto em ",
                    WS-L-CREATED-DATE(WS-SCAN-IDX)
        END-IF
    END-PERFORM
    DISPLAY "Propostas pendentes: ", WS-LISTED-COUNT
    IF WS-LISTED-COUNT > 0
        DISPLAY "Numero da proposta a revisar (0 = voltar): "
        ACCEPT WS-INPUT-LINK-ID
        IF WS-INPUT-LINK-ID NOT = 0
            PERFORM Decide-Proposed-Link
        END-IF
    END-IF.

Decide-Proposed-Link.
    PERFORM Load-Link-Table
    PERFORM Find-Link-By-Id
    EVALUATE TRUE
        WHEN LINK-TABLE-OVERFLOWED
            DISPLAY "Manutencao recusada: CUSTLINK.DAT excede "
                    "a area de trabalho."
        WHEN WS-FOUND-IDX = 0
            DISPLAY "Proposta nao encontrada: ", WS-INPUT-LINK-ID
        WHEN WS-L-STATUS(WS-FOUND-IDX) NOT = 'P'
            DISPLAY "Vinculo nao esta pendente de revisao."
        WHEN OTHER
            MOVE WS-L-CUST-ID-1(WS-FOUND-IDX) TO WS-INPUT-CUST-ID
            MOVE WS-L-CUST-ID-2(WS-FOUND-IDX) TO WS-INPUT-CUST-ID-2
            PERFORM Validate-Link-Pair
            IF LINK-PAIR-VALID
                PERFORM Show-Proposal-Addresses
                DISPLAY "A-Aceitar  R-Recusar  outra tecla-Voltar: "
                ACCEPT WS-CONFIRM
                EVALUATE WS-CONFIRM
                    WHEN 'A'
                    WHEN 'a'
                    WHEN 'R'
                    WHEN 'r'
                        PERFORM Record-Link-Decision
                    WHEN OTHER
                        DISPLAY "Nenhuma decisao registrada."
                END-EVALUATE
            END-IF
    END-EVALUATE.

Record-Link-Decision.
    *> The proposal is found again on the file as it stands after the
    *> decision prompt, and must still be waiting and still join the
    *> same two customers the reviewer was shown.
    PERFORM Load-Link-Table
    PERFORM Find-Link-By-Id
    EVALUATE TRUE
        WHEN LINK-TABLE-OVERFLOWED
            DISPLAY "Manutencao recusada: CUSTLINK.DAT excede "
                    "a area de trabalho."
        WHEN WS-FOUND-IDX = 0
            DISPLAY "Proposta nao encontrada: ", WS-INPUT-LINK-ID
        WHEN WS-L-STATUS(WS-FOUND-IDX) NOT = 'P'
          OR WS-L-CUST-ID-1(WS-FOUND-IDX) NOT = WS-INPUT-CUST-ID
          OR WS-L-CUST-ID-2(WS-FOUND-IDX) NOT = WS-INPUT-CUST-ID-2
            DISPLAY "Proposta alterada por outra sessao - nenhuma "
                    "decisao registrada."
        WHEN WS-CONFIRM = 'A' OR WS-CONFIRM = 'a'
            MOVE 'A' TO WS-L-STATUS(WS-FOUND-IDX)
            MOVE WS-CURRENT-DATE-NUM TO WS-L-START-DATE(WS-FOUND-IDX)
            MOVE WS-OPERATOR-ID      TO WS-L-CHANGED-BY(WS-FOUND-IDX)
            MOVE WS-CURRENT-DATE-NUM
                TO WS-L-CHANGED-DATE(WS-FOUND-IDX)
            PERFORM Save-Link-Table
            IF LINK-TABLE-SAVED
                MOVE 'LINKADD ' TO WS-AUDIT-ACTION
                PERFORM Audit-Both-Customers
                DISPLAY "Vinculo aceito: ", WS-INPUT-LINK-ID
            END-IF
        WHEN OTHER
            MOVE 'K' TO WS-L-STATUS(WS-FOUND-IDX)
            MOVE WS-OPERATOR-ID      TO WS-L-CHANGED-BY(WS-FOUND-IDX)
            MOVE WS-CURRENT-DATE-NUM
                TO WS-L-CHANGED-DATE(WS-FOUND-IDX)
            PERFORM Save-Link-Table
            IF LINK-TABLE-SAVED
                DISPLAY "Proposta recusada: ", WS-INPUT-LINK-ID
            END-IF
    END-EVALUATE.

Show-Proposal-Addresses.
    DISPLAY "Cliente 1: ", WS-INPUT-CUST-ID, " - ", WS-NAME-1
    MOVE WS-INPUT-CUST-ID TO CONT-CUST-ID
    PERFORM Show-Contact-Address
    DISPLAY "Cliente 2: ", WS-INPUT-CUST-ID-2, " - ", WS-NAME-2
    MOVE WS-INPUT-CUST-ID-2 TO CONT-CUST-ID
    PERFORM Show-Contact-Address.

Show-Contact-Address.
    OPEN INPUT CONTACT-FILE
    IF WS-CONTACT-STATUS = '00'
        READ CONTACT-FILE
            INVALID KEY
                DISPLAY "   (sem dados de contato)"
            NOT INVALID KEY
                DISPLAY "   ", CONT-STREET, " ", CONT-CITY,
                        " CEP ", CONT-POSTAL-CODE
        END-READ
        CLOSE CONTACT-FILE
    END-IF.

Inquire-Customer-Links.
    DISPLAY "Numero do cliente (6 digitos): "
    ACCEPT WS-INPUT-CUST-ID
    MOVE WS-INPUT-CUST-ID TO CUST-ID
    PERFORM Read-Customer-By-Id
    IF CUSTOMER-FOUND
        DISPLAY "Cliente : ", CUST-ID, " - ", CUST-NAME
        MOVE 0 TO WS-LISTED-COUNT
        PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                UNTIL WS-FOUND-IDX > WS-LINK-COUNT
            IF WS-L-CUST-ID-1(WS-FOUND-IDX) = WS-INPUT-CUST-ID
               OR WS-L-CUST-ID-2(WS-FOUND-IDX) = WS-INPUT-CUST-ID
                ADD 1 TO WS-LISTED-COUNT
                PERFORM Describe-Link
            END-IF
        END-PERFORM
        DISPLAY "Vinculos: ", WS-LISTED-COUNT
    END-IF.

Describe-Link.
    *> Displays the link at WS-FOUND-IDX as seen from
    *> WS-INPUT-CUST-ID when that is one of its ends.
    IF WS-L-CUST-ID-1(WS-FOUND-IDX) = WS-INPUT-CUST-ID
        MOVE WS-L-CUST-ID-2(WS-FOUND-IDX) TO WS-OTHER-CUST-ID
    ELSE
        MOVE WS-L-CUST-ID-1(WS-FOUND-IDX) TO WS-OTHER-CUST-ID
    END-IF
    EVALUATE TRUE
        WHEN WS-L-TYPE(WS-FOUND-IDX) = 'F'
            MOVE "FAMILIA" TO WS-TYPE-TEXT
        WHEN WS-L-TYPE(WS-FOUND-IDX) = 'E'
            MOVE "MESMO ENDERECO" TO WS-TYPE-TEXT
        WHEN WS-L-CUST-ID-1(WS-FOUND-IDX) = WS-OTHER-CUST-ID
            MOVE "AVALISTA DELE" TO WS-TYPE-TEXT
        WHEN OTHER
            MOVE "AVALIZA" TO WS-TYPE-TEXT
    END-EVALUATE
    EVALUATE TRUE
        WHEN WS-L-STATUS(WS-FOUND-IDX) = 'P'
            MOVE "PROPOSTO" TO WS-STATE-TEXT
        WHEN WS-L-STATUS(WS-FOUND-IDX) = 'K'
            MOVE "RECUSADO" TO WS-STATE-TEXT
        WHEN WS-L-END-DATE(WS-FOUND-IDX) NOT = 0
             AND WS-L-END-DATE(WS-FOUND-IDX) < WS-CURRENT-DATE-NUM
            MOVE "ENCERRADO" TO WS-STATE-TEXT
        WHEN WS-L-START-DATE(WS-FOUND-IDX) > WS-CURRENT-DATE-NUM
            MOVE "FUTURO" TO WS-STATE-TEXT
        WHEN OTHER
            MOVE "EM VIGOR" TO WS-STATE-TEXT
    END-EVALUATE
    DISPLAY WS-L-LINK-ID(WS-FOUND-IDX), " ", WS-TYPE-TEXT, " ",
            WS-OTHER-CUST-ID, " de ", WS-L-START-DATE(WS-FOUND-IDX),
            " a ", WS-L-END-DATE(WS-FOUND-IDX), " ", WS-STATE-TEXT.

Format-Link-Note.
    MOVE WS-L-LINK-ID(WS-FOUND-IDX)    TO LN-LINK-ID
    MOVE WS-L-TYPE(WS-FOUND-IDX)       TO LN-TYPE
    MOVE WS-L-START-DATE(WS-FOUND-IDX) TO LN-START-DATE
    MOVE WS-L-END-DATE(WS-FOUND-IDX)   TO LN-END-DATE.

Audit-Both-Customers.
    *> One entry on each end's trail, so either customer's inquiry
    *> shows the link coming and going. An ending carries the link
    *> as it stood before (open, or the earlier end date) as the old
    *> value.
    MOVE WS-L-CUST-ID-1(WS-FOUND-IDX) TO WS-AUDIT-CUST-ID
    MOVE WS-L-CUST-ID-2(WS-FOUND-IDX) TO LN-OTHER-CUST-ID
    PERFORM Audit-One-End
    MOVE WS-L-CUST-ID-2(WS-FOUND-IDX) TO WS-AUDIT-CUST-ID
    MOVE WS-L-CUST-ID-1(WS-FOUND-IDX) TO LN-OTHER-CUST-ID
    PERFORM Audit-One-End.

Audit-One-End.
    PERFORM Format-Link-Note
    MOVE WS-LINK-NOTE TO WS-AUDIT-NEW-VALUE
    IF WS-AUDIT-ACTION = 'LINKEND '
        MOVE WS-PRIOR-END-DATE TO LN-END-DATE
        MOVE WS-LINK-NOTE TO WS-AUDIT-OLD-VALUE
    ELSE
        MOVE SPACES TO WS-AUDIT-OLD-VALUE
    END-IF
    MOVE WS-AUDIT-CUST-ID TO CUST-ID
    PERFORM Read-Customer-By-Id
    IF CUSTOMER-FOUND
        PERFORM Write-Audit-Entry
    END-IF.

Validate-Date-Value.
    *> Same full year/month/day validity check HOLMANT applies to
    *> the holiday calendar (including leap February).
    MOVE 'Y' TO WS-DATE-VALID-SW
    COMPUTE WS-EDIT-YEAR  = WS-INPUT-DATE / 10000
    COMPUTE WS-EDIT-MONTH =
        FUNCTION MOD(WS-INPUT-DATE / 100, 100)
    COMPUTE WS-EDIT-DAY   = FUNCTION MOD(WS-INPUT-DATE, 100)
    IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > 2099
        MOVE 'N' TO WS-DATE-VALID-SW
    END-IF
    IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
        MOVE 'N' TO WS-DATE-VALID-SW
    END-IF
    IF DATE-VALUE-OK
        EVALUATE WS-EDIT-MONTH
            WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                MOVE 31 TO WS-MONTH-MAX-DAY
            WHEN 4 WHEN 6 WHEN 9 WHEN 11
                MOVE 30 TO WS-MONTH-MAX-DAY
            WHEN 2
                MOVE 28 TO WS-MONTH-MAX-DAY
                COMPUTE WS-LEAP-REM =
                    FUNCTION MOD(WS-EDIT-YEAR, 4)
                COMPUTE WS-LEAP-WORK =
                    FUNCTION MOD(WS-EDIT-YEAR, 100)
                IF WS-LEAP-REM = 0 AND WS-LEAP-WORK NOT = 0
                    MOVE 29 TO WS-MONTH-MAX-DAY
                END-IF
                COMPUTE WS-LEAP-WORK =
                    FUNCTION MOD(WS-EDIT-YEAR, 400)
                IF WS-LEAP-WORK = 0
                    MOVE 29 TO WS-MONTH-MAX-DAY
                END-IF
        END-EVALUATE
        IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-MONTH-MAX-DAY
            MOVE 'N' TO WS-DATE-VALID-SW
        END-IF
    END-IF.

Write-Audit-Entry.
    *> Same append discipline and fields as CUSTMANT's audit entry,
    *> stamped with the OPRSIGN-validated operator.
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
