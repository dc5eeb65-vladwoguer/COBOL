IDENTIFICATION DIVISION.
PROGRAM-ID.  CEPMANT.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CEP-TABLE-FILE ASSIGN TO "data/ceptab.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CEPTAB-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CEP-TABLE-FILE.
COPY "ceprec.cpy".

WORKING-STORAGE SECTION.

01  WS-CEPTAB-STATUS     PIC XX.
01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CEPTAB              VALUE 'Y'.

01  WS-MAX-RANGES        PIC 9(4)  VALUE 3000.
01  WS-RANGE-COUNT       PIC 9(4)  VALUE 0.
01  WS-RANGE-TABLE.
    05  WS-R-ENTRY OCCURS 0 TO 3000 TIMES
                DEPENDING ON WS-RANGE-COUNT.
        10  WS-R-START       PIC X(08).
        10  WS-R-END         PIC X(08).
        10  WS-R-CITY        PIC X(20).
        10  WS-R-STATE       PIC X(02).
01  WS-OVERFLOW-SWITCH   PIC X(01) VALUE 'N'.
    88  RANGE-TABLE-OVERFLOWED      VALUE 'Y'.

01  WS-FOUND-IDX         PIC 9(4)  VALUE 0.
01  WS-SCAN-IDX          PIC 9(4).
01  WS-INSERT-IDX        PIC 9(4).
01  WS-INSERT-FOUND-SWITCH PIC X(01) VALUE 'N'.
    88  INSERT-POSITION-FOUND        VALUE 'Y'.
01  WS-OVERLAP-IDX       PIC 9(4)  VALUE 0.
01  WS-EXIT-SWITCH       PIC X(01) VALUE 'N'.
    88  OPERATOR-DONE               VALUE 'Y'.

01  WS-MENU-OPTION       PIC 9(01).
01  WS-INPUT-START       PIC X(08).
01  WS-INPUT-END         PIC X(08).
01  WS-INPUT-CEP         PIC X(08).
01  WS-INPUT-CITY        PIC X(20).
01  WS-INPUT-STATE       PIC X(02).

01  WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
01  WS-SIGNON-PERM       PIC X(01) VALUE SPACE.
    88  OPERATOR-MAY-UPDATE         VALUES 'U' 'S'.
01  WS-SIGNON-OK         PIC X(01) VALUE 'N'.
    88  SIGNON-ACCEPTED             VALUE 'Y'.

PROCEDURE DIVISION.
Begin.
    *> Shared sign-on check, same as TABMANT: inquiry-only operators
    *> keep the consult option, the update options are gated on the
    *> profile's permission level.
    CALL 'OPRSIGN' USING WS-OPERATOR-ID, WS-SIGNON-PERM,
                         WS-SIGNON-OK
    IF NOT SIGNON-ACCEPTED
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Load-Cep-Table

    PERFORM UNTIL OPERATOR-DONE
        PERFORM Show-Menu
        ACCEPT WS-MENU-OPTION
        EVALUATE TRUE
            WHEN WS-MENU-OPTION = 4
                PERFORM Inquire-Cep
            WHEN WS-MENU-OPTION = 5
                MOVE 'Y' TO WS-EXIT-SWITCH
            WHEN (WS-MENU-OPTION = 1 OR WS-MENU-OPTION = 2
                  OR WS-MENU-OPTION = 3)
                 AND NOT OPERATOR-MAY-UPDATE
                DISPLAY "Permissao insuficiente: perfil somente de "
                        "consulta."
            WHEN (WS-MENU-OPTION = 1 OR WS-MENU-OPTION = 2
                  OR WS-MENU-OPTION = 3)
                 AND RANGE-TABLE-OVERFLOWED
                DISPLAY "Manutencao recusada: data/ceptab.dat excede "
                        "a area de trabalho."
            WHEN WS-MENU-OPTION = 1
                PERFORM Add-Range
            WHEN WS-MENU-OPTION = 2
                PERFORM Change-Range
            WHEN WS-MENU-OPTION = 3
                PERFORM Delete-Range
            WHEN OTHER
                DISPLAY "Opcao invalida."
        END-EVALUATE
    END-PERFORM

    STOP RUN.

Show-Menu.
    DISPLAY "== Manutencao da Tabela de CEP =="
    DISPLAY "1-Incluir faixa  2-Alterar cidade/UF  3-Excluir faixa  "
            "4-Consultar CEP  5-Sair"
    DISPLAY "Opcao: ".

Load-Cep-Table.
    MOVE 0 TO WS-RANGE-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CEP-TABLE-FILE
    IF WS-CEPTAB-STATUS = '00'
        PERFORM UNTIL END-OF-CEPTAB
            READ CEP-TABLE-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-RANGE-COUNT < WS-MAX-RANGES
                        ADD 1 TO WS-RANGE-COUNT
                        MOVE CEP-RANGE-START
                            TO WS-R-START(WS-RANGE-COUNT)
                        MOVE CEP-RANGE-END
                            TO WS-R-END(WS-RANGE-COUNT)
                        MOVE CEP-CITY  TO WS-R-CITY(WS-RANGE-COUNT)
                        MOVE CEP-STATE TO WS-R-STATE(WS-RANGE-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-OVERFLOW-SWITCH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CEP-TABLE-FILE
        IF RANGE-TABLE-OVERFLOWED
            DISPLAY "AVISO: data/ceptab.dat excede ", WS-MAX-RANGES,
                    " faixas - somente consulta."
        END-IF
    ELSE
        DISPLAY "data/ceptab.dat nao encontrado, iniciando tabela "
                "vazia."
    END-IF.

Save-Cep-Table.
    *> Re-persisted whole, like TABMANT's message table; CEPLKUP
    *> picks up the new content on its next load.
    OPEN OUTPUT CEP-TABLE-FILE
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-RANGE-COUNT
        MOVE WS-R-START(WS-SCAN-IDX) TO CEP-RANGE-START
        MOVE WS-R-END(WS-SCAN-IDX)   TO CEP-RANGE-END
        MOVE WS-R-CITY(WS-SCAN-IDX)  TO CEP-CITY
        MOVE WS-R-STATE(WS-SCAN-IDX) TO CEP-STATE
        WRITE CEP-RANGE-RECORD
    END-PERFORM
    CLOSE CEP-TABLE-FILE.

Find-Range-By-Cep.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-RANGE-COUNT
        IF WS-R-START(WS-SCAN-IDX) <= WS-INPUT-CEP
           AND WS-R-END(WS-SCAN-IDX) >= WS-INPUT-CEP
            MOVE WS-SCAN-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM.

Find-Range-By-Start.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-RANGE-COUNT
        IF WS-R-START(WS-SCAN-IDX) = WS-INPUT-START
            MOVE WS-SCAN-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM.

Find-Overlap.
    *> Two ranges overlap unless one ends before the other starts.
    MOVE 0 TO WS-OVERLAP-IDX
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-RANGE-COUNT
        IF WS-R-START(WS-SCAN-IDX) <= WS-INPUT-END
           AND WS-R-END(WS-SCAN-IDX) >= WS-INPUT-START
            MOVE WS-SCAN-IDX TO WS-OVERLAP-IDX
        END-IF
    END-PERFORM.

Prompt-For-Start.
    DISPLAY "CEP inicial da faixa (8 digitos): "
    ACCEPT WS-INPUT-START.

Prompt-For-City-State.
    *> Stored as keyed: the reference is the official spelling, so
    *> whoever maintains it types it the way the Correios print it.
    DISPLAY "Cidade (grafia oficial, 20 caracteres): "
    ACCEPT WS-INPUT-CITY
    DISPLAY "UF (2 letras): "
    ACCEPT WS-INPUT-STATE.

Find-Insert-Position.
    *> CEPLKUP's binary search requires the ranges in ascending
    *> start order, so a new range goes in at the first slot whose
    *> start sorts after it, not at the end.
    COMPUTE WS-INSERT-IDX = WS-RANGE-COUNT + 1
    MOVE 'N' TO WS-INSERT-FOUND-SWITCH
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-RANGE-COUNT
                OR INSERT-POSITION-FOUND
        IF WS-R-START(WS-SCAN-IDX) > WS-INPUT-START
            MOVE WS-SCAN-IDX TO WS-INSERT-IDX
            MOVE 'Y' TO WS-INSERT-FOUND-SWITCH
        END-IF
    END-PERFORM.

Insert-Range-In-Order.
    ADD 1 TO WS-RANGE-COUNT
    PERFORM VARYING WS-SCAN-IDX FROM WS-RANGE-COUNT BY -1
            UNTIL WS-SCAN-IDX <= WS-INSERT-IDX
        MOVE WS-R-ENTRY(WS-SCAN-IDX - 1) TO WS-R-ENTRY(WS-SCAN-IDX)
    END-PERFORM
    MOVE WS-INPUT-START TO WS-R-START(WS-INSERT-IDX)
    MOVE WS-INPUT-END   TO WS-R-END(WS-INSERT-IDX)
    MOVE WS-INPUT-CITY  TO WS-R-CITY(WS-INSERT-IDX)
    MOVE WS-INPUT-STATE TO WS-R-STATE(WS-INSERT-IDX).

Add-Range.
    PERFORM Prompt-For-Start
    DISPLAY "CEP final da faixa (8 digitos): "
    ACCEPT WS-INPUT-END
    EVALUATE TRUE
        WHEN WS-INPUT-START NOT NUMERIC OR WS-INPUT-END NOT NUMERIC
            DISPLAY "CEP invalido: informe exatamente 8 digitos."
        WHEN WS-INPUT-END < WS-INPUT-START
            DISPLAY "Faixa invalida: CEP final menor que o inicial."
        WHEN WS-RANGE-COUNT >= WS-MAX-RANGES
            DISPLAY "Tabela cheia, nao e possivel incluir."
        WHEN OTHER
            PERFORM Find-Overlap
            IF WS-OVERLAP-IDX NOT = 0
                DISPLAY "Faixa sobrepoe a existente: ",
                        WS-R-START(WS-OVERLAP-IDX), "-",
                        WS-R-END(WS-OVERLAP-IDX), " ",
                        WS-R-CITY(WS-OVERLAP-IDX)
            ELSE
                PERFORM Prompt-For-City-State
                IF WS-INPUT-CITY = SPACES OR WS-INPUT-STATE = SPACES
                    DISPLAY "Cidade e UF sao obrigatorias."
                ELSE
                    PERFORM Find-Insert-Position
                    PERFORM Insert-Range-In-Order
                    PERFORM Save-Cep-Table
                    DISPLAY "Faixa incluida: ", WS-INPUT-START, "-",
                            WS-INPUT-END
                END-IF
            END-IF
    END-EVALUATE.

Change-Range.
    *> Only the city and state change here; moving a range's bounds
    *> is an exclusion and a new inclusion, so the overlap check is
    *> never bypassed.
    PERFORM Prompt-For-Start
    PERFORM Find-Range-By-Start
    IF WS-FOUND-IDX = 0
        DISPLAY "Faixa nao encontrada: ", WS-INPUT-START
    ELSE
        DISPLAY "Faixa atual: ", WS-R-START(WS-FOUND-IDX), "-",
                WS-R-END(WS-FOUND-IDX), " ",
                WS-R-CITY(WS-FOUND-IDX), " ",
                WS-R-STATE(WS-FOUND-IDX)
        PERFORM Prompt-For-City-State
        IF WS-INPUT-CITY = SPACES OR WS-INPUT-STATE = SPACES
            DISPLAY "Cidade e UF sao obrigatorias."
        ELSE
            MOVE WS-INPUT-CITY  TO WS-R-CITY(WS-FOUND-IDX)
            MOVE WS-INPUT-STATE TO WS-R-STATE(WS-FOUND-IDX)
            PERFORM Save-Cep-Table
            DISPLAY "Faixa alterada: ", WS-INPUT-START
        END-IF
    END-IF.

Delete-Range.
    PERFORM Prompt-For-Start
    PERFORM Find-Range-By-Start
    IF WS-FOUND-IDX = 0
        DISPLAY "Faixa nao encontrada: ", WS-INPUT-START
    ELSE
        PERFORM VARYING WS-SCAN-IDX FROM WS-FOUND-IDX BY 1
                UNTIL WS-SCAN-IDX >= WS-RANGE-COUNT
            MOVE WS-R-ENTRY(WS-SCAN-IDX + 1) TO WS-R-ENTRY(WS-SCAN-IDX)
        END-PERFORM
        SUBTRACT 1 FROM WS-RANGE-COUNT
        PERFORM Save-Cep-Table
        DISPLAY "Faixa excluida: ", WS-INPUT-START
    END-IF.

Inquire-Cep.
    DISPLAY "CEP (8 digitos): "
    ACCEPT WS-INPUT-CEP
    PERFORM Find-Range-By-Cep
    IF WS-FOUND-IDX = 0
        DISPLAY "CEP fora de qualquer faixa cadastrada: ",
                WS-INPUT-CEP
    ELSE
        DISPLAY WS-R-START(WS-FOUND-IDX), "-",
                WS-R-END(WS-FOUND-IDX), " ",
                WS-R-CITY(WS-FOUND-IDX), " ",
                WS-R-STATE(WS-FOUND-IDX)
    END-IF.
