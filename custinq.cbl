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

    SELECT DECISION-HISTORY ASSIGN TO "DECHIST.IDX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT LINK-FILE ASSIGN TO "CUSTLINK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LINK-STATUS.

    SELECT INQUIRY-REPORT ASSIGN TO "CUSTINQ.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
FD  AUDIT-LOG.
COPY "auditrec.cpy".

FD  LINK-FILE.
COPY "custlinkrec.cpy".

FD  INQUIRY-REPORT.
01  INQUIRY-REPORT-LINE          PIC X(100).

01  WS-HISTORY-STATUS    PIC XX.
01  WS-WORK-STATUS       PIC XX.
01  WS-AUDIT-STATUS      PIC XX.
01  WS-LINK-STATUS       PIC XX.
01  WS-REPORT-STATUS     PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
01  WS-DECISION-HITS     PIC 9(6)  VALUE 0.
01  WS-REJECT-HITS       PIC 9(6)  VALUE 0.
01  WS-AUDIT-HITS        PIC 9(6)  VALUE 0.
01  WS-LINK-HITS         PIC 9(6)  VALUE 0.
01  WS-TODAY-NUM         PIC 9(8)  VALUE 0.

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

01  WS-DATE-FOR-EDIT     PIC 9(8).
01  CurrentDate.
    05  FILLER               PIC X(10) VALUE "  E-MAIL: ".
    05  CL-EMAIL             PIC X(40).

01  WS-CONTACT-LINE-3.
    05  FILLER               PIC X(29) VALUE
        "CONFIRMADO PELO CLIENTE EM: ".
    05  CL-CONFIRMED-DATE    PIC 9999/99/99.

01  WS-SECTION-DECISIONS.
    05  FILLER               PIC X(40) VALUE "-- DECISOES DE ELEGIBILIDADE (DECHIST)".

    05  FILLER               PIC X(02) VALUE SPACES.
    05  AD-NEW-VALUE         PIC X(52).

01  WS-SECTION-LINKS.
    05  FILLER               PIC X(40) VALUE "-- VINCULOS COM OUTROS CLIENTES        ".

01  WS-LINK-DETAIL.
    05  LD-LINK-ID           PIC 9(6).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  LD-TYPE-TEXT         PIC X(14).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  LD-OTHER-CUST-ID     PIC 9(6).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  LD-OTHER-NAME        PIC X(30).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  LD-START-DATE        PIC 9999/99/99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  LD-END-DATE          PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  LD-STATE-TEXT        PIC X(09).

01  WS-SECTION-EMPTY.
    05  FILLER               PIC X(30) VALUE "   (nenhum registro)          ".

PROCEDURE DIVISION.
Begin.
    ACCEPT CurrentDate FROM DATE YYYYMMDD
    MOVE CurrentDate TO WS-TODAY-NUM

    OPEN INPUT CUSTOMER-MASTER
    IF WS-CUST-STATUS NOT = '00'
    PERFORM Write-Report-Header

    PERFORM UNTIL OPERATOR-DONE
        DISPLAY "Numero do cliente (6 digitos, 0 = sair, "
                "999999 = pesquisar): "
        ACCEPT WS-INQUIRY-CUST-ID
        EVALUATE WS-INQUIRY-CUST-ID
            WHEN 0
                MOVE 'Y' TO WS-EXIT-SWITCH
            WHEN 999999
                PERFORM Search-Customer
                IF WS-SELECTED-CUST-ID NOT = 0
                    MOVE WS-SELECTED-CUST-ID TO WS-INQUIRY-CUST-ID
                    PERFORM Inquire-One-Customer
                END-IF
            WHEN OTHER
                PERFORM Inquire-One-Customer
        END-EVALUATE
    END-PERFORM

    CLOSE INQUIRY-REPORT
    IF CUSTOMER-FOUND
        PERFORM Report-Master-Section
        PERFORM Report-Contact-Section
        PERFORM Report-Link-Section
        PERFORM Report-Decision-Section
        PERFORM Report-Reject-Section
        PERFORM Report-Audit-Section
        DISPLAY "Cliente ", CUST-ID, ": ", WS-DECISION-HITS,
                " decisoes, ", WS-REJECT-HITS,
                " casos no workbench, ", WS-AUDIT-HITS,
                " entradas de auditoria, ", WS-LINK-HITS,
                " vinculos - ver CUSTINQ.RPT"
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

Report-Master-Section.
                MOVE CONT-EMAIL       TO CL-EMAIL
                MOVE WS-CONTACT-LINE-2 TO INQUIRY-REPORT-LINE
                WRITE INQUIRY-REPORT-LINE
                IF CONT-CONFIRMED-DATE NUMERIC
                   AND CONT-CONFIRMED-DATE > 0
                    MOVE CONT-CONFIRMED-DATE TO CL-CONFIRMED-DATE
                    MOVE WS-CONTACT-LINE-3 TO INQUIRY-REPORT-LINE
                    WRITE INQUIRY-REPORT-LINE
                END-IF
        END-READ
        CLOSE CONTACT-FILE
    END-IF.

Report-Link-Section.
    *> Every link either way round, ended and declined ones too --
    *> the state column says which still hold. The other customer's
    *> name is looked up on the master, so the inquired customer is
    *> read back afterwards for the sections that follow.
    MOVE 0 TO WS-LINK-HITS
    MOVE WS-SECTION-LINKS TO INQUIRY-REPORT-LINE
    WRITE INQUIRY-REPORT-LINE
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT LINK-FILE
    IF WS-LINK-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ LINK-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF LK-CUST-ID-1 = WS-INQUIRY-CUST-ID
                       OR LK-CUST-ID-2 = WS-INQUIRY-CUST-ID
                        ADD 1 TO WS-LINK-HITS
                        PERFORM Write-Link-Detail
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LINK-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    IF WS-LINK-HITS = 0
        MOVE WS-SECTION-EMPTY TO INQUIRY-REPORT-LINE
        WRITE INQUIRY-REPORT-LINE
    ELSE
        MOVE WS-INQUIRY-CUST-ID TO CUST-ID
        READ CUSTOMER-MASTER
            INVALID KEY
                CONTINUE
        END-READ
    END-IF.

Write-Link-Detail.
    IF LK-CUST-ID-1 = WS-INQUIRY-CUST-ID
        MOVE LK-CUST-ID-2 TO LD-OTHER-CUST-ID
    ELSE
        MOVE LK-CUST-ID-1 TO LD-OTHER-CUST-ID
    END-IF
    EVALUATE TRUE
        WHEN LK-HOUSEHOLD
            MOVE "FAMILIA" TO LD-TYPE-TEXT
        WHEN LK-SAME-ADDRESS
            MOVE "MESMO ENDERECO" TO LD-TYPE-TEXT
        WHEN LK-CUST-ID-1 = LD-OTHER-CUST-ID
            MOVE "AVALISTA DELE" TO LD-TYPE-TEXT
        WHEN OTHER
            MOVE "AVALIZA" TO LD-TYPE-TEXT
    END-EVALUATE
    EVALUATE TRUE
        WHEN LK-PROPOSED
            MOVE "PROPOSTO" TO LD-STATE-TEXT
        WHEN LK-DECLINED
            MOVE "RECUSADO" TO LD-STATE-TEXT
        WHEN LK-END-DATE NOT = 0 AND LK-END-DATE < WS-TODAY-NUM
            MOVE "ENCERRADO" TO LD-STATE-TEXT
        WHEN LK-START-DATE > WS-TODAY-NUM
            MOVE "FUTURO" TO LD-STATE-TEXT
        WHEN OTHER
            MOVE "EM VIGOR" TO LD-STATE-TEXT
    END-EVALUATE
    MOVE LK-LINK-ID    TO LD-LINK-ID
    MOVE LK-START-DATE TO LD-START-DATE
    MOVE LK-END-DATE   TO LD-END-DATE
    MOVE LD-OTHER-CUST-ID TO CUST-ID
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE "(nao cadastrado)" TO LD-OTHER-NAME
        NOT INVALID KEY
            MOVE CUST-NAME TO LD-OTHER-NAME
    END-READ
    MOVE WS-LINK-DETAIL TO INQUIRY-REPORT-LINE
    WRITE INQUIRY-REPORT-LINE.

Report-Decision-Section.
    *> Keyed browse anchored at the customer's first pair: the walk
    *> stops at the first entry belonging to the next customer, so
