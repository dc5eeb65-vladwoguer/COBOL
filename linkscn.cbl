IDENTIFICATION DIVISION.
PROGRAM-ID.  LINKSCN.
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

    SELECT LINK-FILE ASSIGN TO "CUSTLINK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LINK-STATUS.

    SELECT LINK-SCAN-REPORT ASSIGN TO "LINKSCN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
COPY "runctlrec.cpy".

FD  CUSTOMER-MASTER.
COPY "custrec.cpy".

FD  CONTACT-FILE.
COPY "contactrec.cpy".

FD  LINK-FILE.
COPY "custlinkrec.cpy".

FD  LINK-SCAN-REPORT.
01  LINK-SCAN-REPORT-LINE        PIC X(132).

WORKING-STORAGE SECTION.

01  WS-RUNCTL-STATUS     PIC XX.
01  WS-CUST-STATUS       PIC XX.
01  WS-CONTACT-STATUS    PIC XX.
01  WS-LINK-STATUS       PIC XX.
01  WS-REPORT-STATUS     PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-FATAL-SWITCH      PIC X(01) VALUE 'N'.
    88  FATAL-ERROR                  VALUE 'Y'.

*> Link file, whole, LINKMANT-style: new proposals are appended to
*> the table and the file re-persisted -- unless it did not fit, in
*> which case the scan only reports.
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
*> Table full during the scan: the rest of the pairs are listed
*> without a link ID. The proposals already numbered are saved.
01  WS-PROPOSALS-DROPPED-SW PIC X(01) VALUE 'N'.
    88  PROPOSALS-DROPPED           VALUE 'Y'.
01  WS-HIGH-LINK-ID      PIC 9(6)  VALUE 0.
01  WS-LINK-IDX          PIC 9(4).
01  WS-LINKED-SW         PIC X(01) VALUE 'N'.
    88  PAIR-ALREADY-LINKED         VALUE 'Y'.

*> Active customers with a usable address, the street folded by
*> NAMENORM (case, accents, spacing and hyphens do not matter) so
*> the same door keyed two ways still matches.
01  WS-MAX-ADDRESSES     PIC 9(5)  VALUE 10000.
01  WS-ADDR-COUNT        PIC 9(5)  VALUE 0.
01  WS-ADDR-TABLE.
    05  WS-A-ENTRY OCCURS 0 TO 10000 TIMES
                DEPENDING ON WS-ADDR-COUNT.
        10  WS-A-CUST-ID         PIC 9(6).
        10  WS-A-CUST-NAME       PIC X(52).
        10  WS-A-POSTAL-CODE     PIC X(08).
        10  WS-A-STREET          PIC X(40).
        10  WS-A-STREET-KEY      PIC X(52).
01  WS-ADDR-OVERFLOW-SW  PIC X(01) VALUE 'N'.
    88  ADDRESS-TABLE-OVERFLOWED    VALUE 'Y'.

01  WS-I                 PIC 9(5).
01  WS-J                 PIC 9(5).

*> NAMENORM interface.
01  WS-WORK-NAME         PIC X(52).
01  WS-NORM-NAME         PIC X(52).
01  WS-NORM-SURNAME      PIC X(30).

01  WS-CONTACT-COUNT     PIC 9(6)  VALUE 0.
01  WS-MATCH-COUNT       PIC 9(6)  VALUE 0.
01  WS-LINKED-COUNT      PIC 9(6)  VALUE 0.
01  WS-PROPOSED-COUNT    PIC 9(6)  VALUE 0.
01  WS-DROPPED-COUNT     PIC 9(6)  VALUE 0.

01  WS-CURRENT-DATE-NUM  PIC 9(8)  VALUE 0.
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

01  WS-REPORT-HEADER-1.
    05  FILLER               PIC X(40) VALUE
        "PROPOSTAS DE VINCULO - MESMO ENDERECO   ".
    05  FILLER               PIC X(12) VALUE "DATA-BASE: ".
    05  H1-DATE              PIC 9999/99/99.

01  WS-REPORT-HEADER-2.
    05  FILLER               PIC X(08) VALUE "VINCULO".
    05  FILLER               PIC X(38) VALUE "CLIENTE-1".
    05  FILLER               PIC X(38) VALUE "CLIENTE-2".
    05  FILLER               PIC X(10) VALUE "CEP".
    05  FILLER               PIC X(30) VALUE "LOGRADOURO".

01  WS-REPORT-DETAIL.
    05  RD-LINK-ID           PIC X(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-CUST-ID-1         PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  RD-NAME-1            PIC X(30).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  RD-CUST-ID-2         PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  RD-NAME-2            PIC X(30).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  RD-POSTAL-CODE       PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-STREET            PIC X(38).

01  WS-REPORT-TOTAL-LINE.
    05  RT-LABEL             PIC X(32).
    05  RT-COUNT             PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    *> Periodic relationship review, first half: propose, never
    *> link. A shared address is only a hint -- LINKMANT's reviewer
    *> decides whether the two customers really belong together.
    PERFORM Read-Business-Date
    IF FATAL-ERROR
        DISPLAY "Varredura de vinculos abortada: controle de "
                "data-base indisponivel."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT CUSTOMER-MASTER
    IF WS-CUST-STATUS NOT = '00'
        DISPLAY "CUSTMAST.IDX indisponivel, status: ", WS-CUST-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CONTACT-FILE
    IF WS-CONTACT-STATUS NOT = '00'
        DISPLAY "CUSTCONT.IDX indisponivel, status: ",
                WS-CONTACT-STATUS
        CLOSE CUSTOMER-MASTER
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Load-Link-Table
    PERFORM Load-Address-Table
    CLOSE CONTACT-FILE
    CLOSE CUSTOMER-MASTER

    OPEN OUTPUT LINK-SCAN-REPORT
    PERFORM Write-Report-Headers
    PERFORM Match-Address-Pairs
    PERFORM Write-Report-Totals
    CLOSE LINK-SCAN-REPORT

    IF WS-PROPOSED-COUNT > 0
        PERFORM Save-Link-Table
    END-IF

    DISPLAY "Contatos varridos: ", WS-CONTACT-COUNT,
            " Pares no mesmo endereco: ", WS-MATCH-COUNT,
            " Novas propostas: ", WS-PROPOSED-COUNT
    IF ADDRESS-TABLE-OVERFLOWED
        DISPLAY "AVISO: mais de ", WS-MAX-ADDRESSES,
                " enderecos - varredura parcial."
    END-IF
    IF LINK-TABLE-OVERFLOWED
        DISPLAY "AVISO: CUSTLINK.DAT excede ", WS-MAX-LINKS,
                " vinculos - pares listados mas nao propostos."
    END-IF
    IF PROPOSALS-DROPPED AND NOT LINK-TABLE-OVERFLOWED
        DISPLAY "AVISO: tabela de vinculos cheia (", WS-MAX-LINKS,
                ") - ", WS-DROPPED-COUNT,
                " pares listados mas nao propostos."
    END-IF
    IF WS-PROPOSED-COUNT > 0 OR ADDRESS-TABLE-OVERFLOWED
       OR LINK-TABLE-OVERFLOWED OR PROPOSALS-DROPPED
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
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

Load-Link-Table.
    MOVE 0 TO WS-LINK-COUNT
    MOVE 0 TO WS-HIGH-LINK-ID
    MOVE 'N' TO WS-EOF-SWITCH
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
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Save-Link-Table.
    *> Only re-persisted whole when it loaded whole.
    IF LINK-TABLE-OVERFLOWED
        CONTINUE
    ELSE
        OPEN OUTPUT LINK-FILE
        PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                UNTIL WS-LINK-IDX > WS-LINK-COUNT
            MOVE WS-L-LINK-ID(WS-LINK-IDX)      TO LK-LINK-ID
            MOVE WS-L-CUST-ID-1(WS-LINK-IDX)    TO LK-CUST-ID-1
            MOVE WS-L-CUST-ID-2(WS-LINK-IDX)    TO LK-CUST-ID-2
            MOVE WS-L-TYPE(WS-LINK-IDX)         TO LK-LINK-TYPE
            MOVE WS-L-START-DATE(WS-LINK-IDX)   TO LK-START-DATE
            MOVE WS-L-END-DATE(WS-LINK-IDX)     TO LK-END-DATE
            MOVE WS-L-STATUS(WS-LINK-IDX)       TO LK-STATUS
            MOVE WS-L-CREATED-BY(WS-LINK-IDX)   TO LK-CREATED-BY
            MOVE WS-L-CREATED-DATE(WS-LINK-IDX) TO LK-CREATED-DATE
            MOVE WS-L-CHANGED-BY(WS-LINK-IDX)   TO LK-CHANGED-BY
            MOVE WS-L-CHANGED-DATE(WS-LINK-IDX) TO LK-CHANGED-DATE
            WRITE CUSTOMER-LINK-RECORD
        END-PERFORM
        CLOSE LINK-FILE
    END-IF.

Load-Address-Table.
    *> Inactive and merged-away customers are left out: a proposal
    *> about someone no longer on the books is noise for the review.
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-CURRENT-FILE
        READ CONTACT-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                ADD 1 TO WS-CONTACT-COUNT
                IF CONT-STREET NOT = SPACES
                   AND CONT-POSTAL-CODE NOT = SPACES
                    MOVE CONT-CUST-ID TO CUST-ID
                    READ CUSTOMER-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF CUST-ACTIVE
                                PERFORM Add-Address-To-Table
                            END-IF
                    END-READ
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

Add-Address-To-Table.
    IF WS-ADDR-COUNT < WS-MAX-ADDRESSES
        ADD 1 TO WS-ADDR-COUNT
        MOVE CUST-ID          TO WS-A-CUST-ID(WS-ADDR-COUNT)
        MOVE CUST-NAME        TO WS-A-CUST-NAME(WS-ADDR-COUNT)
        MOVE CONT-POSTAL-CODE TO WS-A-POSTAL-CODE(WS-ADDR-COUNT)
        MOVE CONT-STREET      TO WS-A-STREET(WS-ADDR-COUNT)
        MOVE SPACES           TO WS-WORK-NAME
        MOVE CONT-STREET      TO WS-WORK-NAME
        CALL 'NAMENORM' USING WS-WORK-NAME, WS-NORM-NAME,
                              WS-NORM-SURNAME
        MOVE WS-NORM-NAME     TO WS-A-STREET-KEY(WS-ADDR-COUNT)
    ELSE
        MOVE 'Y' TO WS-ADDR-OVERFLOW-SW
    END-IF.

Match-Address-Pairs.
    *> Same pair space DUPSCAN walks: every customer against every
    *> later one, matched on CEP and folded street together.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I >= WS-ADDR-COUNT
        COMPUTE WS-J = WS-I + 1
        PERFORM UNTIL WS-J > WS-ADDR-COUNT
            IF WS-A-POSTAL-CODE(WS-I) = WS-A-POSTAL-CODE(WS-J)
               AND WS-A-STREET-KEY(WS-I) = WS-A-STREET-KEY(WS-J)
                ADD 1 TO WS-MATCH-COUNT
                PERFORM Check-Pair-Already-Linked
                IF PAIR-ALREADY-LINKED
                    ADD 1 TO WS-LINKED-COUNT
                ELSE
                    PERFORM Propose-Address-Link
                END-IF
            END-IF
            ADD 1 TO WS-J
        END-PERFORM
    END-PERFORM.

Check-Pair-Already-Linked.
    *> A pair is proposed once: any same-address link on file for it
    *> -- waiting, accepted, ended or declined -- settles it, and so
    *> does any other link between the two still in force.
    MOVE 'N' TO WS-LINKED-SW
    PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
            UNTIL WS-LINK-IDX > WS-LINK-COUNT
               OR PAIR-ALREADY-LINKED
        IF (WS-L-CUST-ID-1(WS-LINK-IDX) = WS-A-CUST-ID(WS-I)
            AND WS-L-CUST-ID-2(WS-LINK-IDX) = WS-A-CUST-ID(WS-J))
           OR (WS-L-CUST-ID-1(WS-LINK-IDX) = WS-A-CUST-ID(WS-J)
            AND WS-L-CUST-ID-2(WS-LINK-IDX) = WS-A-CUST-ID(WS-I))
            IF WS-L-TYPE(WS-LINK-IDX) = 'E'
                MOVE 'Y' TO WS-LINKED-SW
            END-IF
            IF WS-L-STATUS(WS-LINK-IDX) = 'A'
               AND (WS-L-END-DATE(WS-LINK-IDX) = 0
                    OR WS-L-END-DATE(WS-LINK-IDX)
                       >= WS-CURRENT-DATE-NUM)
                MOVE 'Y' TO WS-LINKED-SW
            END-IF
        END-IF
    END-PERFORM.

Propose-Address-Link.
    MOVE SPACES TO RD-LINK-ID
    IF LINK-TABLE-OVERFLOWED OR WS-LINK-COUNT >= WS-MAX-LINKS
        MOVE 'Y' TO WS-PROPOSALS-DROPPED-SW
        ADD 1 TO WS-DROPPED-COUNT
    ELSE
        ADD 1 TO WS-LINK-COUNT
        ADD 1 TO WS-HIGH-LINK-ID
        MOVE WS-HIGH-LINK-ID     TO WS-L-LINK-ID(WS-LINK-COUNT)
        MOVE WS-A-CUST-ID(WS-I)  TO WS-L-CUST-ID-1(WS-LINK-COUNT)
        MOVE WS-A-CUST-ID(WS-J)  TO WS-L-CUST-ID-2(WS-LINK-COUNT)
        MOVE 'E'                 TO WS-L-TYPE(WS-LINK-COUNT)
        MOVE 0                   TO WS-L-START-DATE(WS-LINK-COUNT)
        MOVE 0                   TO WS-L-END-DATE(WS-LINK-COUNT)
        MOVE 'P'                 TO WS-L-STATUS(WS-LINK-COUNT)
        MOVE 'LINKSCN '          TO WS-L-CREATED-BY(WS-LINK-COUNT)
        MOVE WS-CURRENT-DATE-NUM TO WS-L-CREATED-DATE(WS-LINK-COUNT)
        MOVE SPACES              TO WS-L-CHANGED-BY(WS-LINK-COUNT)
        MOVE 0                   TO WS-L-CHANGED-DATE(WS-LINK-COUNT)
        ADD 1 TO WS-PROPOSED-COUNT
        MOVE WS-HIGH-LINK-ID TO RD-LINK-ID
    END-IF
    MOVE WS-A-CUST-ID(WS-I)     TO RD-CUST-ID-1
    MOVE WS-A-CUST-NAME(WS-I)   TO RD-NAME-1
    MOVE WS-A-CUST-ID(WS-J)     TO RD-CUST-ID-2
    MOVE WS-A-CUST-NAME(WS-J)   TO RD-NAME-2
    MOVE WS-A-POSTAL-CODE(WS-I) TO RD-POSTAL-CODE
    MOVE WS-A-STREET(WS-I)      TO RD-STREET
    MOVE WS-REPORT-DETAIL TO LINK-SCAN-REPORT-LINE
    WRITE LINK-SCAN-REPORT-LINE.

Write-Report-Headers.
    MOVE WS-CURRENT-DATE-NUM TO H1-DATE
    MOVE WS-REPORT-HEADER-1 TO LINK-SCAN-REPORT-LINE
    WRITE LINK-SCAN-REPORT-LINE
    MOVE SPACES TO LINK-SCAN-REPORT-LINE
    WRITE LINK-SCAN-REPORT-LINE
    MOVE WS-REPORT-HEADER-2 TO LINK-SCAN-REPORT-LINE
    WRITE LINK-SCAN-REPORT-LINE.

Write-Report-Totals.
    MOVE SPACES TO LINK-SCAN-REPORT-LINE
    WRITE LINK-SCAN-REPORT-LINE
    MOVE "Contatos varridos.............: " TO RT-LABEL
    MOVE WS-CONTACT-COUNT TO RT-COUNT
    MOVE WS-REPORT-TOTAL-LINE TO LINK-SCAN-REPORT-LINE
    WRITE LINK-SCAN-REPORT-LINE
    MOVE "Pares no mesmo endereco.......: " TO RT-LABEL
    MOVE WS-MATCH-COUNT TO RT-COUNT
    MOVE WS-REPORT-TOTAL-LINE TO LINK-SCAN-REPORT-LINE
    WRITE LINK-SCAN-REPORT-LINE
    MOVE "Ja vinculados ou ja revistos..: " TO RT-LABEL
    MOVE WS-LINKED-COUNT TO RT-COUNT
    MOVE WS-REPORT-TOTAL-LINE TO LINK-SCAN-REPORT-LINE
    WRITE LINK-SCAN-REPORT-LINE
    MOVE "Novas propostas para revisao..: " TO RT-LABEL
    MOVE WS-PROPOSED-COUNT TO RT-COUNT
    MOVE WS-REPORT-TOTAL-LINE TO LINK-SCAN-REPORT-LINE
    WRITE LINK-SCAN-REPORT-LINE
    MOVE "Nao propostos - tabela cheia..: " TO RT-LABEL
    MOVE WS-DROPPED-COUNT TO RT-COUNT
    MOVE WS-REPORT-TOTAL-LINE TO LINK-SCAN-REPORT-LINE
    WRITE LINK-SCAN-REPORT-LINE.
