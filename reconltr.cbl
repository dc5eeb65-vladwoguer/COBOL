IDENTIFICATION DIVISION.
PROGRAM-ID.  RECONLTR.
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

    SELECT LETTER-FILE ASSIGN TO "RECONLTR.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LETTER-STATUS.

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

FD  LETTER-FILE.
01  LETTER-LINE                  PIC X(80).

WORKING-STORAGE SECTION.

01  WS-RUNCTL-STATUS     PIC XX.
01  WS-CUST-STATUS       PIC XX.
01  WS-CONTACT-STATUS    PIC XX.
01  WS-RECONF-STATUS     PIC XX.
01  WS-LETTER-STATUS     PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-FATAL-SWITCH      PIC X(01) VALUE 'N'.
    88  FATAL-ERROR                  VALUE 'Y'.

*> Run parameters from SYSIN: months a contact may go unconfirmed
*> before a letter goes out, and the calendar days the customer
*> has to reply. Blank or non-numeric lines take the defaults.
01  WS-PARM-MONTHS-IN    PIC X(02).
01  WS-PARM-WINDOW-IN    PIC X(03).
01  WS-CONFIRM-MONTHS    PIC 9(02) VALUE 24.
01  WS-REPLY-WINDOW-DAYS PIC 9(03) VALUE 30.

*> The whole tracking file rides in storage, INACTSCN-style: every
*> entry is kept for the confirmation-rate history, new letters
*> are appended, and a customer with an entry still open gets no
*> second letter.
01  WS-MAX-RECONF        PIC 9(5)  VALUE 20000.
01  WS-RECONF-COUNT      PIC 9(5)  VALUE 0.
01  WS-RECONF-TABLE.
    05  WS-RF-ENTRY OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-RECONF-COUNT.
        10  WS-RF-CUST-ID        PIC 9(6).
        10  WS-RF-RECORD         PIC X(41).
        10  WS-RF-STATUS         PIC X(01).
01  WS-RECONF-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  RECONF-TABLE-OVERFLOWED     VALUE 'Y'.
01  WS-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
    88  RECONF-TABLE-FULL           VALUE 'Y'.

01  WS-SCAN-IDX          PIC 9(5).
01  WS-FOUND-IDX         PIC 9(5)  VALUE 0.

01  WS-ACTIVE-COUNT      PIC 9(7)  VALUE 0.
01  WS-LETTER-COUNT      PIC 9(7)  VALUE 0.
01  WS-OPEN-SKIPPED      PIC 9(7)  VALUE 0.
01  WS-NO-CONTACT-COUNT  PIC 9(7)  VALUE 0.
01  WS-NO-ADDRESS-COUNT  PIC 9(7)  VALUE 0.
01  WS-NOT-SENT-COUNT    PIC 9(7)  VALUE 0.

01  WS-CUTOFF-DATE       PIC 9(8).
01  WS-CUTOFF-R REDEFINES WS-CUTOFF-DATE.
    05  WS-CUTOFF-YEAR       PIC 9(4).
    05  WS-CUTOFF-MONTH      PIC 99.
    05  WS-CUTOFF-DAY        PIC 99.
01  WS-MONTH-SERIAL      PIC 9(6).
01  WS-DUE-DATE          PIC 9(8).
01  WS-DUE-R REDEFINES WS-DUE-DATE.
    05  WS-DUE-YEAR          PIC 9(4).
    05  WS-DUE-MONTH         PIC 99.
    05  WS-DUE-DAY           PIC 99.
01  WS-LAST-CONFIRMED    PIC 9(8).
01  WS-DATE-FOR-EDIT     PIC 9(8).

01  WS-CURRENT-DATE-NUM  PIC 9(8)  VALUE 0.
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

01  WS-LETTER-RULER.
    05  FILLER               PIC X(70) VALUE ALL "-".

01  WS-LETTER-HEADER.
    05  FILLER               PIC X(12) VALUE "AO CLIENTE: ".
    05  LH-CUST-ID           PIC 9(06).
    05  FILLER               PIC X(10) VALUE "     DATA ".
    05  LH-DATE              PIC 99/99/9999.

01  WS-LETTER-SALUTE.
    05  FILLER               PIC X(12) VALUE "Prezado(a) ".
    05  LS-CUST-NAME         PIC X(52).

01  WS-LETTER-ADDRESS-1.
    05  FILLER               PIC X(12) VALUE SPACES.
    05  LA-STREET            PIC X(40).

01  WS-LETTER-ADDRESS-2.
    05  FILLER               PIC X(12) VALUE SPACES.
    05  LA-POSTAL            PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  LA-CITY              PIC X(20).

01  WS-LETTER-SUBJECT       PIC X(44) VALUE
        "Referencia: atualizacao dos dados cadastrais".
01  WS-LETTER-TEXT-1        PIC X(70) VALUE
        "Para manter seu cadastro em dia, confirme os dados abaixo ou".
01  WS-LETTER-TEXT-2.
    05  FILLER               PIC X(51) VALUE
        "informe as correcoes no formulario de resposta ate ".
    05  LT-DUE-DATE          PIC 99/99/9999.
    05  FILLER               PIC X(01) VALUE ":".

01  WS-LETTER-FIELD.
    05  FILLER               PIC X(04) VALUE SPACES.
    05  LF-LABEL             PIC X(10).
    05  LF-VALUE             PIC X(40).

01  WS-LETTER-CLOSING-1     PIC X(44) VALUE
        "Atenciosamente,".
01  WS-LETTER-CLOSING-2     PIC X(44) VALUE
        "Equipe de Cadastro".

PROCEDURE DIVISION.
Begin.
    *> Contact re-confirmation, first half: every active customer
    *> whose contact details nobody has confirmed within the set
    *> number of months gets a print-ready letter quoting what is
    *> on file, and an entry on RECONF.DAT that RECONRSP later
    *> closes with the reply or moves to the chase list.
    PERFORM Read-Run-Parameters
    PERFORM Read-Business-Date
    IF FATAL-ERROR
        DISPLAY "Cartas de reconfirmacao abortadas: controle de "
                "data-base indisponivel."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM Compute-Cutoff-And-Due-Dates

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

    PERFORM Load-Reconf-File
    IF RECONF-TABLE-OVERFLOWED
        *> A letter that could not be tracked would never be chased
        *> nor counted, so none go out until the file is purged.
        DISPLAY "RECONF.DAT excede ", WS-MAX-RECONF,
                " entradas - nenhuma carta emitida, expurgue as "
                "encerradas antigas."
        CLOSE CONTACT-FILE
        CLOSE CUSTOMER-MASTER
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT LETTER-FILE
    PERFORM Scan-Customer-Master
    CLOSE LETTER-FILE
    CLOSE CONTACT-FILE
    CLOSE CUSTOMER-MASTER
    PERFORM Save-Reconf-File

    DISPLAY "Clientes ativos: ", WS-ACTIVE-COUNT,
            " Cartas emitidas: ", WS-LETTER-COUNT,
            " Ja aguardando resposta: ", WS-OPEN-SKIPPED
    DISPLAY "Sem contato cadastrado: ", WS-NO-CONTACT-COUNT,
            " Sem endereco postal: ", WS-NO-ADDRESS-COUNT
    IF RECONF-TABLE-FULL
        DISPLAY "AVISO: RECONF.DAT chegou a ", WS-MAX-RECONF,
                " entradas - ", WS-NOT-SENT-COUNT,
                " carta(s) ficaram para a proxima emissao."
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

Read-Run-Parameters.
    ACCEPT WS-PARM-MONTHS-IN
    IF WS-PARM-MONTHS-IN NUMERIC AND WS-PARM-MONTHS-IN NOT = '00'
        MOVE WS-PARM-MONTHS-IN TO WS-CONFIRM-MONTHS
    END-IF
    ACCEPT WS-PARM-WINDOW-IN
    IF WS-PARM-WINDOW-IN NUMERIC AND WS-PARM-WINDOW-IN NOT = '000'
        MOVE WS-PARM-WINDOW-IN TO WS-REPLY-WINDOW-DAYS
    END-IF
    DISPLAY "Reconfirmacao: contatos nao confirmados ha ",
            WS-CONFIRM-MONTHS, " meses, prazo de resposta ",
            WS-REPLY-WINDOW-DAYS, " dias.".

Read-Business-Date.
    *> Both the "not confirmed since" cutoff and the reply deadline
    *> count from the official business date, not the wall clock.
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

Compute-Cutoff-And-Due-Dates.
    *> Same day N months back; a day the shorter month does not
    *> have (31st, 29 February) falls back to its last day.
    COMPUTE WS-MONTH-SERIAL =
        CurrentYear * 12 + CurrentMonth - 1 - WS-CONFIRM-MONTHS
    COMPUTE WS-CUTOFF-YEAR  = WS-MONTH-SERIAL / 12
    COMPUTE WS-CUTOFF-MONTH = FUNCTION MOD(WS-MONTH-SERIAL, 12) + 1
    MOVE CurrentDay TO WS-CUTOFF-DAY
    PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE) = 0
        SUBTRACT 1 FROM WS-CUTOFF-DAY
    END-PERFORM
    COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
        + WS-REPLY-WINDOW-DAYS).

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
                        MOVE RECONF-RECORD
                            TO WS-RF-RECORD(WS-RECONF-COUNT)
                        MOVE RCF-STATUS
                            TO WS-RF-STATUS(WS-RECONF-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-RECONF-OVERFLOW-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECONF-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Save-Reconf-File.
    OPEN OUTPUT RECONF-FILE
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-RECONF-COUNT
        MOVE WS-RF-RECORD(WS-SCAN-IDX) TO RECONF-RECORD
        WRITE RECONF-RECORD
    END-PERFORM
    CLOSE RECONF-FILE.

Scan-Customer-Master.
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-CURRENT-FILE
        READ CUSTOMER-MASTER NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF CUST-ACTIVE
                    ADD 1 TO WS-ACTIVE-COUNT
                    PERFORM Judge-One-Customer
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

Judge-One-Customer.
    *> No contact record, or one with nowhere to post a letter to
    *> (never captured, or erased under LGPDREQ), is counted only:
    *> there is nothing to re-confirm by post.
    MOVE CUST-ID TO CONT-CUST-ID
    READ CONTACT-FILE
        INVALID KEY
            ADD 1 TO WS-NO-CONTACT-COUNT
        NOT INVALID KEY
            IF CONT-STREET = SPACES OR CONT-POSTAL-CODE = SPACES
                ADD 1 TO WS-NO-ADDRESS-COUNT
            ELSE
                PERFORM Find-Last-Confirmation
                IF WS-LAST-CONFIRMED < WS-CUTOFF-DATE
                    PERFORM Queue-Letter
                END-IF
            END-IF
    END-READ.

Find-Last-Confirmation.
    IF CONT-CONFIRMED-DATE NUMERIC AND CONT-CONFIRMED-DATE > 0
        MOVE CONT-CONFIRMED-DATE TO WS-LAST-CONFIRMED
    ELSE
        COMPUTE WS-LAST-CONFIRMED =
            CUST-CAPTURE-YEAR * 10000
            + CUST-CAPTURE-MONTH * 100
            + CUST-CAPTURE-DAY
    END-IF.

Queue-Letter.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-RECONF-COUNT
               OR WS-FOUND-IDX NOT = 0
        IF WS-RF-CUST-ID(WS-SCAN-IDX) = CUST-ID
           AND (WS-RF-STATUS(WS-SCAN-IDX) = 'P'
                OR WS-RF-STATUS(WS-SCAN-IDX) = 'N')
            MOVE WS-SCAN-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-FOUND-IDX NOT = 0
            ADD 1 TO WS-OPEN-SKIPPED
        WHEN WS-RECONF-COUNT >= WS-MAX-RECONF
            MOVE 'Y' TO WS-TABLE-FULL-SW
            ADD 1 TO WS-NOT-SENT-COUNT
        WHEN OTHER
            MOVE SPACES              TO RECONF-RECORD
            MOVE CUST-ID             TO RCF-CUST-ID
            MOVE CUST-SOURCE-CHANNEL TO RCF-SOURCE-CHANNEL
            MOVE WS-CURRENT-DATE-NUM TO RCF-LETTER-DATE
            MOVE WS-DUE-DATE         TO RCF-DUE-DATE
            SET RCF-AWAITING TO TRUE
            MOVE WS-CURRENT-DATE-NUM TO RCF-STATUS-DATE
            MOVE 0                   TO RCF-CHASE-DATE
            ADD 1 TO WS-RECONF-COUNT
            MOVE CUST-ID       TO WS-RF-CUST-ID(WS-RECONF-COUNT)
            MOVE RECONF-RECORD TO WS-RF-RECORD(WS-RECONF-COUNT)
            MOVE RCF-STATUS    TO WS-RF-STATUS(WS-RECONF-COUNT)
            PERFORM Format-Letter-Body
            ADD 1 TO WS-LETTER-COUNT
    END-EVALUATE.

Format-Letter-Body.
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE WS-LETTER-RULER TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE CUST-ID TO LH-CUST-ID
    COMPUTE LH-DATE =
        CurrentDay * 1000000 + CurrentMonth * 10000 + CurrentYear
    MOVE WS-LETTER-HEADER TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE CONT-STREET TO LA-STREET
    MOVE WS-LETTER-ADDRESS-1 TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE CONT-POSTAL-CODE TO LA-POSTAL
    MOVE CONT-CITY        TO LA-CITY
    MOVE WS-LETTER-ADDRESS-2 TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE CUST-NAME TO LS-CUST-NAME
    MOVE WS-LETTER-SALUTE TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE WS-LETTER-SUBJECT TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE WS-LETTER-TEXT-1 TO LETTER-LINE
    WRITE LETTER-LINE
    COMPUTE WS-DATE-FOR-EDIT =
        WS-DUE-DAY * 1000000 + WS-DUE-MONTH * 10000 + WS-DUE-YEAR
    MOVE WS-DATE-FOR-EDIT TO LT-DUE-DATE
    MOVE WS-LETTER-TEXT-2 TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "Endereco:"   TO LF-LABEL
    MOVE CONT-STREET   TO LF-VALUE
    PERFORM Write-Letter-Field
    MOVE "Cidade  :"   TO LF-LABEL
    MOVE CONT-CITY     TO LF-VALUE
    PERFORM Write-Letter-Field
    MOVE "CEP     :"   TO LF-LABEL
    MOVE CONT-POSTAL-CODE TO LF-VALUE
    PERFORM Write-Letter-Field
    MOVE "Telefone:"   TO LF-LABEL
    MOVE CONT-PHONE    TO LF-VALUE
    PERFORM Write-Letter-Field
    MOVE "E-mail  :"   TO LF-LABEL
    MOVE CONT-EMAIL    TO LF-VALUE
    PERFORM Write-Letter-Field
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE WS-LETTER-CLOSING-1 TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE WS-LETTER-CLOSING-2 TO LETTER-LINE
    WRITE LETTER-LINE.

Write-Letter-Field.
    MOVE WS-LETTER-FIELD TO LETTER-LINE
    WRITE LETTER-LINE.
