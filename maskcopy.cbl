IDENTIFICATION DIVISION.
PROGRAM-ID.  MASKCOPY.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-IMAGE ASSIGN TO "CUSTIMG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMAGE-STATUS.

    SELECT CONTACT-FILE ASSIGN TO "CUSTCONT.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONT-CUST-ID
        ALTERNATE RECORD KEY IS CONT-PHONE WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONT-EMAIL WITH DUPLICATES
        FILE STATUS IS WS-CONTACT-STATUS.

    SELECT DECISION-HISTORY ASSIGN TO "DECHIST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DH-KEY
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT REJECT-WORK-FILE ASSIGN TO "REJWORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT TEST-IMAGE ASSIGN TO "testreg/CUSTIMG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TEST-IMAGE-STATUS.

    SELECT TEST-CONTACT ASSIGN TO "testreg/CUSTCONT.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TC-CUST-ID
        ALTERNATE RECORD KEY IS TC-PHONE WITH DUPLICATES
        ALTERNATE RECORD KEY IS TC-EMAIL WITH DUPLICATES
        FILE STATUS IS WS-TEST-CONTACT-STATUS.

    SELECT TEST-HISTORY ASSIGN TO "testreg/DECHIST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TD-KEY
        FILE STATUS IS WS-TEST-HISTORY-STATUS.

    SELECT TEST-REJECT-WORK ASSIGN TO "testreg/REJWORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TEST-WORK-STATUS.

    SELECT TEST-AUDIT ASSIGN TO "testreg/AUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TEST-AUDIT-STATUS.

    SELECT MASK-REPORT ASSIGN TO "MASKCOPY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MASTER-IMAGE.
COPY "custimgrec.cpy".

FD  CONTACT-FILE.
COPY "contactrec.cpy".

FD  DECISION-HISTORY.
COPY "dechistrec.cpy".

FD  REJECT-WORK-FILE.
COPY "rejworkrec.cpy".

FD  AUDIT-FILE.
COPY "auditrec.cpy".

*> The test-region copies carry the production layouts byte for
*> byte; only the fields the masking and its verification touch are
*> broken out.
FD  TEST-IMAGE.
01  TEST-IMAGE-RECORD.
    05  TI-RECORD-TYPE          PIC X(01).
    05  TI-CUST-DATA            PIC X(180).

FD  TEST-CONTACT.
01  TEST-CONTACT-RECORD.
    05  TC-CUST-ID              PIC 9(6).
    05  TC-ADDRESS              PIC X(68).
    05  TC-PHONE                PIC X(11).
    05  TC-EMAIL                PIC X(40).
    05  TC-CONFIRMED-DATE       PIC 9(8).

FD  TEST-HISTORY.
01  TEST-HISTORY-RECORD.
    05  TD-KEY                  PIC X(11).
    05  TD-REST                 PIC X(19).

FD  TEST-REJECT-WORK.
01  TEST-REJECT-WORK-RECORD     PIC X(101).

FD  TEST-AUDIT.
01  TEST-AUDIT-RECORD.
    05  TA-HEAD                 PIC X(32).
    05  TA-CUST-NAME            PIC X(52).
    05  TA-MIDDLE               PIC X(09).
    05  TA-ACTION               PIC X(08).
    05  TA-CUST-ID              PIC 9(6).
    05  TA-OLD-VALUE            PIC X(52).
    05  TA-NEW-VALUE            PIC X(52).
    05  TA-TAIL                 PIC X(10).

FD  MASK-REPORT.
01  MASK-REPORT-LINE            PIC X(100).

WORKING-STORAGE SECTION.

01  WS-IMAGE-STATUS          PIC XX.
01  WS-CONTACT-STATUS        PIC XX.
01  WS-HISTORY-STATUS        PIC XX.
01  WS-WORK-STATUS           PIC XX.
01  WS-AUDIT-STATUS          PIC XX.
01  WS-TEST-IMAGE-STATUS     PIC XX.
01  WS-TEST-CONTACT-STATUS   PIC XX.
01  WS-TEST-HISTORY-STATUS   PIC XX.
01  WS-TEST-WORK-STATUS      PIC XX.
01  WS-TEST-AUDIT-STATUS     PIC XX.
01  WS-REPORT-STATUS         PIC XX.

COPY "custrec.cpy".

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE         VALUE 'Y'.
01  WS-FATAL-SWITCH      PIC X(01) VALUE 'N'.
    88  FATAL-ERROR                  VALUE 'Y'.
01  WS-INCOMPLETE-SW     PIC X(01) VALUE 'N'.
    88  TEST-SET-INCOMPLETE         VALUE 'Y'.

*> Fake names are built from these two lists. Both are plain ASCII
*> title case, so every variant of a fake folds through NAMENORM
*> back to the same key.
01  WS-FIRST-NAME-LIST.
    05  FILLER PIC X(60) VALUE
        "Adriana     Alice       Amanda      Ana         Beatriz     ".
    05  FILLER PIC X(60) VALUE
        "Bruna       Camila      Carla       Clara       Daniela     ".
    05  FILLER PIC X(60) VALUE
        "Eduarda     Elisa       Fernanda    Gabriela    Helena      ".
    05  FILLER PIC X(60) VALUE
        "Isabela     Julia       Larissa     Leticia     Luana       ".
    05  FILLER PIC X(60) VALUE
        "Andre       Bruno       Caio        Carlos      Daniel      ".
    05  FILLER PIC X(60) VALUE
        "Diego       Eduardo     Felipe      Gustavo     Henrique    ".
    05  FILLER PIC X(60) VALUE
        "Igor        Joao        Lucas       Marcelo     Mateus      ".
    05  FILLER PIC X(60) VALUE
        "Nicolas     Otavio      Paulo       Rafael      Thiago      ".
01  FILLER REDEFINES WS-FIRST-NAME-LIST.
    05  WS-FIRST-NAME OCCURS 40 TIMES PIC X(12).

01  WS-SURNAME-LIST.
    05  FILLER PIC X(60) VALUE
        "Almeida     Andrade     Araujo      Barbosa     Barros      ".
    05  FILLER PIC X(60) VALUE
        "Batista     Cardoso     Carvalho    Castro      Correia     ".
    05  FILLER PIC X(60) VALUE
        "Costa       Cunha       Dias        Duarte      Farias      ".
    05  FILLER PIC X(60) VALUE
        "Fernandes   Freitas     Gomes       Lima        Lopes       ".
    05  FILLER PIC X(60) VALUE
        "Machado     Martins     Medeiros    Melo        Mendes      ".
    05  FILLER PIC X(60) VALUE
        "Miranda     Monteiro    Moreira     Moura       Nogueira    ".
    05  FILLER PIC X(60) VALUE
        "Nunes       Oliveira    Pereira     Pinto       Ramos       ".
    05  FILLER PIC X(60) VALUE
        "Ribeiro     Rocha       Santos      Teixeira    Vieira      ".
01  FILLER REDEFINES WS-SURNAME-LIST.
    05  WS-SURNAME OCCURS 40 TIMES PIC X(12).

01  WS-UPPER-LETTERS     PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01  WS-LOWER-LETTERS     PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".

*> Every distinct production name, as stored, and the fake it maps
*> to. Names that fold alike through NAMENORM share one fold entry
*> and one fake; each stored spelling of the fold gets its own
*> variant of that fake, so two rows DUPSCAN calls exact stay
*> exact and two it calls near stay near.
01  WS-MAX-NAMES         PIC 9(5)  VALUE 20000.
01  WS-NAME-COUNT        PIC 9(5)  VALUE 0.
01  WS-NAME-TABLE.
    05  WS-NM-ENTRY OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-NAME-COUNT.
        10  WS-NM-RAW            PIC X(52).
        10  WS-NM-FOLD-IDX       PIC 9(5).
        10  WS-NM-VARIANT        PIC 9(2).
        10  WS-NM-FAKE           PIC X(52).
01  WS-NM-IDX            PIC 9(5).
01  WS-NM-FOUND-IDX      PIC 9(5).

01  WS-FOLD-COUNT        PIC 9(5)  VALUE 0.
01  WS-FOLD-TABLE.
    05  WS-FD-ENTRY OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-FOLD-COUNT.
        10  WS-FD-FOLD           PIC X(52).
        10  WS-FD-VARIANTS       PIC 9(2).
        10  WS-FD-FAKE-FIRST     PIC X(12).
        10  WS-FD-FAKE-REST      PIC X(26).
        10  WS-FD-FAKE-FOLD      PIC X(52).
01  WS-FD-IDX            PIC 9(5).
01  WS-FD-SCAN-IDX       PIC 9(5).
01  WS-FD-FOUND-IDX      PIC 9(5).
01  WS-MAX-VARIANT       PIC 9(2)  VALUE 21.
01  WS-VARIANT-CAP-HITS  PIC 9(5)  VALUE 0.

01  WS-HASH              PIC 9(7).
01  WS-HASH-QUOT         PIC 9(7).
01  WS-CHAR-IDX          PIC 9(3).
01  WS-PICK-FIRST        PIC 9(2).
01  WS-PICK-MIDDLE       PIC 9(2).
01  WS-PICK-LAST         PIC 9(2).
01  WS-CANDIDATE-REST    PIC X(26).
01  WS-CANDIDATE-FOLD    PIC X(52).
01  WS-COLLISION-SW      PIC X(01).
    88  CANDIDATE-COLLIDES          VALUE 'Y'.
01  WS-GAP               PIC X(20) VALUE SPACES.
01  WS-GAP-LENGTH        PIC 9(2).

*> NAMENORM interface.
01  WS-WORK-NAME         PIC X(52).
01  WS-NORM-NAME         PIC X(52).
01  WS-NORM-SURNAME      PIC X(30).
01  WS-MASKED-NAME       PIC X(52).

*> Production phones and their fakes. A fake keeps the area code
*> and the mobile/landline length and is never any production
*> number.
01  WS-MAX-PHONES        PIC 9(5)  VALUE 20000.
01  WS-PHONE-COUNT       PIC 9(5)  VALUE 0.
01  WS-PHONE-TABLE.
    05  WS-PH-ENTRY OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-PHONE-COUNT.
        10  WS-PH-PROD           PIC X(11).
        10  WS-PH-FAKE           PIC X(11).
01  WS-PH-IDX            PIC 9(5).
01  WS-PH-SCAN-IDX       PIC 9(5).
01  WS-PH-FOUND-IDX      PIC 9(5).
01  WS-PHONE-SERIAL      PIC 9(8)  VALUE 0.
01  WS-PHONE-WORK        PIC X(11).
01  WS-FAKE-PHONE        PIC X(11).
01  WS-FAKE-PHONE-R REDEFINES WS-FAKE-PHONE.
    05  WS-FP-AREA           PIC X(02).
    05  WS-FP-LEAD           PIC X(01).
    05  WS-FP-NUMBER         PIC X(08).
01  WS-SERIAL-7          PIC 9(7).

01  WS-MAX-EMAILS        PIC 9(5)  VALUE 20000.
01  WS-EMAIL-COUNT       PIC 9(5)  VALUE 0.
01  WS-EMAIL-TABLE.
    05  WS-EM-PROD OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-EMAIL-COUNT
                PIC X(40).
01  WS-EM-IDX            PIC 9(5).
01  WS-EM-FOUND-IDX      PIC 9(5).
01  WS-EMAIL-SERIAL      PIC 9(6).

*> Streets map by their NAMENORM fold, so two contacts LINKSCN sees
*> at the same address still share one in the test set.
01  WS-MAX-STREETS       PIC 9(5)  VALUE 20000.
01  WS-STREET-COUNT      PIC 9(5)  VALUE 0.
01  WS-STREET-TABLE.
    05  WS-ST-FOLD OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-STREET-COUNT
                PIC X(52).
01  WS-ST-IDX            PIC 9(5).
01  WS-ST-FOUND-IDX      PIC 9(5).
01  WS-STREET-SERIAL     PIC 9(5).

*> Master customers in image order, for the pair proof.
01  WS-MAX-CUSTOMERS     PIC 9(5)  VALUE 10000.
01  WS-CUST-COUNT        PIC 9(5)  VALUE 0.
01  WS-CUST-TABLE.
    05  WS-CU-ENTRY OCCURS 0 TO 10000 TIMES
                DEPENDING ON WS-CUST-COUNT.
        10  WS-CU-ID             PIC 9(6).
        10  WS-CU-NAME-IDX       PIC 9(5).
        10  WS-CU-MERGED         PIC X(01).
        10  WS-CU-TEST-NAME      PIC X(52).
        10  WS-CU-TEST-FOLD      PIC X(52).
01  WS-CU-IDX            PIC 9(5).
01  WS-I                 PIC 9(5).
01  WS-J                 PIC 9(5).
01  WS-CUST-OVERFLOW-SW  PIC X(01) VALUE 'N'.
    88  CUST-TABLE-OVERFLOWED       VALUE 'Y'.
01  WS-PROD-CLASS        PIC X(01).
01  WS-TEST-CLASS        PIC X(01).

01  WS-COUNTERS.
    05  WS-IMAGE-READ        PIC 9(7)  VALUE 0.
    05  WS-IMAGE-WRITTEN     PIC 9(7)  VALUE 0.
    05  WS-CONTACT-READ      PIC 9(7)  VALUE 0.
    05  WS-CONTACT-WRITTEN   PIC 9(7)  VALUE 0.
    05  WS-HISTORY-READ      PIC 9(7)  VALUE 0.
    05  WS-HISTORY-WRITTEN   PIC 9(7)  VALUE 0.
    05  WS-WORK-READ         PIC 9(7)  VALUE 0.
    05  WS-WORK-WRITTEN      PIC 9(7)  VALUE 0.
    05  WS-AUDIT-READ        PIC 9(7)  VALUE 0.
    05  WS-AUDIT-WRITTEN     PIC 9(7)  VALUE 0.
    05  WS-NAMES-LEFT        PIC 9(7)  VALUE 0.
    05  WS-PHONES-LEFT       PIC 9(7)  VALUE 0.
    05  WS-PROD-EXACT        PIC 9(7)  VALUE 0.
    05  WS-PROD-NEAR         PIC 9(7)  VALUE 0.
    05  WS-TEST-EXACT        PIC 9(7)  VALUE 0.
    05  WS-TEST-NEAR         PIC 9(7)  VALUE 0.
    05  WS-PAIRS-DIFFERENT   PIC 9(7)  VALUE 0.
    05  WS-FILES-UNREADABLE  PIC 9(7)  VALUE 0.

01  WS-CHECK-FILE        PIC X(12).
01  WS-CHECK-CUST-ID     PIC 9(6).
01  WS-CHECK-VALUE       PIC X(52).

01  WS-DATE-FOR-EDIT     PIC 9(8).
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

01  WS-REPORT-HEADER-1.
    05  FILLER               PIC X(40) VALUE
        "COPIA MASCARADA PARA TESTE - MASKCOPY   ".
    05  FILLER               PIC X(08) VALUE "  DATA: ".
    05  H1-DATE              PIC 99/99/9999.

01  WS-FILE-LINE.
    05  FL-FILE              PIC X(24).
    05  FILLER               PIC X(08) VALUE "lidos: ".
    05  FL-READ              PIC ZZZ,ZZZ,ZZ9.
    05  FILLER               PIC X(12) VALUE "  gravados: ".
    05  FL-WRITTEN           PIC ZZZ,ZZZ,ZZ9.
    05  FL-NOTE              PIC X(30).

01  WS-COUNT-LINE.
    05  CL-LABEL             PIC X(44).
    05  FILLER               PIC X(02) VALUE ": ".
    05  CL-COUNT             PIC ZZZ,ZZZ,ZZ9.

01  WS-FINDING-LINE.
    05  FILLER               PIC X(04) VALUE SPACES.
    05  FG-WHAT              PIC X(30).
    05  FILLER               PIC X(04) VALUE " em ".
    05  FG-FILE              PIC X(20).
    05  FILLER               PIC X(09) VALUE "cliente ".
    05  FG-CUST-ID           PIC 9(06).

01  WS-REPORT-ADVICE.
    05  FILLER               PIC X(10) VALUE "PARECER : ".
    05  RA-TEXT              PIC X(80).

PROCEDURE DIVISION.
Begin.
    *> Builds the test-region set under testreg/ from production:
    *> names, streets, phones and e-mails replaced by fakes that are
    *> the same for the same value in every file; IDs, dates,
    *> statuses and codes left as they are. The set is then read
    *> back and proven clean before it is released -- a set that
    *> fails the proof is emptied again.
    ACCEPT CurrentDate FROM DATE YYYYMMDD
    OPEN OUTPUT MASK-REPORT
    PERFORM Write-Report-Header

    PERFORM Collect-Image-Names
    IF NOT FATAL-ERROR
        PERFORM Collect-Contact-Phones
    END-IF
    IF NOT FATAL-ERROR
        PERFORM Collect-Audit-Values
    END-IF
    IF NOT FATAL-ERROR
        PERFORM Assign-Fake-Names
        PERFORM Assign-Fake-Phones
    END-IF
    IF FATAL-ERROR
        MOVE "NAO LIBERADO - imagem ausente ou tabelas excedidas"
            TO RA-TEXT
        PERFORM Write-Advice
        CLOSE MASK-REPORT
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Write-Test-Image
    PERFORM Write-Test-Contacts
    PERFORM Copy-Decision-History
    PERFORM Copy-Reject-Work
    PERFORM Write-Test-Audit
    PERFORM Write-File-Lines

    PERFORM Verify-Test-Image
    PERFORM Verify-Test-Contacts
    PERFORM Verify-Test-Audit
    PERFORM Verify-Duplicate-Pairs
    PERFORM Write-Verification-Lines

    EVALUATE TRUE
        WHEN WS-NAMES-LEFT > 0 OR WS-PHONES-LEFT > 0
             OR WS-PAIRS-DIFFERENT > 0 OR WS-FILES-UNREADABLE > 0
            PERFORM Empty-Test-Set
            MOVE "NAO LIBERADO - verificacao falhou; conjunto de teste"
                TO RA-TEXT
            MOVE " esvaziado" TO RA-TEXT(53:10)
            MOVE 8 TO RETURN-CODE
        WHEN TEST-SET-INCOMPLETE OR CUST-TABLE-OVERFLOWED
            MOVE "liberado COM RESSALVAS - ver avisos acima"
                TO RA-TEXT
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE "liberado - nenhum nome ou telefone de producao"
                TO RA-TEXT
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    PERFORM Write-Advice
    CLOSE MASK-REPORT
    DISPLAY "MASKCOPY: ", RA-TEXT
    STOP RUN.

*> ---------------------------------------------------------------
*> Pass 1: every production value that has to be replaced.
*> ---------------------------------------------------------------
Collect-Image-Names.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT MASTER-IMAGE
    IF WS-IMAGE-STATUS NOT = '00'
        DISPLAY "CUSTIMG.DAT indisponivel, status: ", WS-IMAGE-STATUS
        SET FATAL-ERROR TO TRUE
    ELSE
        PERFORM UNTIL END-OF-CURRENT-FILE OR FATAL-ERROR
            READ MASTER-IMAGE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF IMG-DETAIL-REC
                        MOVE IMG-CUST-DATA TO CUST-MASTER-RECORD
                        MOVE CUST-NAME TO WS-WORK-NAME
                        PERFORM Register-Name
                        PERFORM Add-Customer-Entry
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MASTER-IMAGE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Add-Customer-Entry.
    IF WS-CUST-COUNT < WS-MAX-CUSTOMERS
        ADD 1 TO WS-CUST-COUNT
        MOVE CUST-ID         TO WS-CU-ID(WS-CUST-COUNT)
        MOVE WS-NM-FOUND-IDX TO WS-CU-NAME-IDX(WS-CUST-COUNT)
        IF CUST-MERGED-AWAY
            MOVE 'Y' TO WS-CU-MERGED(WS-CUST-COUNT)
        ELSE
            MOVE 'N' TO WS-CU-MERGED(WS-CUST-COUNT)
        END-IF
        MOVE SPACES TO WS-CU-TEST-NAME(WS-CUST-COUNT)
        MOVE SPACES TO WS-CU-TEST-FOLD(WS-CUST-COUNT)
    ELSE
        MOVE 'Y' TO WS-CUST-OVERFLOW-SW
    END-IF.

Collect-Contact-Phones.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CONTACT-FILE
    IF WS-CONTACT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE OR FATAL-ERROR
            READ CONTACT-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    MOVE CONT-PHONE TO WS-PHONE-WORK
                    PERFORM Register-Phone
            END-READ
        END-PERFORM
        CLOSE CONTACT-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Collect-Audit-Values.
    *> Older spellings of a name survive only on the audit trail
    *> (intake, corrections, merges), so they are masked the same
    *> way as the names still on the master.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE OR FATAL-ERROR
            READ AUDIT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    MOVE AUDIT-CUST-NAME TO WS-WORK-NAME
                    PERFORM Register-Name
                    EVALUATE AUDIT-ACTION
                        WHEN 'INTAKE  '
                        WHEN 'NAMECORR'
                            MOVE AUDIT-OLD-VALUE TO WS-WORK-NAME
                            PERFORM Register-Name
                            MOVE AUDIT-NEW-VALUE TO WS-WORK-NAME
                            PERFORM Register-Name
                        WHEN 'MERGE   '
                            MOVE AUDIT-OLD-VALUE TO WS-WORK-NAME
                            PERFORM Register-Name
                        WHEN 'CONTCORR'
                            MOVE AUDIT-OLD-VALUE(10:11)
                                TO WS-PHONE-WORK
                            PERFORM Register-Phone
                            MOVE AUDIT-NEW-VALUE(10:11)
                                TO WS-PHONE-WORK
                            PERFORM Register-Phone
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Register-Name.
    *> Sets WS-NM-FOUND-IDX to the entry for WS-WORK-NAME as stored,
    *> adding it (and its fold) on first sight.
    MOVE 0 TO WS-NM-FOUND-IDX
    IF WS-WORK-NAME NOT = SPACES
        PERFORM VARYING WS-NM-IDX FROM 1 BY 1
                UNTIL WS-NM-IDX > WS-NAME-COUNT
                   OR WS-NM-FOUND-IDX NOT = 0
            IF WS-NM-RAW(WS-NM-IDX) = WS-WORK-NAME
                MOVE WS-NM-IDX TO WS-NM-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-NM-FOUND-IDX = 0
            IF WS-NAME-COUNT < WS-MAX-NAMES
                ADD 1 TO WS-NAME-COUNT
                MOVE WS-NAME-COUNT TO WS-NM-FOUND-IDX
                MOVE WS-WORK-NAME TO WS-NM-RAW(WS-NAME-COUNT)
                MOVE SPACES TO WS-NM-FAKE(WS-NAME-COUNT)
                CALL 'NAMENORM' USING WS-WORK-NAME, WS-NORM-NAME,
                                      WS-NORM-SURNAME
                PERFORM Register-Fold
                MOVE WS-FD-FOUND-IDX TO WS-NM-FOLD-IDX(WS-NAME-COUNT)
                ADD 1 TO WS-FD-VARIANTS(WS-FD-FOUND-IDX)
                MOVE WS-FD-VARIANTS(WS-FD-FOUND-IDX)
                    TO WS-NM-VARIANT(WS-NAME-COUNT)
            ELSE
                DISPLAY "Nomes distintos excedem ", WS-MAX-NAMES,
                        " - mascaramento abortado."
                SET FATAL-ERROR TO TRUE
            END-IF
        END-IF
    END-IF.

Register-Fold.
    MOVE 0 TO WS-FD-FOUND-IDX
    PERFORM VARYING WS-FD-SCAN-IDX FROM 1 BY 1
            UNTIL WS-FD-SCAN-IDX > WS-FOLD-COUNT
               OR WS-FD-FOUND-IDX NOT = 0
        IF WS-FD-FOLD(WS-FD-SCAN-IDX) = WS-NORM-NAME
            MOVE WS-FD-SCAN-IDX TO WS-FD-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FD-FOUND-IDX = 0
        ADD 1 TO WS-FOLD-COUNT
        MOVE WS-FOLD-COUNT TO WS-FD-FOUND-IDX
        MOVE WS-NORM-NAME TO WS-FD-FOLD(WS-FOLD-COUNT)
        MOVE 0      TO WS-FD-VARIANTS(WS-FOLD-COUNT)
        MOVE SPACES TO WS-FD-FAKE-FIRST(WS-FOLD-COUNT)
        MOVE SPACES TO WS-FD-FAKE-REST(WS-FOLD-COUNT)
        MOVE SPACES TO WS-FD-FAKE-FOLD(WS-FOLD-COUNT)
    END-IF.

Register-Phone.
    IF WS-PHONE-WORK NOT = SPACES
        PERFORM Find-Phone
        IF WS-PH-FOUND-IDX = 0
            IF WS-PHONE-COUNT < WS-MAX-PHONES
                ADD 1 TO WS-PHONE-COUNT
                MOVE WS-PHONE-WORK TO WS-PH-PROD(WS-PHONE-COUNT)
                MOVE SPACES        TO WS-PH-FAKE(WS-PHONE-COUNT)
            ELSE
                DISPLAY "Telefones distintos excedem ", WS-MAX-PHONES,
                        " - mascaramento abortado."
                SET FATAL-ERROR TO TRUE
            END-IF
        END-IF
    END-IF.

Find-Phone.
    MOVE 0 TO WS-PH-FOUND-IDX
    PERFORM VARYING WS-PH-SCAN-IDX FROM 1 BY 1
            UNTIL WS-PH-SCAN-IDX > WS-PHONE-COUNT
               OR WS-PH-FOUND-IDX NOT = 0
        IF WS-PH-PROD(WS-PH-SCAN-IDX) = WS-PHONE-WORK
            MOVE WS-PH-SCAN-IDX TO WS-PH-FOUND-IDX
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> Pass 2: the fakes. Derived from the value itself, so the same
*> production data always masks the same way.
*> ---------------------------------------------------------------
Assign-Fake-Names.
    PERFORM VARYING WS-FD-IDX FROM 1 BY 1
            UNTIL WS-FD-IDX > WS-FOLD-COUNT
        MOVE 0 TO WS-HASH
        PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                UNTIL WS-CHAR-IDX > 52
            IF WS-FD-FOLD(WS-FD-IDX)(WS-CHAR-IDX:1) NOT = SPACE
                COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                    + FUNCTION ORD(WS-FD-FOLD(WS-FD-IDX)
                                   (WS-CHAR-IDX:1)), 999983)
            END-IF
        END-PERFORM
        MOVE 'Y' TO WS-COLLISION-SW
        PERFORM UNTIL NOT CANDIDATE-COLLIDES
            PERFORM Build-Candidate-Name
            PERFORM Check-Candidate-Name
            IF CANDIDATE-COLLIDES
                COMPUTE WS-HASH = FUNCTION MOD(WS-HASH + 7919, 999983)
            END-IF
        END-PERFORM
        MOVE WS-FIRST-NAME(WS-PICK-FIRST)
            TO WS-FD-FAKE-FIRST(WS-FD-IDX)
        MOVE WS-CANDIDATE-REST TO WS-FD-FAKE-REST(WS-FD-IDX)
        MOVE WS-CANDIDATE-FOLD TO WS-FD-FAKE-FOLD(WS-FD-IDX)
    END-PERFORM
    PERFORM VARYING WS-NM-IDX FROM 1 BY 1
            UNTIL WS-NM-IDX > WS-NAME-COUNT
        PERFORM Render-Name-Variant
    END-PERFORM.

Build-Candidate-Name.
    COMPUTE WS-PICK-FIRST = FUNCTION MOD(WS-HASH, 40) + 1
    COMPUTE WS-HASH-QUOT = WS-HASH / 40
    COMPUTE WS-PICK-MIDDLE = FUNCTION MOD(WS-HASH-QUOT, 40) + 1
    COMPUTE WS-HASH-QUOT = WS-HASH / 1600
    COMPUTE WS-PICK-LAST = FUNCTION MOD(WS-HASH-QUOT, 40) + 1
    MOVE SPACES TO WS-CANDIDATE-REST
    STRING WS-SURNAME(WS-PICK-MIDDLE) DELIMITED BY SPACE
           " "                        DELIMITED BY SIZE
           WS-SURNAME(WS-PICK-LAST)   DELIMITED BY SPACE
        INTO WS-CANDIDATE-REST
    MOVE SPACES TO WS-WORK-NAME
    STRING WS-FIRST-NAME(WS-PICK-FIRST) DELIMITED BY SPACE
           " "                          DELIMITED BY SIZE
           WS-CANDIDATE-REST            DELIMITED BY SIZE
        INTO WS-WORK-NAME
    CALL 'NAMENORM' USING WS-WORK-NAME, WS-NORM-NAME, WS-NORM-SURNAME
    MOVE WS-NORM-NAME TO WS-CANDIDATE-FOLD.

Check-Candidate-Name.
    *> A fake may be neither any production name (folded) nor the
    *> fake already given to another name.
    MOVE 'N' TO WS-COLLISION-SW
    PERFORM VARYING WS-FD-SCAN-IDX FROM 1 BY 1
            UNTIL WS-FD-SCAN-IDX > WS-FOLD-COUNT
               OR CANDIDATE-COLLIDES
        IF WS-FD-FOLD(WS-FD-SCAN-IDX) = WS-CANDIDATE-FOLD
            MOVE 'Y' TO WS-COLLISION-SW
        END-IF
        IF WS-FD-SCAN-IDX < WS-FD-IDX
           AND WS-FD-FAKE-FOLD(WS-FD-SCAN-IDX) = WS-CANDIDATE-FOLD
            MOVE 'Y' TO WS-COLLISION-SW
        END-IF
    END-PERFORM.

Render-Name-Variant.
    *> Variant 1 upper case, 2 title case, 3 lower case, 4 and up
    *> upper case with a widening gap after the first name -- all
    *> of them one NAMENORM key, none of them equal to another.
    MOVE WS-NM-FOLD-IDX(WS-NM-IDX) TO WS-FD-IDX
    MOVE SPACES TO WS-MASKED-NAME
    IF WS-NM-VARIANT(WS-NM-IDX) > WS-MAX-VARIANT
        ADD 1 TO WS-VARIANT-CAP-HITS
        MOVE WS-MAX-VARIANT TO WS-NM-VARIANT(WS-NM-IDX)
    END-IF
    IF WS-NM-VARIANT(WS-NM-IDX) < 4
        MOVE 1 TO WS-GAP-LENGTH
    ELSE
        COMPUTE WS-GAP-LENGTH = WS-NM-VARIANT(WS-NM-IDX) - 2
    END-IF
    STRING WS-FD-FAKE-FIRST(WS-FD-IDX) DELIMITED BY SPACE
           WS-GAP(1:WS-GAP-LENGTH)     DELIMITED BY SIZE
           WS-FD-FAKE-REST(WS-FD-IDX)  DELIMITED BY SIZE
        INTO WS-MASKED-NAME
    EVALUATE WS-NM-VARIANT(WS-NM-IDX)
        WHEN 2
            CONTINUE
        WHEN 3
            INSPECT WS-MASKED-NAME
                CONVERTING WS-UPPER-LETTERS TO WS-LOWER-LETTERS
        WHEN OTHER
            INSPECT WS-MASKED-NAME
                CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
    END-EVALUATE
    MOVE WS-MASKED-NAME TO WS-NM-FAKE(WS-NM-IDX).

Assign-Fake-Phones.
    PERFORM VARYING WS-PH-IDX FROM 1 BY 1
            UNTIL WS-PH-IDX > WS-PHONE-COUNT
        MOVE WS-PH-PROD(WS-PH-IDX) TO WS-FAKE-PHONE
        MOVE WS-PH-PROD(WS-PH-IDX) TO WS-PHONE-WORK
        PERFORM Build-Fake-Phone
        PERFORM Find-Phone
        PERFORM UNTIL WS-PH-FOUND-IDX = 0
            PERFORM Build-Fake-Phone
            PERFORM Find-Phone
        END-PERFORM
        MOVE WS-FAKE-PHONE TO WS-PH-FAKE(WS-PH-IDX)
    END-PERFORM.

Build-Fake-Phone.
    *> Next serial behind the production area code: 9 + 8 digits
    *> for a mobile, 3 + 7 digits for a landline. Left in
    *> WS-PHONE-WORK too, so Find-Phone can rule out a real number.
    ADD 1 TO WS-PHONE-SERIAL
    MOVE WS-PH-PROD(WS-PH-IDX)(1:2) TO WS-FP-AREA
    IF WS-PH-PROD(WS-PH-IDX)(11:1) = SPACE
        MOVE '3' TO WS-FP-LEAD
        MOVE WS-PHONE-SERIAL TO WS-SERIAL-7
        MOVE WS-SERIAL-7 TO WS-FP-NUMBER(1:7)
        MOVE SPACE TO WS-FP-NUMBER(8:1)
    ELSE
        MOVE '9' TO WS-FP-LEAD
        MOVE WS-PHONE-SERIAL TO WS-FP-NUMBER
    END-IF
    MOVE WS-FAKE-PHONE TO WS-PHONE-WORK.

Mask-Name.
    *> WS-WORK-NAME in, WS-MASKED-NAME out.
    MOVE SPACES TO WS-MASKED-NAME
    IF WS-WORK-NAME NOT = SPACES
        MOVE 0 TO WS-NM-FOUND-IDX
        PERFORM VARYING WS-NM-IDX FROM 1 BY 1
                UNTIL WS-NM-IDX > WS-NAME-COUNT
                   OR WS-NM-FOUND-IDX NOT = 0
            IF WS-NM-RAW(WS-NM-IDX) = WS-WORK-NAME
                MOVE WS-NM-IDX TO WS-NM-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-NM-FOUND-IDX NOT = 0
            MOVE WS-NM-FAKE(WS-NM-FOUND-IDX) TO WS-MASKED-NAME
        ELSE
            MOVE "MASCARADO" TO WS-MASKED-NAME
        END-IF
    END-IF.

Mask-Phone.
    *> WS-PHONE-WORK in, masked in place.
    IF WS-PHONE-WORK NOT = SPACES
        PERFORM Find-Phone
        IF WS-PH-FOUND-IDX NOT = 0
            MOVE WS-PH-FAKE(WS-PH-FOUND-IDX) TO WS-PHONE-WORK
        ELSE
            MOVE SPACES TO WS-PHONE-WORK
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> Pass 3: the test set.
*> ---------------------------------------------------------------
Write-Test-Image.
    *> Header and trailer go across untouched: the count and high
    *> key still hold, so CUSTFIX restores the test master from it.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT MASTER-IMAGE
    OPEN OUTPUT TEST-IMAGE
    PERFORM UNTIL END-OF-CURRENT-FILE
        READ MASTER-IMAGE
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                ADD 1 TO WS-IMAGE-READ
                IF IMG-DETAIL-REC
                    MOVE IMG-CUST-DATA TO CUST-MASTER-RECORD
                    MOVE CUST-NAME TO WS-WORK-NAME
                    PERFORM Mask-Name
                    MOVE WS-MASKED-NAME TO CUST-NAME
                    MOVE CUST-NAME TO WS-WORK-NAME
                    CALL 'NAMENORM' USING WS-WORK-NAME, CUST-NAME-KEY,
                                          CUST-SURNAME-KEY
                    MOVE CUST-MASTER-RECORD TO IMG-CUST-DATA
                END-IF
                MOVE MASTER-IMAGE-RECORD TO TEST-IMAGE-RECORD
                WRITE TEST-IMAGE-RECORD
                ADD 1 TO WS-IMAGE-WRITTEN
        END-READ
    END-PERFORM
    CLOSE MASTER-IMAGE
    CLOSE TEST-IMAGE
    MOVE 'N' TO WS-EOF-SWITCH.

Write-Test-Contacts.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 0 TO WS-EMAIL-COUNT
    MOVE 0 TO WS-STREET-COUNT
    OPEN OUTPUT TEST-CONTACT
    OPEN INPUT CONTACT-FILE
    IF WS-CONTACT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CONTACT-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-CONTACT-READ
                    PERFORM Mask-Contact
                    MOVE CUST-CONTACT-RECORD TO TEST-CONTACT-RECORD
                    WRITE TEST-CONTACT-RECORD
                        INVALID KEY
                            DISPLAY "AVISO: contato de teste nao "
                                    "gravado: ", CONT-CUST-ID
                        NOT INVALID KEY
                            ADD 1 TO WS-CONTACT-WRITTEN
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE CONTACT-FILE
    ELSE
        DISPLAY "CUSTCONT.IDX indisponivel, status: ",
                WS-CONTACT-STATUS
        MOVE 'Y' TO WS-INCOMPLETE-SW
    END-IF
    CLOSE TEST-CONTACT
    MOVE 'N' TO WS-EOF-SWITCH.

Mask-Contact.
    *> City and CEP stay: they place the customer, not identify
    *> them, and the CEP checks in the test region need them real.
    MOVE CONT-PHONE TO WS-PHONE-WORK
    PERFORM Mask-Phone
    MOVE WS-PHONE-WORK TO CONT-PHONE

    IF CONT-EMAIL NOT = SPACES
        MOVE 0 TO WS-EM-FOUND-IDX
        PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                UNTIL WS-EM-IDX > WS-EMAIL-COUNT
                   OR WS-EM-FOUND-IDX NOT = 0
            IF WS-EM-PROD(WS-EM-IDX) = CONT-EMAIL
                MOVE WS-EM-IDX TO WS-EM-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-EM-FOUND-IDX = 0 AND WS-EMAIL-COUNT < WS-MAX-EMAILS
            ADD 1 TO WS-EMAIL-COUNT
            MOVE CONT-EMAIL TO WS-EM-PROD(WS-EMAIL-COUNT)
            MOVE WS-EMAIL-COUNT TO WS-EM-FOUND-IDX
        END-IF
        MOVE WS-EM-FOUND-IDX TO WS-EMAIL-SERIAL
        MOVE SPACES TO CONT-EMAIL
        STRING "teste" WS-EMAIL-SERIAL "@exemplo.invalid"
            DELIMITED BY SIZE INTO CONT-EMAIL
    END-IF

    IF CONT-STREET NOT = SPACES
        MOVE CONT-STREET TO WS-WORK-NAME
        CALL 'NAMENORM' USING WS-WORK-NAME, WS-NORM-NAME,
                              WS-NORM-SURNAME
        MOVE 0 TO WS-ST-FOUND-IDX
        PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > WS-STREET-COUNT
                   OR WS-ST-FOUND-IDX NOT = 0
            IF WS-ST-FOLD(WS-ST-IDX) = WS-NORM-NAME
                MOVE WS-ST-IDX TO WS-ST-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-ST-FOUND-IDX = 0 AND WS-STREET-COUNT < WS-MAX-STREETS
            ADD 1 TO WS-STREET-COUNT
            MOVE WS-NORM-NAME TO WS-ST-FOLD(WS-STREET-COUNT)
            MOVE WS-STREET-COUNT TO WS-ST-FOUND-IDX
        END-IF
        MOVE WS-ST-FOUND-IDX TO WS-STREET-SERIAL
        MOVE SPACES TO CONT-STREET
        STRING "RUA DE TESTE " WS-STREET-SERIAL
            DELIMITED BY SIZE INTO CONT-STREET
    END-IF.

Copy-Decision-History.
    *> Nothing personal on a decision: customer, code, case, outcome
    *> and date go across as they are.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN OUTPUT TEST-HISTORY
    OPEN INPUT DECISION-HISTORY
    IF WS-HISTORY-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ DECISION-HISTORY NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-HISTORY-READ
                    MOVE DECISION-HISTORY-RECORD TO TEST-HISTORY-RECORD
                    WRITE TEST-HISTORY-RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO WS-HISTORY-WRITTEN
                    END-WRITE
            END-READ
        END-PERFORM
        CLOSE DECISION-HISTORY
    ELSE
        DISPLAY "DECHIST.IDX indisponivel, status: ",
                WS-HISTORY-STATUS
        MOVE 'Y' TO WS-INCOMPLETE-SW
    END-IF
    CLOSE TEST-HISTORY
    MOVE 'N' TO WS-EOF-SWITCH.

Copy-Reject-Work.
    *> Workbench cases carry codes and the message-table reason
    *> text only.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN OUTPUT TEST-REJECT-WORK
    OPEN INPUT REJECT-WORK-FILE
    IF WS-WORK-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ REJECT-WORK-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-WORK-READ
                    MOVE REJECT-WORK-RECORD TO TEST-REJECT-WORK-RECORD
                    WRITE TEST-REJECT-WORK-RECORD
                    ADD 1 TO WS-WORK-WRITTEN
            END-READ
        END-PERFORM
        CLOSE REJECT-WORK-FILE
    ELSE
        DISPLAY "REJWORK.DAT indisponivel, status: ", WS-WORK-STATUS
        MOVE 'Y' TO WS-INCOMPLETE-SW
    END-IF
    CLOSE TEST-REJECT-WORK
    MOVE 'N' TO WS-EOF-SWITCH.

Write-Test-Audit.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN OUTPUT TEST-AUDIT
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ AUDIT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM Mask-Audit-Entry
                    MOVE AUDIT-LOG-RECORD TO TEST-AUDIT-RECORD
                    WRITE TEST-AUDIT-RECORD
                    ADD 1 TO WS-AUDIT-WRITTEN
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    ELSE
        DISPLAY "AUDIT.LOG indisponivel, status: ", WS-AUDIT-STATUS
        MOVE 'Y' TO WS-INCOMPLETE-SW
    END-IF
    CLOSE TEST-AUDIT
    MOVE 'N' TO WS-EOF-SWITCH.

Mask-Audit-Entry.
    *> Same action split LGPDREQ's erasure uses: old/new values are
    *> kept on the actions known to carry only statuses, IDs and
    *> codes; an action added later is masked by default rather
    *> than leaked by default.
    MOVE AUDIT-CUST-NAME TO WS-WORK-NAME
    PERFORM Mask-Name
    MOVE WS-MASKED-NAME TO AUDIT-CUST-NAME
    EVALUATE AUDIT-ACTION
        WHEN 'DEACTIV '
        WHEN 'REACTIV '
        WHEN 'CASEENT '
        WHEN 'CASECANC'
        WHEN 'LGPDERAS'
        WHEN 'HOLDEL  '
        WHEN 'RULERET '
        WHEN 'LINKADD '
        WHEN 'LINKEND '
        WHEN 'LINKMOVE'
        WHEN 'CONTCONF'
            CONTINUE
        WHEN 'INTAKE  '
        WHEN 'NAMECORR'
            MOVE AUDIT-OLD-VALUE TO WS-WORK-NAME
            PERFORM Mask-Name
            MOVE WS-MASKED-NAME TO AUDIT-OLD-VALUE
            MOVE AUDIT-NEW-VALUE TO WS-WORK-NAME
            PERFORM Mask-Name
            MOVE WS-MASKED-NAME TO AUDIT-NEW-VALUE
        WHEN 'MERGE   '
            MOVE AUDIT-OLD-VALUE TO WS-WORK-NAME
            PERFORM Mask-Name
            MOVE WS-MASKED-NAME TO AUDIT-OLD-VALUE
        WHEN 'CONTCORR'
            MOVE AUDIT-OLD-VALUE(10:11) TO WS-PHONE-WORK
            PERFORM Mask-Phone
            MOVE WS-PHONE-WORK TO AUDIT-OLD-VALUE(10:11)
            MOVE AUDIT-NEW-VALUE(10:11) TO WS-PHONE-WORK
            PERFORM Mask-Phone
            MOVE WS-PHONE-WORK TO AUDIT-NEW-VALUE(10:11)
        WHEN OTHER
            IF AUDIT-OLD-VALUE NOT = SPACES
                MOVE "MASCARADO" TO AUDIT-OLD-VALUE
            END-IF
            IF AUDIT-NEW-VALUE NOT = SPACES
                MOVE "MASCARADO" TO AUDIT-NEW-VALUE
            END-IF
    END-EVALUATE.

*> ---------------------------------------------------------------
*> Pass 4: the proof, read back from what was written.
*> ---------------------------------------------------------------
Verify-Test-Image.
    MOVE "CUSTIMG.DAT" TO WS-CHECK-FILE
    MOVE 0 TO WS-CU-IDX
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT TEST-IMAGE
    IF WS-TEST-IMAGE-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ TEST-IMAGE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF TI-RECORD-TYPE = 'D'
                        MOVE TI-CUST-DATA TO CUST-MASTER-RECORD
                        MOVE CUST-ID   TO WS-CHECK-CUST-ID
                        MOVE CUST-NAME TO WS-CHECK-VALUE
                        PERFORM Check-Name-Survived
                        ADD 1 TO WS-CU-IDX
                        IF WS-CU-IDX <= WS-CUST-COUNT
                           AND WS-CU-ID(WS-CU-IDX) = CUST-ID
                            MOVE CUST-NAME
                                TO WS-CU-TEST-NAME(WS-CU-IDX)
                            MOVE WS-NORM-NAME
                                TO WS-CU-TEST-FOLD(WS-CU-IDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TEST-IMAGE
    ELSE
        PERFORM Note-Unreadable-Test-File
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Verify-Test-Contacts.
    MOVE "CUSTCONT.IDX" TO WS-CHECK-FILE
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT TEST-CONTACT
    IF WS-TEST-CONTACT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ TEST-CONTACT NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    MOVE TC-CUST-ID TO WS-CHECK-CUST-ID
                    MOVE TC-PHONE   TO WS-PHONE-WORK
                    PERFORM Check-Phone-Survived
            END-READ
        END-PERFORM
        CLOSE TEST-CONTACT
    ELSE
        PERFORM Note-Unreadable-Test-File
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Verify-Test-Audit.
    *> Every old/new value is held against the production names,
    *> whatever the action -- a name in an unexpected column is
    *> caught all the same.
    MOVE "AUDIT.LOG" TO WS-CHECK-FILE
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT TEST-AUDIT
    IF WS-TEST-AUDIT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ TEST-AUDIT
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    MOVE TA-CUST-ID   TO WS-CHECK-CUST-ID
                    MOVE TA-CUST-NAME TO WS-CHECK-VALUE
                    PERFORM Check-Name-Survived
                    MOVE TA-OLD-VALUE TO WS-CHECK-VALUE
                    PERFORM Check-Name-Survived
                    MOVE TA-NEW-VALUE TO WS-CHECK-VALUE
                    PERFORM Check-Name-Survived
                    IF TA-ACTION = 'CONTCORR'
                        MOVE TA-OLD-VALUE(10:11) TO WS-PHONE-WORK
                        PERFORM Check-Phone-Survived
                        MOVE TA-NEW-VALUE(10:11) TO WS-PHONE-WORK
                        PERFORM Check-Phone-Survived
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TEST-AUDIT
    ELSE
        PERFORM Note-Unreadable-Test-File
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Note-Unreadable-Test-File.
    *> A test file that cannot be read back proves nothing, so the
    *> set fails the proof like one with a surviving value.
    ADD 1 TO WS-FILES-UNREADABLE
    MOVE 0 TO WS-CHECK-CUST-ID
    MOVE "ARQUIVO DE TESTE ILEGIVEL" TO FG-WHAT
    PERFORM Write-Finding.

Check-Name-Survived.
    *> Folded, so a production name that only changed case or
    *> spacing counts as surviving too.
    MOVE SPACES TO WS-NORM-NAME
    IF WS-CHECK-VALUE NOT = SPACES
        MOVE WS-CHECK-VALUE TO WS-WORK-NAME
        CALL 'NAMENORM' USING WS-WORK-NAME, WS-NORM-NAME,
                              WS-NORM-SURNAME
        MOVE 0 TO WS-FD-FOUND-IDX
        PERFORM VARYING WS-FD-SCAN-IDX FROM 1 BY 1
                UNTIL WS-FD-SCAN-IDX > WS-FOLD-COUNT
                   OR WS-FD-FOUND-IDX NOT = 0
            IF WS-FD-FOLD(WS-FD-SCAN-IDX) = WS-NORM-NAME
                MOVE WS-FD-SCAN-IDX TO WS-FD-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-FD-FOUND-IDX NOT = 0
            ADD 1 TO WS-NAMES-LEFT
            MOVE "NOME DE PRODUCAO" TO FG-WHAT
            PERFORM Write-Finding
        END-IF
    END-IF.

Check-Phone-Survived.
    IF WS-PHONE-WORK NOT = SPACES
        PERFORM Find-Phone
        IF WS-PH-FOUND-IDX NOT = 0
            ADD 1 TO WS-PHONES-LEFT
            MOVE "TELEFONE DE PRODUCAO" TO FG-WHAT
            PERFORM Write-Finding
        END-IF
    END-IF.

Verify-Duplicate-Pairs.
    *> DUPSCAN's own two classes, worked out on the production
    *> names and on the names read back from the test image: every
    *> pair must land in the same class (or in none) both times.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I >= WS-CUST-COUNT
        IF WS-CU-MERGED(WS-I) = 'N'
            COMPUTE WS-J = WS-I + 1
            PERFORM UNTIL WS-J > WS-CUST-COUNT
                IF WS-CU-MERGED(WS-J) = 'N'
                    PERFORM Compare-Pair-Classes
                END-IF
                ADD 1 TO WS-J
            END-PERFORM
        END-IF
    END-PERFORM.

Compare-Pair-Classes.
    EVALUATE TRUE
        WHEN WS-CU-NAME-IDX(WS-I) = WS-CU-NAME-IDX(WS-J)
            MOVE 'E' TO WS-PROD-CLASS
            ADD 1 TO WS-PROD-EXACT
        WHEN WS-NM-FOLD-IDX(WS-CU-NAME-IDX(WS-I))
             = WS-NM-FOLD-IDX(WS-CU-NAME-IDX(WS-J))
            MOVE 'A' TO WS-PROD-CLASS
            ADD 1 TO WS-PROD-NEAR
        WHEN OTHER
            MOVE SPACE TO WS-PROD-CLASS
    END-EVALUATE
    EVALUATE TRUE
        WHEN WS-CU-TEST-NAME(WS-I) = WS-CU-TEST-NAME(WS-J)
            MOVE 'E' TO WS-TEST-CLASS
            ADD 1 TO WS-TEST-EXACT
        WHEN WS-CU-TEST-FOLD(WS-I) = WS-CU-TEST-FOLD(WS-J)
            MOVE 'A' TO WS-TEST-CLASS
            ADD 1 TO WS-TEST-NEAR
        WHEN OTHER
            MOVE SPACE TO WS-TEST-CLASS
    END-EVALUATE
    IF WS-PROD-CLASS NOT = WS-TEST-CLASS
        ADD 1 TO WS-PAIRS-DIFFERENT
    END-IF.

Empty-Test-Set.
    *> A set that failed the proof is not left lying about.
    OPEN OUTPUT TEST-IMAGE
    CLOSE TEST-IMAGE
    OPEN OUTPUT TEST-CONTACT
    CLOSE TEST-CONTACT
    OPEN OUTPUT TEST-AUDIT
    CLOSE TEST-AUDIT
    OPEN OUTPUT TEST-HISTORY
    CLOSE TEST-HISTORY
    OPEN OUTPUT TEST-REJECT-WORK
    CLOSE TEST-REJECT-WORK.

*> ---------------------------------------------------------------
*> Report.
*> ---------------------------------------------------------------
Write-Report-Header.
    COMPUTE WS-DATE-FOR-EDIT =
        CurrentDay * 1000000 + CurrentMonth * 10000 + CurrentYear
    MOVE WS-DATE-FOR-EDIT TO H1-DATE
    MOVE WS-REPORT-HEADER-1 TO MASK-REPORT-LINE
    WRITE MASK-REPORT-LINE
    MOVE SPACES TO MASK-REPORT-LINE
    WRITE MASK-REPORT-LINE.

Write-File-Lines.
    MOVE "CUSTIMG.DAT" TO FL-FILE
    MOVE WS-IMAGE-READ    TO FL-READ
    MOVE WS-IMAGE-WRITTEN TO FL-WRITTEN
    MOVE "  (nomes mascarados)" TO FL-NOTE
    PERFORM Write-One-File-Line
    MOVE "CUSTCONT.IDX" TO FL-FILE
    MOVE WS-CONTACT-READ    TO FL-READ
    MOVE WS-CONTACT-WRITTEN TO FL-WRITTEN
    MOVE "  (end./fone/e-mail masc.)" TO FL-NOTE
    PERFORM Write-One-File-Line
    MOVE "DECHIST.IDX" TO FL-FILE
    MOVE WS-HISTORY-READ    TO FL-READ
    MOVE WS-HISTORY-WRITTEN TO FL-WRITTEN
    MOVE "  (copia integral)" TO FL-NOTE
    PERFORM Write-One-File-Line
    MOVE "REJWORK.DAT" TO FL-FILE
    MOVE WS-WORK-READ    TO FL-READ
    MOVE WS-WORK-WRITTEN TO FL-WRITTEN
    MOVE "  (copia integral)" TO FL-NOTE
    PERFORM Write-One-File-Line
    MOVE "AUDIT.LOG" TO FL-FILE
    MOVE WS-AUDIT-READ    TO FL-READ
    MOVE WS-AUDIT-WRITTEN TO FL-WRITTEN
    MOVE "  (nomes/fones mascarados)" TO FL-NOTE
    PERFORM Write-One-File-Line
    MOVE SPACES TO MASK-REPORT-LINE
    WRITE MASK-REPORT-LINE

    MOVE "Nomes distintos mascarados" TO CL-LABEL
    MOVE WS-NAME-COUNT TO CL-COUNT
    PERFORM Write-One-Count-Line
    MOVE "Telefones distintos mascarados" TO CL-LABEL
    MOVE WS-PHONE-COUNT TO CL-COUNT
    PERFORM Write-One-Count-Line
    MOVE "E-mails distintos mascarados" TO CL-LABEL
    MOVE WS-EMAIL-COUNT TO CL-COUNT
    PERFORM Write-One-Count-Line
    MOVE "Logradouros distintos mascarados" TO CL-LABEL
    MOVE WS-STREET-COUNT TO CL-COUNT
    PERFORM Write-One-Count-Line
    IF WS-VARIANT-CAP-HITS > 0
        MOVE "AVISO: grafias alem do limite de variantes" TO CL-LABEL
        MOVE WS-VARIANT-CAP-HITS TO CL-COUNT
        PERFORM Write-One-Count-Line
    END-IF
    IF CUST-TABLE-OVERFLOWED
        MOVE "AVISO: clientes alem da prova de pares" TO CL-LABEL
        MOVE WS-MAX-CUSTOMERS TO CL-COUNT
        PERFORM Write-One-Count-Line
    END-IF
    MOVE SPACES TO MASK-REPORT-LINE
    WRITE MASK-REPORT-LINE
    MOVE "VERIFICACAO DO CONJUNTO DE TESTE" TO MASK-REPORT-LINE
    WRITE MASK-REPORT-LINE.

Write-One-File-Line.
    MOVE WS-FILE-LINE TO MASK-REPORT-LINE
    WRITE MASK-REPORT-LINE.

Write-One-Count-Line.
    MOVE WS-COUNT-LINE TO MASK-REPORT-LINE
    WRITE MASK-REPORT-LINE.

Write-Finding.
    *> The finding names the file and customer, never the value.
    MOVE WS-CHECK-FILE    TO FG-FILE
    MOVE WS-CHECK-CUST-ID TO FG-CUST-ID
    MOVE WS-FINDING-LINE TO MASK-REPORT-LINE
    WRITE MASK-REPORT-LINE.

Write-Verification-Lines.
    MOVE "Nomes de producao remanescentes" TO CL-LABEL
    MOVE WS-NAMES-LEFT TO CL-COUNT
    PERFORM Write-One-Count-Line
    MOVE "Telefones de producao remanescentes" TO CL-LABEL
    MOVE WS-PHONES-LEFT TO CL-COUNT
    PERFORM Write-One-Count-Line
    MOVE "Pares exatos (DUPSCAN) - producao" TO CL-LABEL
    MOVE WS-PROD-EXACT TO CL-COUNT
    PERFORM Write-One-Count-Line
    MOVE "Pares exatos (DUPSCAN) - teste" TO CL-LABEL
    MOVE WS-TEST-EXACT TO CL-COUNT
    PERFORM Write-One-Count-Line
    MOVE "Pares aproximados (DUPSCAN) - producao" TO CL-LABEL
    MOVE WS-PROD-NEAR TO CL-COUNT
    PERFORM Write-One-Count-Line
    MOVE "Pares aproximados (DUPSCAN) - teste" TO CL-LABEL
    MOVE WS-TEST-NEAR TO CL-COUNT
    PERFORM Write-One-Count-Line
    MOVE "Pares com classe divergente" TO CL-LABEL
    MOVE WS-PAIRS-DIFFERENT TO CL-COUNT
    PERFORM Write-One-Count-Line
    MOVE "Arquivos de teste ilegiveis" TO CL-LABEL
    MOVE WS-FILES-UNREADABLE TO CL-COUNT
    PERFORM Write-One-Count-Line.

Write-Advice.
    MOVE SPACES TO MASK-REPORT-LINE
    WRITE MASK-REPORT-LINE
    MOVE WS-REPORT-ADVICE TO MASK-REPORT-LINE
    WRITE MASK-REPORT-LINE.
