IDENTIFICATION DIVISION.
PROGRAM-ID.  CEPSWEEP.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTACT-FILE ASSIGN TO "CUSTCONT.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONT-CUST-ID
        ALTERNATE RECORD KEY IS CONT-PHONE WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONT-EMAIL WITH DUPLICATES
        FILE STATUS IS WS-CONTACT-STATUS.

    SELECT SWEEP-REPORT ASSIGN TO "CEPSWEEP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTACT-FILE.
COPY "contactrec.cpy".

FD  SWEEP-REPORT.
01  SWEEP-REPORT-LINE            PIC X(100).

WORKING-STORAGE SECTION.

01  WS-CONTACT-STATUS    PIC XX.
01  WS-REPORT-STATUS     PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-TABLE-DOWN-SW     PIC X(01) VALUE 'N'.
    88  CEP-TABLE-UNAVAILABLE       VALUE 'Y'.

01  WS-CONTACT-COUNT     PIC 9(8)  VALUE 0.
01  WS-NO-CEP-COUNT      PIC 9(8)  VALUE 0.
01  WS-CONFIRMED-COUNT   PIC 9(8)  VALUE 0.

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

*> Findings staged per kind so the report comes out grouped, the
*> same way MASTCHK stages its exceptions by severity.
01  WS-MAX-FINDINGS      PIC 9(4)  VALUE 2000.
01  WS-UNKNOWN-COUNT     PIC 9(4)  VALUE 0.
01  WS-UNKNOWN-TABLE.
    05  WS-UN-LINE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-UNKNOWN-COUNT
                PIC X(90).
01  WS-DIVERGENT-COUNT   PIC 9(4)  VALUE 0.
01  WS-DIVERGENT-TABLE.
    05  WS-DV-LINE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-DIVERGENT-COUNT
                PIC X(90).
01  WS-SPELLING-COUNT    PIC 9(4)  VALUE 0.
01  WS-SPELLING-TABLE.
    05  WS-SP-LINE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-SPELLING-COUNT
                PIC X(90).
01  WS-FINDING-WORK.
    05  FW-CUST-ID           PIC 9(06).
    05  FILLER               PIC X(02).
    05  FW-POSTAL            PIC X(08).
    05  FILLER               PIC X(02).
    05  FW-CITY              PIC X(20).
    05  FILLER               PIC X(02).
    05  FW-REF-CITY          PIC X(20).
    05  FILLER               PIC X(01).
    05  FW-REF-STATE         PIC X(02).
    05  FILLER               PIC X(27).
01  WS-TRUNCATED-SW      PIC X(01) VALUE 'N'.
    88  FINDINGS-TRUNCATED          VALUE 'Y'.

01  WS-SCAN-IDX          PIC 9(4).

01  WS-DATE-FOR-EDIT     PIC 9(8).
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

01  WS-REPORT-HEADER-1.
    05  FILLER               PIC X(30) VALUE "CONFERENCIA DE CEP x CIDADE - ".
    05  FILLER               PIC X(08) VALUE "CEPSWEEP".
    05  FILLER               PIC X(08) VALUE "  DATA: ".
    05  H1-DATE              PIC 99/99/9999.

01  WS-COLUMN-HEADER.
    05  FILLER               PIC X(08) VALUE "CLIENTE ".
    05  FILLER               PIC X(10) VALUE "CEP       ".
    05  FILLER               PIC X(22) VALUE "CIDADE NO CONTATO     ".
    05  FILLER               PIC X(23) VALUE "CIDADE/UF DE REFERENCIA".

01  WS-SECTION-UNKNOWN.
    05  FILLER               PIC X(50) VALUE "== CEP NAO CADASTRADO NA TABELA DE REFERENCIA     ".

01  WS-SECTION-DIVERGENT.
    05  FILLER               PIC X(50) VALUE "== CIDADE DIVERGENTE DA REFERENCIA DO CEP         ".

01  WS-SECTION-SPELLING.
    05  FILLER               PIC X(50) VALUE "== CIDADE FORA DA GRAFIA OFICIAL (padronizavel)   ".

01  WS-SECTION-EMPTY.
    05  FILLER               PIC X(30) VALUE "   (nenhuma ocorrencia)       ".

01  WS-SUMMARY-LINE-1.
    05  FILLER               PIC X(18) VALUE "Contatos varridos ".
    05  SU-CONTACTS          PIC ZZ,ZZZ,ZZ9.
    05  FILLER               PIC X(10) VALUE "  sem CEP ".
    05  SU-NO-CEP            PIC ZZ,ZZZ,ZZ9.
    05  FILLER               PIC X(13) VALUE "  conferidos ".
    05  SU-CONFIRMED         PIC ZZ,ZZZ,ZZ9.

01  WS-SUMMARY-LINE-2.
    05  FILLER               PIC X(18) VALUE "CEP desconhecido  ".
    05  SU-UNKNOWN           PIC Z,ZZ9.
    05  FILLER               PIC X(14) VALUE "  divergentes ".
    05  SU-DIVERGENT         PIC Z,ZZ9.
    05  FILLER               PIC X(09) VALUE "  grafia ".
    05  SU-SPELLING          PIC Z,ZZ9.

PROCEDURE DIVISION.
Begin.
    *> On-demand sweep of every existing contact against the CEP
    *> reference, for the records captured before the capture
    *> points checked it (and after any reference change). Nothing
    *> is corrected here: the list goes to the desk, and CUSTMANT's
    *> contact correction fixes each one with the same check.
    ACCEPT CurrentDate FROM DATE YYYYMMDD

    OPEN INPUT CONTACT-FILE
    IF WS-CONTACT-STATUS NOT = '00'
        DISPLAY "CUSTCONT.IDX indisponivel, status: ",
                WS-CONTACT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Sweep-Contact-File
    CLOSE CONTACT-FILE

    IF CEP-TABLE-UNAVAILABLE
        DISPLAY "CEPSWEEP abortado: tabela de CEP data/ceptab.dat "
                "indisponivel ou fora de ordem."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT SWEEP-REPORT
    PERFORM Write-Sweep-Report
    CLOSE SWEEP-REPORT

    DISPLAY "CEPSWEEP: ", WS-CONTACT-COUNT, " contatos, ",
            WS-UNKNOWN-COUNT, " CEP desconhecidos, ",
            WS-DIVERGENT-COUNT, " cidades divergentes, ",
            WS-SPELLING-COUNT, " fora da grafia"
    IF FINDINGS-TRUNCATED
        DISPLAY "AVISO: ocorrencias alem de ", WS-MAX-FINDINGS,
                " por tipo omitidas do relatorio."
    END-IF
    IF WS-UNKNOWN-COUNT > 0 OR WS-DIVERGENT-COUNT > 0
       OR WS-SPELLING-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

Sweep-Contact-File.
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM UNTIL END-OF-CURRENT-FILE OR CEP-TABLE-UNAVAILABLE
        READ CONTACT-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                ADD 1 TO WS-CONTACT-COUNT
                PERFORM Check-One-Contact
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH.

Check-One-Contact.
    *> A contact with no CEP has nothing to check -- the CEP is
    *> optional on capture; a CEP that is not 8 digits (pre-edit
    *> data) falls out of every range and lists as unknown.
    IF CONT-POSTAL-CODE = SPACES
        ADD 1 TO WS-NO-CEP-COUNT
    ELSE
        MOVE CONT-POSTAL-CODE TO WS-CEP-CODE
        MOVE CONT-CITY        TO WS-CEP-CITY-IN
        CALL 'CEPLKUP' USING WS-CEP-CODE, WS-CEP-CITY-IN,
                             WS-CEP-CITY, WS-CEP-STATE,
                             WS-CEP-RESULT
        MOVE SPACES           TO WS-FINDING-WORK
        MOVE CONT-CUST-ID     TO FW-CUST-ID
        MOVE CONT-POSTAL-CODE TO FW-POSTAL
        MOVE CONT-CITY        TO FW-CITY
        MOVE WS-CEP-CITY      TO FW-REF-CITY
        MOVE WS-CEP-STATE     TO FW-REF-STATE
        EVALUATE TRUE
            WHEN CEP-TABLE-DOWN
                MOVE 'Y' TO WS-TABLE-DOWN-SW
            WHEN CEP-CONFIRMED
                ADD 1 TO WS-CONFIRMED-COUNT
            WHEN CEP-UNKNOWN
                MOVE SPACES TO FW-REF-CITY
                IF WS-UNKNOWN-COUNT < WS-MAX-FINDINGS
                    ADD 1 TO WS-UNKNOWN-COUNT
                    MOVE WS-FINDING-WORK
                        TO WS-UN-LINE(WS-UNKNOWN-COUNT)
                ELSE
                    MOVE 'Y' TO WS-TRUNCATED-SW
                END-IF
            WHEN CEP-CITY-DIVERGENT
                IF WS-DIVERGENT-COUNT < WS-MAX-FINDINGS
                    ADD 1 TO WS-DIVERGENT-COUNT
                    MOVE WS-FINDING-WORK
                        TO WS-DV-LINE(WS-DIVERGENT-COUNT)
                ELSE
                    MOVE 'Y' TO WS-TRUNCATED-SW
                END-IF
            WHEN CEP-CITY-STANDARDIZED
                IF WS-SPELLING-COUNT < WS-MAX-FINDINGS
                    ADD 1 TO WS-SPELLING-COUNT
                    MOVE WS-FINDING-WORK
                        TO WS-SP-LINE(WS-SPELLING-COUNT)
                ELSE
                    MOVE 'Y' TO WS-TRUNCATED-SW
                END-IF
        END-EVALUATE
    END-IF.

Write-Sweep-Report.
    COMPUTE WS-DATE-FOR-EDIT =
        CurrentDay * 1000000 + CurrentMonth * 10000 + CurrentYear
    MOVE WS-DATE-FOR-EDIT TO H1-DATE
    MOVE WS-REPORT-HEADER-1 TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE
    MOVE SPACES TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE
    MOVE WS-COLUMN-HEADER TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE

    MOVE SPACES TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE
    MOVE WS-SECTION-UNKNOWN TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE
    IF WS-UNKNOWN-COUNT = 0
        MOVE WS-SECTION-EMPTY TO SWEEP-REPORT-LINE
        WRITE SWEEP-REPORT-LINE
    ELSE
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-UNKNOWN-COUNT
            MOVE WS-UN-LINE(WS-SCAN-IDX) TO SWEEP-REPORT-LINE
            WRITE SWEEP-REPORT-LINE
        END-PERFORM
    END-IF

    MOVE SPACES TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE
    MOVE WS-SECTION-DIVERGENT TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE
    IF WS-DIVERGENT-COUNT = 0
        MOVE WS-SECTION-EMPTY TO SWEEP-REPORT-LINE
        WRITE SWEEP-REPORT-LINE
    ELSE
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-DIVERGENT-COUNT
            MOVE WS-DV-LINE(WS-SCAN-IDX) TO SWEEP-REPORT-LINE
            WRITE SWEEP-REPORT-LINE
        END-PERFORM
    END-IF

    MOVE SPACES TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE
    MOVE WS-SECTION-SPELLING TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE
    IF WS-SPELLING-COUNT = 0
        MOVE WS-SECTION-EMPTY TO SWEEP-REPORT-LINE
        WRITE SWEEP-REPORT-LINE
    ELSE
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-SPELLING-COUNT
            MOVE WS-SP-LINE(WS-SCAN-IDX) TO SWEEP-REPORT-LINE
            WRITE SWEEP-REPORT-LINE
        END-PERFORM
    END-IF

    MOVE SPACES TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE
    MOVE WS-CONTACT-COUNT   TO SU-CONTACTS
    MOVE WS-NO-CEP-COUNT    TO SU-NO-CEP
    MOVE WS-CONFIRMED-COUNT TO SU-CONFIRMED
    MOVE WS-SUMMARY-LINE-1 TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE
    MOVE WS-UNKNOWN-COUNT   TO SU-UNKNOWN
    MOVE WS-DIVERGENT-COUNT TO SU-DIVERGENT
    MOVE WS-SPELLING-COUNT  TO SU-SPELLING
    MOVE WS-SUMMARY-LINE-2 TO SWEEP-REPORT-LINE
    WRITE SWEEP-REPORT-LINE.
