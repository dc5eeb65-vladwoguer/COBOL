        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT SUPPLIER-RETURN ASSIGN USING WS-RETURN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETURN-STATUS.

    SELECT SUPPLIER-QUALITY ASSIGN TO "SUPQUAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUALITY-STATUS.

    SELECT SUPPLIER-REGISTRY ASSIGN TO "SUPREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTRY-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
FD  EDIT-REPORT.
01  EDIT-REPORT-LINE            PIC X(190).

FD  SUPPLIER-RETURN.
COPY "supretrec.cpy".

FD  SUPPLIER-QUALITY.
COPY "supqualrec.cpy".

FD  SUPPLIER-REGISTRY.
COPY "supregrec.cpy".

WORKING-STORAGE SECTION.

*> Both supplier files are edited through this one work record --
*> each file's lines are read INTO it, so the field checks stay in
*> one place whichever supplier sent the line.
COPY "intakerec.cpy".
COPY "supctlrec.cpy".

01  WS-RUNLOG-STATUS     PIC XX.
01  WS-RL-STEP-ID        PIC X(08) VALUE 'STEP003 '.
01  WS-CLEAN-STATUS      PIC XX.
01  WS-EDIT-REJ-STATUS   PIC XX.
01  WS-REPORT-STATUS     PIC XX.
01  WS-RETURN-STATUS     PIC XX.
01  WS-QUALITY-STATUS    PIC XX.
01  WS-REGISTRY-STATUS   PIC XX.

*> One slot per supplier channel; the second file is optional --
*> a night without it is just a one-supplier night.
        10  WS-SUP-READ          PIC 9(6).
        10  WS-SUP-CLEAN         PIC 9(6).
        10  WS-SUP-REJ           PIC 9(6).
        10  WS-SUP-REASON        PIC 9(6) OCCURS 8 TIMES.
01  WS-OUT-RECORD-NBR    PIC 9(8)  VALUE 0.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
01  WS-SEQUENCE-SWITCH   PIC X(01) VALUE 'N'.
    88  FILE-OUT-OF-SEQUENCE         VALUE 'Y'.

*> Set when a supplier file was refused, left a sequence gap or
*> never arrived -- the night still runs on whatever was accepted,
*> but the step ends RC 4 so the morning sees it.
01  WS-DELIVERY-WARNING-SW PIC X(01) VALUE 'N'.
    88  DELIVERY-WARNING             VALUE 'Y'.

*> Envelope check of the supplier file in hand, done in a first pass
*> before any of its lines is edited.
01  WS-VERIFY-LINES      PIC 9(8).
01  WS-VERIFY-DETAILS    PIC 9(8).
01  WS-HEADER-SEEN-SW    PIC X(01).
    88  HEADER-SEEN                 VALUE 'Y'.
01  WS-TRAILER-SEEN-SW   PIC X(01).
    88  TRAILER-SEEN                VALUE 'Y'.
01  WS-HDR-CHANNEL       PIC X(02).
01  WS-HDR-FILE-SEQ      PIC 9(6).
01  WS-HDR-CREATION-DATE PIC 9(8).
01  WS-TRL-FILE-SEQ      PIC 9(6).
01  WS-TRL-RECORD-COUNT  PIC 9(8).
01  WS-REFUSAL-TEXT      PIC X(40).
    88  FILE-ACCEPTED               VALUE SPACES.
01  WS-HIGHEST-SEQ       PIC 9(6).
01  WS-REPEAT-DATE       PIC 9(8).
01  WS-GAP-COUNT         PIC 9(6).
01  WS-GAP-FROM          PIC 9(6).
01  WS-GAP-TO            PIC 9(6).

*> The inbound registry rides in storage the same way as the
*> quality history, and is re-persisted whole at the end.
01  WS-MAX-REGISTRY      PIC 9(5)  VALUE 20000.
01  WS-REGISTRY-COUNT    PIC 9(5)  VALUE 0.
01  WS-REGISTRY-TABLE.
    05  WS-G-ENTRY OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-REGISTRY-COUNT.
        10  WS-G-CHANNEL         PIC X(02).
        10  WS-G-FILE-SEQ        PIC 9(6).
        10  WS-G-CREATION-DATE   PIC 9(8).
        10  WS-G-RECORD-COUNT    PIC 9(8).
        10  WS-G-BUSINESS-DATE   PIC 9(8).
        10  WS-G-STATUS          PIC X(01).
        10  WS-G-GAP-COUNT       PIC 9(6).
        10  WS-G-REFUSAL-TEXT    PIC X(40).
01  WS-REGISTRY-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  REGISTRY-TABLE-OVERFLOWED   VALUE 'Y'.

01  WS-NAME-VALID        PIC X(01) VALUE 'N'.
    88  NAME-IS-VALID               VALUE 'Y'.
01  WS-NAME-CHAR         PIC X(01).

01  WS-LINE-REASON       PIC X(04).
    88  LINE-IS-CLEAN               VALUE SPACES.
01  WS-LINE-FIELD        PIC X(20).
01  WS-REASON-SLOT       PIC 9(02).
01  WS-REASON-IDX        PIC 9(02).

*> Each supplier gets its own return file (INTAKE01.RET for channel
*> 01, INTAKE02.RET for 02), re-created every night the supplier
*> delivers. A return file that cannot be opened costs the supplier
*> its copy, not the night: INTAKE.REJ still holds every reject.
01  WS-RETURN-FILE-NAME  PIC X(20).
01  WS-RETURN-OPEN-SW    PIC X(01) VALUE 'N'.
    88  RETURN-FILE-OPEN            VALUE 'Y'.
01  WS-RETURN-COUNT      PIC 9(6)  VALUE 0.

*> MSGLKUP interface.
01  WS-MSG-CODE          PIC X(05).
01  WS-MSG-TEXT          PIC X(60).
01  WS-MSG-FOUND         PIC X(01).
    88  MSG-CODE-FOUND              VALUE 'Y'.
01  WS-MSG-LANGUAGE      PIC X(01) VALUE 'P'.

*> The supplier quality history rides in storage so tonight's
*> records can replace an earlier attempt at the same business
*> date; at two records a night this covers decades.
01  WS-MAX-QUALITY       PIC 9(5)  VALUE 20000.
01  WS-QUALITY-COUNT     PIC 9(5)  VALUE 0.
01  WS-QUALITY-TABLE.
    05  WS-Q-ENTRY OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-QUALITY-COUNT.
        10  WS-Q-DATE            PIC 9(8).
        10  WS-Q-CHANNEL         PIC X(02).
        10  WS-Q-RECEIVED        PIC 9(6).
        10  WS-Q-ACCEPTED        PIC 9(6).
        10  WS-Q-REJECTED        PIC 9(6).
        10  WS-Q-REASON          PIC 9(6) OCCURS 8 TIMES.
01  WS-QUALITY-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  QUALITY-TABLE-OVERFLOWED    VALUE 'Y'.
01  WS-SCAN-IDX          PIC 9(5).
01  WS-KEEP-IDX          PIC 9(5).

01  WS-PREV-RECORD-NBR   PIC 9(8)  VALUE 0.

    05  FILLER               PIC X(02) VALUE ": ".
    05  L4-SEQ-ERRORS        PIC ZZZ,ZZ9.

01  WS-REPORT-LINE-5.
    05  FILLER               PIC X(30) VALUE "Cidades padronizadas pelo CEP ".
    05  FILLER               PIC X(02) VALUE ": ".
    05  L5-CITY-STD          PIC ZZZ,ZZ9.

01  WS-SUPPLIER-HEADER.
    05  FILLER               PIC X(14) VALUE "-- FORNECEDOR ".
    05  SH-CHANNEL           PIC X(02).
    05  FILLER               PIC X(02) VALUE ": ".
    05  SH-FILE-NAME         PIC X(30).

01  WS-DELIVERY-LINE.
    05  FILLER               PIC X(12) VALUE "Arquivo seq ".
    05  DL-FILE-SEQ          PIC 9(6).
    05  FILLER               PIC X(09) VALUE " criado: ".
    05  DL-CREATION-DATE     PIC 9999/99/99.
    05  FILLER               PIC X(10) VALUE "  linhas: ".
    05  DL-DETAILS           PIC ZZZ,ZZ9.
    05  FILLER               PIC X(02) VALUE "  ".
    05  DL-VERDICT           PIC X(50).

01  WS-GAP-LINE.
    05  FILLER               PIC X(19) VALUE "LACUNA: sequencias ".
    05  GL-FROM              PIC 9(6).
    05  FILLER               PIC X(03) VALUE " a ".
    05  GL-TO                PIC 9(6).
    05  FILLER               PIC X(15) VALUE " nao recebidas".

01  WS-SUPPLIER-TOTAL.
    05  FILLER               PIC X(11) VALUE "Fornecedor ".
    05  ST-CHANNEL           PIC X(02).
01  WS-PHONE-VALID       PIC X(01) VALUE 'N'.
    88  PHONE-IS-VALID              VALUE 'Y'.

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
01  WS-CEP-WARNED-SW     PIC X(01) VALUE 'N'.
    88  CEP-TABLE-WARNED            VALUE 'Y'.
01  WS-CITY-STD-COUNT    PIC 9(6)  VALUE 0.

PROCEDURE DIVISION.
Begin.
    PERFORM Read-Business-Date
        OPEN OUTPUT EDIT-REPORT
        PERFORM Write-Report-Header
        PERFORM Initialize-Supplier-Totals
        PERFORM Load-Registry
        PERFORM Edit-Supplier-1
        PERFORM Edit-Supplier-2
        PERFORM Write-Report-Totals
        PERFORM Update-Quality-History
        PERFORM Save-Registry
        CLOSE CLEAN-OUTPUT-FILE
        CLOSE EDIT-REJECT-FILE
        CLOSE EDIT-REPORT
                " Aprovadas: ", WS-CLEAN-COUNT,
                " Rejeitadas: ", WS-REJECT-COUNT,
                " Erros de sequencia: ", WS-SEQ-ERROR-COUNT
        DISPLAY "Linhas devolvidas aos fornecedores: ",
                WS-RETURN-COUNT
        EVALUATE TRUE
            *> A record-number problem poisons the checkpoint/restart
            *> arithmetic for the WHOLE file, so the load step must
                DISPLAY "Arquivo de intake malformado: numeracao "
                        "fora de sequencia ou invalida."
                MOVE 16 TO RETURN-CODE
            WHEN WS-REJECT-COUNT > 0 OR DELIVERY-WARNING
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                MOVE 0 TO RETURN-CODE
        MOVE 0 TO WS-SUP-READ(WS-SUP-IDX)
        MOVE 0 TO WS-SUP-CLEAN(WS-SUP-IDX)
        MOVE 0 TO WS-SUP-REJ(WS-SUP-IDX)
        PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                UNTIL WS-REASON-IDX > 8
            MOVE 0 TO WS-SUP-REASON(WS-SUP-IDX, WS-REASON-IDX)
        END-PERFORM
    END-PERFORM.

Edit-Supplier-1.
    *> the second file onto the end of the first any more. The
    *> report section keeps each supplier's rejects under its own
    *> banner, so the garbage names finally have an address.
    *> The file was opened by Begin; the envelope pass reads it to
    *> the end, so an accepted file is opened again for the edit.
    MOVE 1    TO WS-SUP-IDX
    MOVE '01' TO WS-CURRENT-CHANNEL
    MOVE 0    TO WS-PREV-RECORD-NBR
    MOVE "data/intake_batch.dat" TO SH-FILE-NAME
    PERFORM Write-Supplier-Header
    PERFORM Verify-Supplier-1
    PERFORM Check-Against-Registry
    PERFORM Register-Supplier-File
    PERFORM Write-Delivery-Lines
    IF FILE-ACCEPTED
        MOVE '01' TO WS-SUP-CHANNEL(1)
        OPEN INPUT INTAKE-INPUT-FILE
        PERFORM Open-Supplier-Return
        MOVE 'N' TO WS-EOF-SWITCH
        PERFORM UNTIL END-OF-INTAKE-FILE
            READ INTAKE-INPUT-FILE INTO INTAKE-INPUT-RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    PERFORM Edit-One-Supplier-Line
            END-READ
        END-PERFORM
        CLOSE INTAKE-INPUT-FILE
        PERFORM Close-Supplier-Return
        MOVE 'N' TO WS-EOF-SWITCH
    END-IF.

Verify-Supplier-1.
    PERFORM Start-File-Verification
    PERFORM UNTIL END-OF-INTAKE-FILE
        READ INTAKE-INPUT-FILE INTO SUPPLIER-CONTROL-RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM Verify-One-Line
        END-READ
    END-PERFORM
    CLOSE INTAKE-INPUT-FILE
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM Finish-File-Verification.

Edit-Supplier-2.
    *> The second supplier's file is optional: a night without it is
    *> a one-supplier night, not an error.
    *> It is still flagged, though: a night without it shows on the
    *> report, ends the step RC 4 and reads as not delivered on
    *> the morning OPSRPT.
    MOVE 2    TO WS-SUP-IDX
    MOVE '02' TO WS-CURRENT-CHANNEL
    MOVE 0    TO WS-PREV-RECORD-NBR
    MOVE "data/intake_batch2.dat" TO SH-FILE-NAME
    PERFORM Write-Supplier-Header
    OPEN INPUT INTAKE-INPUT-FILE-2
    IF WS-INTAKE2-STATUS NOT = '00'
        DISPLAY "Sem arquivo do fornecedor 02 nesta noite, "
                "status: ", WS-INTAKE2-STATUS
        MOVE "ARQUIVO NAO ENTREGUE NESTA NOITE" TO EDIT-REPORT-LINE
        WRITE EDIT-REPORT-LINE
        MOVE 'Y' TO WS-DELIVERY-WARNING-SW
    ELSE
        PERFORM Verify-Supplier-2
        PERFORM Check-Against-Registry
        PERFORM Register-Supplier-File
        PERFORM Write-Delivery-Lines
        IF FILE-ACCEPTED
            MOVE '02' TO WS-SUP-CHANNEL(2)
            OPEN INPUT INTAKE-INPUT-FILE-2
            PERFORM Open-Supplier-Return
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INTAKE-FILE
                READ INTAKE-INPUT-FILE-2 INTO INTAKE-INPUT-RECORD
                    AT END
                        MOVE 'Y' TO WS-EOF-SWITCH
                    NOT AT END
                        PERFORM Edit-One-Supplier-Line
                END-READ
            END-PERFORM
            CLOSE INTAKE-INPUT-FILE-2
            PERFORM Close-Supplier-Return
            MOVE 'N' TO WS-EOF-SWITCH
        END-IF
    END-IF.

Verify-Supplier-2.
    PERFORM Start-File-Verification
    PERFORM UNTIL END-OF-INTAKE-FILE
        READ INTAKE-INPUT-FILE-2 INTO SUPPLIER-CONTROL-RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                PERFORM Verify-One-Line
        END-READ
    END-PERFORM
    CLOSE INTAKE-INPUT-FILE-2
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM Finish-File-Verification.

Start-File-Verification.
    MOVE 0      TO WS-VERIFY-LINES
    MOVE 0      TO WS-VERIFY-DETAILS
    MOVE 'N'    TO WS-HEADER-SEEN-SW
    MOVE 'N'    TO WS-TRAILER-SEEN-SW
    MOVE SPACES TO WS-HDR-CHANNEL
    MOVE 0      TO WS-HDR-FILE-SEQ
    MOVE 0      TO WS-HDR-CREATION-DATE
    MOVE 0      TO WS-TRL-FILE-SEQ
    MOVE 0      TO WS-TRL-RECORD-COUNT
    MOVE 0      TO WS-GAP-COUNT
    MOVE SPACES TO WS-REFUSAL-TEXT
    MOVE 'N'    TO WS-EOF-SWITCH.

Verify-One-Line.
    *> The first problem found is the one reported; the pass still
    *> reads to the end so the line count on the registry is real.
    ADD 1 TO WS-VERIFY-LINES
    EVALUATE TRUE
        WHEN WS-VERIFY-LINES = 1
            IF SUPCTL-HEADER
                MOVE 'Y' TO WS-HEADER-SEEN-SW
                MOVE SUPCTL-CHANNEL TO WS-HDR-CHANNEL
                IF SUPCTL-FILE-SEQ IS NUMERIC
                   AND SUPCTL-CREATION-DATE IS NUMERIC
                    MOVE SUPCTL-FILE-SEQ      TO WS-HDR-FILE-SEQ
                    MOVE SUPCTL-CREATION-DATE TO WS-HDR-CREATION-DATE
                ELSE
                    MOVE "HEADER INVALIDO" TO WS-REFUSAL-TEXT
                END-IF
            ELSE
                MOVE "SEM HEADER" TO WS-REFUSAL-TEXT
                ADD 1 TO WS-VERIFY-DETAILS
            END-IF
        WHEN SUPCTL-HEADER
            IF FILE-ACCEPTED
                MOVE "HEADER REPETIDO NO MEIO DO ARQUIVO"
                    TO WS-REFUSAL-TEXT
            END-IF
        WHEN SUPCTL-TRAILER
            IF TRAILER-SEEN
                IF FILE-ACCEPTED
                    MOVE "TRAILER REPETIDO" TO WS-REFUSAL-TEXT
                END-IF
            ELSE
                MOVE 'Y' TO WS-TRAILER-SEEN-SW
                IF SUPCTL-FILE-SEQ IS NUMERIC
                   AND SUPCTL-RECORD-COUNT IS NUMERIC
                    MOVE SUPCTL-FILE-SEQ     TO WS-TRL-FILE-SEQ
                    MOVE SUPCTL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                ELSE
                    IF FILE-ACCEPTED
                        MOVE "TRAILER INVALIDO" TO WS-REFUSAL-TEXT
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            ADD 1 TO WS-VERIFY-DETAILS
            IF TRAILER-SEEN AND FILE-ACCEPTED
                MOVE "LINHAS APOS O TRAILER" TO WS-REFUSAL-TEXT
            END-IF
    END-EVALUATE.

Finish-File-Verification.
    *> A file without its trailer was cut short in transit; a count
    *> that does not match the trailer lost or gained lines. Either
    *> way none of it loads -- half a file is worse than none.
    IF FILE-ACCEPTED
        EVALUATE TRUE
            WHEN WS-VERIFY-LINES = 0
                MOVE "ARQUIVO VAZIO" TO WS-REFUSAL-TEXT
            WHEN NOT TRAILER-SEEN
                MOVE "SEM TRAILER - ARQUIVO TRUNCADO"
                    TO WS-REFUSAL-TEXT
            WHEN WS-HDR-CHANNEL NOT = WS-CURRENT-CHANNEL
                MOVE "CANAL DO HEADER DIVERGENTE" TO WS-REFUSAL-TEXT
            WHEN WS-TRL-FILE-SEQ NOT = WS-HDR-FILE-SEQ
                MOVE "TRAILER DE OUTRO ARQUIVO" TO WS-REFUSAL-TEXT
            WHEN WS-TRL-RECORD-COUNT NOT = WS-VERIFY-DETAILS
                MOVE "CONTAGEM DO TRAILER DIVERGENTE"
                    TO WS-REFUSAL-TEXT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

Check-Against-Registry.
    *> Only accepted files count as history. The same sequence
    *> already accepted is a redelivery; one below the highest is
    *> out of sequence (a late file for a gap needs a person, not
    *> the night). Skipping ahead is accepted, but the numbers
    *> skipped are reported as a gap.
    IF FILE-ACCEPTED
        MOVE 0 TO WS-HIGHEST-SEQ
        MOVE 0 TO WS-REPEAT-DATE
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-REGISTRY-COUNT
            IF WS-G-CHANNEL(WS-SCAN-IDX) = WS-CURRENT-CHANNEL
               AND WS-G-STATUS(WS-SCAN-IDX) = 'A'
                IF WS-G-FILE-SEQ(WS-SCAN-IDX) = WS-HDR-FILE-SEQ
                    MOVE WS-G-BUSINESS-DATE(WS-SCAN-IDX)
                        TO WS-REPEAT-DATE
                END-IF
                IF WS-G-FILE-SEQ(WS-SCAN-IDX) > WS-HIGHEST-SEQ
                    MOVE WS-G-FILE-SEQ(WS-SCAN-IDX) TO WS-HIGHEST-SEQ
                END-IF
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN WS-REPEAT-DATE NOT = 0
                STRING "ARQUIVO REPETIDO - ACEITO EM "
                       WS-REPEAT-DATE
                    DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
            WHEN WS-HIGHEST-SEQ > 0
                 AND WS-HDR-FILE-SEQ < WS-HIGHEST-SEQ
                STRING "FORA DE SEQUENCIA - ULTIMO ACEITO "
                       WS-HIGHEST-SEQ
                    DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
            WHEN WS-HIGHEST-SEQ > 0
                 AND WS-HDR-FILE-SEQ > WS-HIGHEST-SEQ + 1
                COMPUTE WS-GAP-COUNT =
                    WS-HDR-FILE-SEQ - WS-HIGHEST-SEQ - 1
                COMPUTE WS-GAP-FROM = WS-HIGHEST-SEQ + 1
                COMPUTE WS-GAP-TO = WS-HDR-FILE-SEQ - 1
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

Register-Supplier-File.
    IF WS-REGISTRY-COUNT < WS-MAX-REGISTRY
        ADD 1 TO WS-REGISTRY-COUNT
        MOVE WS-CURRENT-CHANNEL   TO WS-G-CHANNEL(WS-REGISTRY-COUNT)
        MOVE WS-HDR-FILE-SEQ      TO WS-G-FILE-SEQ(WS-REGISTRY-COUNT)
        MOVE WS-HDR-CREATION-DATE
            TO WS-G-CREATION-DATE(WS-REGISTRY-COUNT)
        MOVE WS-VERIFY-DETAILS
            TO WS-G-RECORD-COUNT(WS-REGISTRY-COUNT)
        MOVE WS-CURRENT-DATE-NUM
            TO WS-G-BUSINESS-DATE(WS-REGISTRY-COUNT)
        MOVE WS-GAP-COUNT         TO WS-G-GAP-COUNT(WS-REGISTRY-COUNT)
        MOVE WS-REFUSAL-TEXT
            TO WS-G-REFUSAL-TEXT(WS-REGISTRY-COUNT)
        IF FILE-ACCEPTED
            MOVE 'A' TO WS-G-STATUS(WS-REGISTRY-COUNT)
        ELSE
            MOVE 'R' TO WS-G-STATUS(WS-REGISTRY-COUNT)
        END-IF
    ELSE
        MOVE 'Y' TO WS-REGISTRY-OVERFLOW-SW
    END-IF.

Write-Delivery-Lines.
    MOVE WS-HDR-FILE-SEQ      TO DL-FILE-SEQ
    MOVE WS-HDR-CREATION-DATE TO DL-CREATION-DATE
    MOVE WS-VERIFY-DETAILS    TO DL-DETAILS
    IF FILE-ACCEPTED
        MOVE "ACEITO" TO DL-VERDICT
    ELSE
        MOVE SPACES TO DL-VERDICT
        STRING "RECUSADO: " WS-REFUSAL-TEXT
            DELIMITED BY SIZE INTO DL-VERDICT
        DISPLAY "Arquivo do fornecedor ", WS-CURRENT-CHANNEL,
                " recusado: ", WS-REFUSAL-TEXT
        MOVE 'Y' TO WS-DELIVERY-WARNING-SW
    END-IF
    MOVE WS-DELIVERY-LINE TO EDIT-REPORT-LINE
    WRITE EDIT-REPORT-LINE
    IF WS-GAP-COUNT > 0
        MOVE WS-GAP-FROM TO GL-FROM
        MOVE WS-GAP-TO   TO GL-TO
        MOVE WS-GAP-LINE TO EDIT-REPORT-LINE
        WRITE EDIT-REPORT-LINE
        DISPLAY "AVISO: fornecedor ", WS-CURRENT-CHANNEL,
                " - sequencias ", WS-GAP-FROM, " a ", WS-GAP-TO,
                " nao recebidas."
        MOVE 'Y' TO WS-DELIVERY-WARNING-SW
    END-IF.

Write-Supplier-Header.
    MOVE WS-SUPPLIER-HEADER TO EDIT-REPORT-LINE
    WRITE EDIT-REPORT-LINE.

Open-Supplier-Return.
    MOVE SPACES TO WS-RETURN-FILE-NAME
    STRING "INTAKE" WS-CURRENT-CHANNEL ".RET"
        DELIMITED BY SIZE INTO WS-RETURN-FILE-NAME
    MOVE 'N' TO WS-RETURN-OPEN-SW
    OPEN OUTPUT SUPPLIER-RETURN
    IF WS-RETURN-STATUS = '00'
        MOVE 'Y' TO WS-RETURN-OPEN-SW
    ELSE
        DISPLAY "AVISO: ", WS-RETURN-FILE-NAME,
                " nao criado, status: ", WS-RETURN-STATUS
    END-IF.

Close-Supplier-Return.
    IF RETURN-FILE-OPEN
        CLOSE SUPPLIER-RETURN
        MOVE 'N' TO WS-RETURN-OPEN-SW
    END-IF.

Edit-One-Supplier-Line.
    *> The envelope was proven in the first pass; only the detail
    *> lines between header and trailer are edited and counted.
    MOVE INTAKE-INPUT-RECORD TO SUPPLIER-CONTROL-RECORD
    IF NOT SUPCTL-HEADER AND NOT SUPCTL-TRAILER
        ADD 1 TO WS-READ-COUNT
        ADD 1 TO WS-SUP-READ(WS-SUP-IDX)
        PERFORM Edit-One-Line
    END-IF.

Edit-One-Line.
    MOVE SPACES TO WS-LINE-REASON
    MOVE SPACES TO WS-LINE-FIELD
    PERFORM Check-Record-Number
    IF LINE-IS-CLEAN
        PERFORM Check-Customer-Name
        MOVE INTAKE-INPUT-RECORD  TO RJ-SOURCE-LINE
        MOVE WS-REPORT-REJ-DETAIL TO EDIT-REPORT-LINE
        WRITE EDIT-REPORT-LINE
        PERFORM Count-Reject-Reason
        PERFORM Write-Supplier-Return
    END-IF.

Count-Reject-Reason.
    *> Reasons E101-E108 land in slots 1-8 of the supplier's
    *> counters, the same positions SUPQUAL.DAT keeps them in.
    IF WS-LINE-REASON(3:2) IS NUMERIC
        MOVE WS-LINE-REASON(3:2) TO WS-REASON-SLOT
        IF WS-REASON-SLOT > 0 AND WS-REASON-SLOT NOT > 8
            ADD 1 TO WS-SUP-REASON(WS-SUP-IDX, WS-REASON-SLOT)
        END-IF
    END-IF.

Write-Supplier-Return.
    *> The supplier gets back its own record number exactly as it
    *> arrived, the field we refused and the reason in words, plus
    *> the untouched line, so the fix happens at the source instead
    *> of the same garbage arriving again tomorrow.
    IF RETURN-FILE-OPEN
        MOVE SPACES               TO SUPPLIER-RETURN-RECORD
        MOVE WS-CURRENT-CHANNEL   TO SR-CHANNEL
        MOVE WS-CURRENT-DATE-NUM  TO SR-BUSINESS-DATE
        MOVE INTAKE-INPUT-RECORD(1:8) TO SR-RECORD-NBR
        MOVE WS-LINE-REASON       TO SR-REASON-CODE
        MOVE WS-LINE-FIELD        TO SR-FIELD-IN-ERROR
        MOVE SPACES               TO WS-MSG-CODE
        MOVE WS-LINE-REASON       TO WS-MSG-CODE(1:4)
        PERFORM Fetch-Message
        MOVE WS-MSG-TEXT          TO SR-REASON-TEXT
        MOVE INTAKE-INPUT-RECORD  TO SR-SOURCE-LINE
        WRITE SUPPLIER-RETURN-RECORD
        IF WS-RETURN-STATUS = '00'
            ADD 1 TO WS-RETURN-COUNT
        ELSE
            DISPLAY "AVISO: falha ao gravar ", WS-RETURN-FILE-NAME,
                    ", status: ", WS-RETURN-STATUS
        END-IF
    END-IF.

Fetch-Message.
    CALL 'MSGLKUP' USING WS-MSG-CODE, WS-MSG-TEXT,
                         WS-MSG-FOUND, WS-MSG-LANGUAGE.

Check-Record-Number.
    *> The restart checkpoint in INTAKE_BATCH skips every record
    *> number at or below the saved one -- numbers that are not
    EVALUATE TRUE
        WHEN INTAKE-RECORD-NBR NOT NUMERIC
            MOVE 'E103' TO WS-LINE-REASON
            MOVE "NUMERO DO REGISTRO" TO WS-LINE-FIELD
            ADD 1 TO WS-SEQ-ERROR-COUNT
            MOVE 'Y' TO WS-SEQUENCE-SWITCH
        WHEN INTAKE-RECORD-NBR NOT > WS-PREV-RECORD-NBR
            MOVE 'E104' TO WS-LINE-REASON
            MOVE "NUMERO DO REGISTRO" TO WS-LINE-FIELD
            ADD 1 TO WS-SEQ-ERROR-COUNT
            MOVE 'Y' TO WS-SEQUENCE-SWITCH
        WHEN OTHER
        WHEN INTAKE-CUST-NAME = SPACES
             OR INTAKE-CUST-NAME = LOW-VALUES
            MOVE 'E102' TO WS-LINE-REASON
            MOVE "NOME" TO WS-LINE-FIELD
        WHEN NOT NAME-IS-VALID
            MOVE 'E101' TO WS-LINE-REASON
            MOVE "NOME" TO WS-LINE-FIELD
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
        WHEN INTAKE-POSTAL-CODE NOT = SPACES
             AND INTAKE-POSTAL-CODE NOT NUMERIC
            MOVE 'E105' TO WS-LINE-REASON
            MOVE "CEP" TO WS-LINE-FIELD
        WHEN INTAKE-PHONE NOT = SPACES
            MOVE INTAKE-PHONE TO WS-PHONE-WORK
            PERFORM Validate-Phone-Digits
            IF NOT PHONE-IS-VALID
                MOVE 'E106' TO WS-LINE-REASON
                MOVE "TELEFONE" TO WS-LINE-FIELD
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF LINE-IS-CLEAN AND INTAKE-POSTAL-CODE NOT = SPACES
        PERFORM Check-Cep-Reference
    END-IF.

Check-Cep-Reference.
    *> The CRM refuses a city that is not the one the CEP belongs
    *> to, so a CEP outside every range or pointing at another city
    *> is sidelined here instead of bouncing back into CRMREJ.DAT.
    *> A city that is the right one spelled another way is replaced
    *> by the official spelling. Without the reference table the
    *> line goes through on the format checks alone, as before.
    MOVE INTAKE-POSTAL-CODE TO WS-CEP-CODE
    MOVE INTAKE-CITY        TO WS-CEP-CITY-IN
    CALL 'CEPLKUP' USING WS-CEP-CODE, WS-CEP-CITY-IN,
                         WS-CEP-CITY, WS-CEP-STATE, WS-CEP-RESULT
    EVALUATE TRUE
        WHEN CEP-UNKNOWN
            MOVE 'E107' TO WS-LINE-REASON
            MOVE "CEP" TO WS-LINE-FIELD
        WHEN CEP-CITY-DIVERGENT
            MOVE 'E108' TO WS-LINE-REASON
            MOVE "CIDADE" TO WS-LINE-FIELD
        WHEN CEP-CITY-STANDARDIZED
            MOVE WS-CEP-CITY TO INTAKE-CITY
            ADD 1 TO WS-CITY-STD-COUNT
        WHEN CEP-TABLE-DOWN
            IF NOT CEP-TABLE-WARNED
                DISPLAY "AVISO: tabela de CEP indisponivel - CEP "
                        "conferido apenas no formato."
                MOVE 'Y' TO WS-CEP-WARNED-SW
            END-IF
        WHEN OTHER
            CONTINUE
    WRITE EDIT-REPORT-LINE
    MOVE WS-SEQ-ERROR-COUNT TO L4-SEQ-ERRORS
    MOVE WS-REPORT-LINE-4 TO EDIT-REPORT-LINE
    WRITE EDIT-REPORT-LINE
    MOVE WS-CITY-STD-COUNT TO L5-CITY-STD
    MOVE WS-REPORT-LINE-5 TO EDIT-REPORT-LINE
    WRITE EDIT-REPORT-LINE.

Update-Quality-History.
    *> Replace-on-rerun, as PERFHIST does for the step history: a
    *> morning rerun of the same business date squeezes out the
    *> earlier attempt's records before tonight's land. Only the
    *> suppliers that actually delivered get a record -- a missing
    *> file is a missing night on the scorecard, not a zero.
    PERFORM Load-Quality-History
    IF QUALITY-TABLE-OVERFLOWED
        DISPLAY "AVISO: SUPQUAL.DAT excede ", WS-MAX-QUALITY,
                " registros - historico de qualidade nao gravado."
    ELSE
        PERFORM Purge-Quality-Entries
        PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                UNTIL WS-SUP-IDX > WS-SUPPLIER-COUNT
            IF WS-SUP-CHANNEL(WS-SUP-IDX) NOT = SPACES
                PERFORM Add-Quality-Entry
            END-IF
        END-PERFORM
        IF NOT QUALITY-TABLE-OVERFLOWED
            PERFORM Save-Quality-History
        ELSE
            DISPLAY "AVISO: SUPQUAL.DAT excede ", WS-MAX-QUALITY,
                    " registros - historico de qualidade nao gravado."
        END-IF
    END-IF.

Load-Quality-History.
    MOVE 0 TO WS-QUALITY-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT SUPPLIER-QUALITY
    IF WS-QUALITY-STATUS = '00'
        PERFORM UNTIL END-OF-INTAKE-FILE
            READ SUPPLIER-QUALITY
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-QUALITY-COUNT < WS-MAX-QUALITY
                        ADD 1 TO WS-QUALITY-COUNT
                        MOVE SQ-BUSINESS-DATE
                            TO WS-Q-DATE(WS-QUALITY-COUNT)
                        MOVE SQ-CHANNEL
                            TO WS-Q-CHANNEL(WS-QUALITY-COUNT)
                        MOVE SQ-RECEIVED
                            TO WS-Q-RECEIVED(WS-QUALITY-COUNT)
                        MOVE SQ-ACCEPTED
                            TO WS-Q-ACCEPTED(WS-QUALITY-COUNT)
                        MOVE SQ-REJECTED
                            TO WS-Q-REJECTED(WS-QUALITY-COUNT)
                        PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                                UNTIL WS-REASON-IDX > 8
                            MOVE SQ-REJ-COUNT(WS-REASON-IDX)
                                TO WS-Q-REASON(WS-QUALITY-COUNT,
                                               WS-REASON-IDX)
                        END-PERFORM
                    ELSE
                        MOVE 'Y' TO WS-QUALITY-OVERFLOW-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUPPLIER-QUALITY
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Purge-Quality-Entries.
    MOVE 0 TO WS-KEEP-IDX
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-QUALITY-COUNT
        IF WS-Q-DATE(WS-SCAN-IDX) NOT = WS-CURRENT-DATE-NUM
            ADD 1 TO WS-KEEP-IDX
            IF WS-KEEP-IDX NOT = WS-SCAN-IDX
                MOVE WS-Q-ENTRY(WS-SCAN-IDX)
                    TO WS-Q-ENTRY(WS-KEEP-IDX)
            END-IF
        END-IF
    END-PERFORM
    MOVE WS-KEEP-IDX TO WS-QUALITY-COUNT.

Add-Quality-Entry.
    IF WS-QUALITY-COUNT < WS-MAX-QUALITY
        ADD 1 TO WS-QUALITY-COUNT
        MOVE WS-CURRENT-DATE-NUM
            TO WS-Q-DATE(WS-QUALITY-COUNT)
        MOVE WS-SUP-CHANNEL(WS-SUP-IDX)
            TO WS-Q-CHANNEL(WS-QUALITY-COUNT)
        MOVE WS-SUP-READ(WS-SUP-IDX)
            TO WS-Q-RECEIVED(WS-QUALITY-COUNT)
        MOVE WS-SUP-CLEAN(WS-SUP-IDX)
            TO WS-Q-ACCEPTED(WS-QUALITY-COUNT)
        MOVE WS-SUP-REJ(WS-SUP-IDX)
            TO WS-Q-REJECTED(WS-QUALITY-COUNT)
        PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                UNTIL WS-REASON-IDX > 8
            MOVE WS-SUP-REASON(WS-SUP-IDX, WS-REASON-IDX)
                TO WS-Q-REASON(WS-QUALITY-COUNT, WS-REASON-IDX)
        END-PERFORM
    ELSE
        MOVE 'Y' TO WS-QUALITY-OVERFLOW-SW
    END-IF.

Save-Quality-History.
    OPEN OUTPUT SUPPLIER-QUALITY
    IF WS-QUALITY-STATUS NOT = '00'
        DISPLAY "AVISO: SUPQUAL.DAT nao gravado, status: ",
                WS-QUALITY-STATUS
    ELSE
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-QUALITY-COUNT
            MOVE WS-Q-DATE(WS-SCAN-IDX)     TO SQ-BUSINESS-DATE
            MOVE WS-Q-CHANNEL(WS-SCAN-IDX)  TO SQ-CHANNEL
            MOVE WS-Q-RECEIVED(WS-SCAN-IDX) TO SQ-RECEIVED
            MOVE WS-Q-ACCEPTED(WS-SCAN-IDX) TO SQ-ACCEPTED
            MOVE WS-Q-REJECTED(WS-SCAN-IDX) TO SQ-REJECTED
            PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                    UNTIL WS-REASON-IDX > 8
                MOVE WS-Q-REASON(WS-SCAN-IDX, WS-REASON-IDX)
                    TO SQ-REJ-COUNT(WS-REASON-IDX)
            END-PERFORM
            WRITE SUPPLIER-QUALITY-RECORD
        END-PERFORM
        CLOSE SUPPLIER-QUALITY
    END-IF.

Load-Registry.
    *> Tonight's earlier attempt, if any, is squeezed out on load so
    *> a rerun judges the same files against the same history.
    MOVE 0 TO WS-REGISTRY-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT SUPPLIER-REGISTRY
    IF WS-REGISTRY-STATUS = '00'
        PERFORM UNTIL END-OF-INTAKE-FILE
            READ SUPPLIER-REGISTRY
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF IR-BUSINESS-DATE NOT = WS-CURRENT-DATE-NUM
                        PERFORM Load-One-Registry-Entry
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUPPLIER-REGISTRY
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    IF REGISTRY-TABLE-OVERFLOWED
        DISPLAY "AVISO: SUPREG.DAT excede ", WS-MAX-REGISTRY,
                " registros - sequencia conferida so em parte."
    END-IF.

Load-One-Registry-Entry.
    IF WS-REGISTRY-COUNT < WS-MAX-REGISTRY
        ADD 1 TO WS-REGISTRY-COUNT
        MOVE IR-CHANNEL       TO WS-G-CHANNEL(WS-REGISTRY-COUNT)
        MOVE IR-FILE-SEQ      TO WS-G-FILE-SEQ(WS-REGISTRY-COUNT)
        MOVE IR-CREATION-DATE TO WS-G-CREATION-DATE(WS-REGISTRY-COUNT)
        MOVE IR-RECORD-COUNT  TO WS-G-RECORD-COUNT(WS-REGISTRY-COUNT)
        MOVE IR-BUSINESS-DATE TO WS-G-BUSINESS-DATE(WS-REGISTRY-COUNT)
        MOVE IR-STATUS        TO WS-G-STATUS(WS-REGISTRY-COUNT)
        MOVE IR-GAP-COUNT     TO WS-G-GAP-COUNT(WS-REGISTRY-COUNT)
        MOVE IR-REFUSAL-TEXT  TO WS-G-REFUSAL-TEXT(WS-REGISTRY-COUNT)
    ELSE
        MOVE 'Y' TO WS-REGISTRY-OVERFLOW-SW
    END-IF.

Save-Registry.
    *> An overflowed table would drop history on rewrite, so the
    *> file is left as it was and the night's entries are lost
    *> instead -- the warning above already asked for a purge.
    IF REGISTRY-TABLE-OVERFLOWED
        DISPLAY "AVISO: SUPREG.DAT nao regravado."
    ELSE
        OPEN OUTPUT SUPPLIER-REGISTRY
        IF WS-REGISTRY-STATUS NOT = '00'
            DISPLAY "AVISO: SUPREG.DAT nao gravado, status: ",
                    WS-REGISTRY-STATUS
        ELSE
            PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX > WS-REGISTRY-COUNT
                MOVE WS-G-CHANNEL(WS-SCAN-IDX)       TO IR-CHANNEL
                MOVE WS-G-FILE-SEQ(WS-SCAN-IDX)      TO IR-FILE-SEQ
                MOVE WS-G-CREATION-DATE(WS-SCAN-IDX)
                    TO IR-CREATION-DATE
                MOVE WS-G-RECORD-COUNT(WS-SCAN-IDX)  TO IR-RECORD-COUNT
                MOVE WS-G-BUSINESS-DATE(WS-SCAN-IDX)
                    TO IR-BUSINESS-DATE
                MOVE WS-G-STATUS(WS-SCAN-IDX)        TO IR-STATUS
                MOVE WS-G-GAP-COUNT(WS-SCAN-IDX)     TO IR-GAP-COUNT
                MOVE WS-G-REFUSAL-TEXT(WS-SCAN-IDX)  TO IR-REFUSAL-TEXT
                WRITE SUPPLIER-REGISTRY-RECORD
            END-PERFORM
            CLOSE SUPPLIER-REGISTRY
        END-IF
    END-IF.
