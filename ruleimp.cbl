IDENTIFICATION DIVISION.
PROGRAM-ID.  RULEIMP.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT RUN-LOG ASSIGN TO "RUNLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-STATUS.

    SELECT RULES-FILE ASSIGN TO "data/rules.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RULES-STATUS.

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

    SELECT NEXT-CASE-CONTROL ASSIGN TO "CASENXT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEXTCASE-STATUS.

    SELECT CASE-QUEUE-FILE ASSIGN TO "CASEQUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-STATUS.

    SELECT TRANSACTION-FILE ASSIGN TO "data/transactions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRAN-STATUS.

    SELECT IMPACT-REPORT ASSIGN TO "RULEIMP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
COPY "runctlrec.cpy".

FD  RUN-LOG.
COPY "runlogrec.cpy".

FD  RULES-FILE.
COPY "rulerec.cpy".

FD  DECISION-HISTORY.
COPY "dechistrec.cpy".

FD  CUSTOMER-MASTER.
COPY "custrec.cpy".

FD  NEXT-CASE-CONTROL.
COPY "casenxtrec.cpy".

FD  CASE-QUEUE-FILE.
COPY "casequerec.cpy".

FD  TRANSACTION-FILE.
COPY "tranrec.cpy".

FD  IMPACT-REPORT.
01  IMPACT-REPORT-LINE           PIC X(100).

WORKING-STORAGE SECTION.

01  WS-RUNLOG-STATUS     PIC XX.
01  WS-RL-STEP-ID        PIC X(08) VALUE 'STEP012 '.
01  WS-RL-PROGRAM        PIC X(08) VALUE 'RULEIMP '.
01  WS-RL-START-TIME     PIC 9(8).
01  WS-RL-END-TIME       PIC 9(8).
01  WS-RL-START-SECS     PIC 9(6).
01  WS-RL-END-SECS       PIC 9(6).
01  WS-RL-SYSTEM-DATE    PIC 9(8).

01  WS-RUNCTL-STATUS     PIC XX.
01  WS-RULES-STATUS      PIC XX.
01  WS-HISTORY-STATUS    PIC XX.
01  WS-CUST-STATUS       PIC XX.
01  WS-NEXTCASE-STATUS   PIC XX.
01  WS-QUEUE-STATUS      PIC XX.
01  WS-TRAN-STATUS       PIC XX.
01  WS-REPORT-STATUS     PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-FATAL-SWITCH      PIC X(01) VALUE 'N'.
    88  FATAL-ERROR                  VALUE 'Y'.

*> Rules that have stopped being in force: retired outright, or
*> past a RULE-EXPIRY-DATE that the business date has overtaken
*> (CONDICIONAL's Lookup-Code stops passing a code the day after
*> its expiry). Every eligible decision still standing on one of
*> these codes is stale and goes back for re-evaluation.
01  WS-MAX-RULES         PIC 9(4)  VALUE 500.
01  WS-IMPACT-RULE-COUNT PIC 9(4)  VALUE 0.
01  WS-IMPACT-RULE-TABLE.
    05  WS-IR-ENTRY OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-IMPACT-RULE-COUNT.
        10  WS-IR-CODE           PIC X(05).
        10  WS-IR-REASON         PIC X(01).
        10  WS-IR-EXP-DATE       PIC 9(8).
        10  WS-IR-AFFECTED       PIC 9(6).
        10  WS-IR-QUEUED         PIC 9(6).
01  WS-RULE-READ-COUNT   PIC 9(4)  VALUE 0.
01  WS-RULE-IDX          PIC 9(4).
01  WS-FOUND-RULE-IDX    PIC 9(4)  VALUE 0.

*> Affected customer/code pairs, collected off DECHIST before any
*> case is queued so the case numbers can be reserved in one block.
*> A night with more than the table holds queues what fits; the
*> rest are still eligible on DECHIST and are picked up next night.
01  WS-MAX-CANDIDATES    PIC 9(4)  VALUE 5000.
01  WS-CAND-COUNT        PIC 9(4)  VALUE 0.
01  WS-CAND-TABLE.
    05  WS-C-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-CAND-COUNT.
        10  WS-C-CUST-ID         PIC 9(6).
        10  WS-C-CODE            PIC X(05).
        10  WS-C-RULE-IDX        PIC 9(4).
        10  WS-C-LAST-CASE-ID    PIC X(10).
        10  WS-C-RUN-DATE        PIC 9(8).
        10  WS-C-CHANNEL         PIC X(02).
        10  WS-C-ACTION          PIC X(01).
            88  CAND-TO-QUEUE           VALUE 'Q'.
        10  WS-C-NEW-CASE-ID     PIC X(10).
01  WS-CAND-OVERFLOW-SW  PIC X(01) VALUE 'N'.
    88  CANDIDATES-OVERFLOWED       VALUE 'Y'.
01  WS-CAND-IDX          PIC 9(4).

*> Cases still open on CASEQUE.DAT: pending, or released tonight
*> (a rerun of the chain). A pair already riding on one of them is
*> not queued a second time.
01  WS-MAX-QUEUE         PIC 9(4)  VALUE 5000.
01  WS-OPEN-CASE-COUNT   PIC 9(4)  VALUE 0.
01  WS-OPEN-CASE-TABLE.
    05  WS-OC-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-OPEN-CASE-COUNT.
        10  WS-OC-CUST-ID        PIC 9(6).
        10  WS-OC-CODE-AREA.
            15  WS-OC-CODE       OCCURS 5 TIMES PIC X(05).
01  WS-QUEUE-READ-COUNT  PIC 9(6)  VALUE 0.
01  WS-QUEUE-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  QUEUE-OVERFLOWED            VALUE 'Y'.
01  WS-SCAN-IDX          PIC 9(4).
01  WS-CODE-SLOT-IDX     PIC 9(01).
01  WS-ALREADY-QUEUED-SW PIC X(01) VALUE 'N'.
    88  PAIR-ALREADY-QUEUED         VALUE 'Y'.

*> Source-channel totals: the two supplier files, the interactive
*> capture, and everything else (customers captured before the
*> channel was recorded, or missing from the master).
01  WS-CHANNEL-TABLE.
    05  WS-CH-ENTRY OCCURS 4 TIMES.
        10  WS-CH-CODE           PIC X(02).
        10  WS-CH-AFFECTED       PIC 9(6).
        10  WS-CH-QUEUED         PIC 9(6).
01  WS-CH-IDX            PIC 9(01).

01  WS-NEXT-CASE-NBR     PIC 9(6)  VALUE 0.
01  WS-HIGH-CASE-NBR     PIC 9(6)  VALUE 0.
01  WS-NEW-CASE-ID.
    05  WS-NEW-CASE-PREFIX   PIC X(04) VALUE 'REAV'.
    05  WS-NEW-CASE-NBR      PIC 9(06).
01  WS-SCAN-CASE-ID.
    05  WS-SCAN-CASE-PREFIX  PIC X(04).
    05  WS-SCAN-CASE-NBR     PIC X(06).
01  WS-CASE-NBR-READY-SW PIC X(01) VALUE 'N'.
    88  CASE-NBRS-READY             VALUE 'Y'.

01  WS-HISTORY-READ-COUNT PIC 9(6) VALUE 0.
01  WS-AFFECTED-COUNT    PIC 9(6)  VALUE 0.
01  WS-TO-QUEUE-COUNT    PIC 9(6)  VALUE 0.
01  WS-QUEUED-COUNT      PIC 9(6)  VALUE 0.

01  WS-CURRENT-DATE-NUM  PIC 9(8)  VALUE 0.
01  WS-CURRENT-TIME      PIC 9(8).
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

01  WS-REPORT-HEADER-1.
    05  FILLER               PIC X(40) VALUE
        "IMPACTO DE MUDANCA DE REGRAS - RULEIMP  ".
    05  FILLER               PIC X(12) VALUE "DATA-BASE: ".
    05  H1-DATE              PIC 9999/99/99.

01  WS-REPORT-RULE-LINE.
    05  FILLER               PIC X(08) VALUE "REGRA: ".
    05  RR-CODE              PIC X(05).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RR-REASON            PIC X(30).
    05  RR-EXP-DATE          PIC 9999/99/99.

01  WS-REPORT-HEADER-2.
    05  FILLER               PIC X(08) VALUE "REGRA".
    05  FILLER               PIC X(09) VALUE "CLIENTE".
    05  FILLER               PIC X(07) VALUE "CANAL".
    05  FILLER               PIC X(12) VALUE "ULTIMO CASO".
    05  FILLER               PIC X(12) VALUE "DECIDIDO EM".
    05  FILLER               PIC X(30) VALUE "ACAO".

01  WS-REPORT-DETAIL.
    05  RD-CODE              PIC X(05).
    05  FILLER               PIC X(03) VALUE SPACES.
    05  RD-CUST-ID           PIC 9(06).
    05  FILLER               PIC X(03) VALUE SPACES.
    05  RD-CHANNEL           PIC X(02).
    05  FILLER               PIC X(05) VALUE SPACES.
    05  RD-LAST-CASE-ID      PIC X(10).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-RUN-DATE          PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-ACTION            PIC X(45).

01  WS-REPORT-SECTION-RULES.
    05  FILLER               PIC X(40) VALUE
        "-- TOTAIS POR REGRA                     ".

01  WS-REPORT-SECTION-CHANNELS.
    05  FILLER               PIC X(40) VALUE
        "-- TOTAIS POR CANAL DE ORIGEM           ".

01  WS-REPORT-TOTAL-HEADER.
    05  FILLER               PIC X(14) VALUE SPACES.
    05  FILLER               PIC X(12) VALUE "   AFETADOS".
    05  FILLER               PIC X(14) VALUE "  REAVALIACOES".
    05  FILLER               PIC X(16) VALUE "  NAO REAVALIADO".

01  WS-REPORT-TOTAL-DETAIL.
    05  RT-LABEL             PIC X(14).
    05  RT-AFFECTED          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  RT-QUEUED            PIC ZZZ,ZZZ,ZZ9.
    05  FILLER               PIC X(05) VALUE SPACES.
    05  RT-SKIPPED           PIC ZZZ,ZZZ,ZZ9.

01  WS-REPORT-EMPTY.
    05  FILLER               PIC X(50) VALUE
        "Nenhuma regra aposentada ou expirada no arquivo.  ".

01  WS-REPORT-NO-PAIRS.
    05  FILLER               PIC X(50) VALUE
        "Nenhuma decisao elegivel pendente de reavaliacao. ".

PROCEDURE DIVISION.
Begin.
    PERFORM Read-Business-Date
    PERFORM Write-Run-Log-Start
    IF NOT FATAL-ERROR
        PERFORM Load-Impact-Rules
    END-IF
    IF FATAL-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM Write-Run-Log-End
        STOP RUN
    END-IF

    OPEN OUTPUT IMPACT-REPORT
    PERFORM Write-Report-Header
    PERFORM Init-Channel-Table

    IF WS-IMPACT-RULE-COUNT = 0
        MOVE WS-REPORT-EMPTY TO IMPACT-REPORT-LINE
        WRITE IMPACT-REPORT-LINE
    ELSE
        PERFORM Load-Open-Cases
        PERFORM Collect-Affected-Pairs
        IF NOT FATAL-ERROR
            PERFORM Classify-Affected-Pairs
        END-IF
        IF NOT FATAL-ERROR AND WS-TO-QUEUE-COUNT > 0
            PERFORM Reserve-Case-Numbers
            IF CASE-NBRS-READY
                PERFORM Queue-Reevaluation-Cases
            END-IF
        END-IF
        PERFORM Write-Impact-Details
        PERFORM Write-Rule-Totals
        PERFORM Write-Channel-Totals
    END-IF
    CLOSE IMPACT-REPORT

    DISPLAY "Regras fora de vigencia: ", WS-IMPACT-RULE-COUNT,
            " pares afetados: ", WS-AFFECTED-COUNT,
            " casos de reavaliacao: ", WS-QUEUED-COUNT
    EVALUATE TRUE
        WHEN FATAL-ERROR
            MOVE 12 TO RETURN-CODE
        WHEN WS-QUEUED-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    PERFORM Write-Run-Log-End
    STOP RUN.

Write-Run-Log-Start.
    ACCEPT WS-RL-START-TIME FROM TIME
    ACCEPT WS-RL-SYSTEM-DATE FROM DATE YYYYMMDD
    MOVE 'S' TO RL-EVENT
    MOVE 0   TO RL-RETURN-CODE
    MOVE 0   TO RL-RECORD-COUNT
    MOVE 0   TO RL-ELAPSED-SECS
    MOVE WS-RL-START-TIME TO RL-TS-TIME
    PERFORM Write-Run-Log-Record.

Write-Run-Log-End.
    ACCEPT WS-RL-END-TIME FROM TIME
    *> TIME is hhmmsscc; the difference in whole seconds, corrected
    *> by a day when the step ran across midnight.
    COMPUTE WS-RL-START-SECS =
        WS-RL-START-TIME / 1000000 * 3600
        + FUNCTION MOD(WS-RL-START-TIME / 10000, 100) * 60
        + FUNCTION MOD(WS-RL-START-TIME / 100, 100)
    COMPUTE WS-RL-END-SECS =
        WS-RL-END-TIME / 1000000 * 3600
        + FUNCTION MOD(WS-RL-END-TIME / 10000, 100) * 60
        + FUNCTION MOD(WS-RL-END-TIME / 100, 100)
    IF WS-RL-END-SECS < WS-RL-START-SECS
        ADD 86400 TO WS-RL-END-SECS
    END-IF
    MOVE 'E' TO RL-EVENT
    MOVE RETURN-CODE TO RL-RETURN-CODE
    COMPUTE RL-ELAPSED-SECS = WS-RL-END-SECS - WS-RL-START-SECS
    MOVE WS-HISTORY-READ-COUNT TO RL-RECORD-COUNT
    MOVE WS-RL-END-TIME TO RL-TS-TIME
    PERFORM Write-Run-Log-Record.

Write-Run-Log-Record.
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-STATUS = '05' OR WS-RUNLOG-STATUS = '35'
        CLOSE RUN-LOG
        OPEN OUTPUT RUN-LOG
    END-IF
    MOVE 'NIGHTLY ' TO RL-JOB-ID
    MOVE WS-RL-STEP-ID TO RL-STEP-ID
    MOVE WS-RL-PROGRAM TO RL-PROGRAM
    MOVE WS-CURRENT-DATE-NUM TO RL-BUSINESS-DATE
    MOVE WS-RL-SYSTEM-DATE TO RL-TS-DATE
    WRITE RUN-LOG-RECORD
    IF WS-RUNLOG-STATUS NOT = '00'
        DISPLAY "AVISO: run log nao gravado, status: ",
                WS-RUNLOG-STATUS
    END-IF
    CLOSE RUN-LOG.

Read-Business-Date.
    *> The processing date is the official business date from the
    *> run control, NOT the wall clock: "reached its expiry" means
    *> reached it on the night being processed.
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
    END-IF
    IF FATAL-ERROR
        DISPLAY "Controle de data-base RUNCTL.DAT indisponivel, "
                "status: ", WS-RUNCTL-STATUS
    END-IF.

Load-Impact-Rules.
    *> Same defaults CONDICIONAL applies to rows written before the
    *> dating fields: blank expiry = none, blank status = active.
    MOVE 0 TO WS-IMPACT-RULE-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT RULES-FILE
    IF WS-RULES-STATUS NOT = '00'
        DISPLAY "data/rules.dat indisponivel, status: ",
                WS-RULES-STATUS
        SET FATAL-ERROR TO TRUE
    ELSE
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ RULES-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-RULE-READ-COUNT
                    IF RULE-EXPIRY-DATE IS NOT NUMERIC
                        MOVE 0 TO RULE-EXPIRY-DATE
                    END-IF
                    IF (RULE-IS-RETIRED
                        OR (RULE-EXPIRY-DATE NOT = 0
                            AND RULE-EXPIRY-DATE
                                < WS-CURRENT-DATE-NUM))
                       AND WS-IMPACT-RULE-COUNT < WS-MAX-RULES
                        ADD 1 TO WS-IMPACT-RULE-COUNT
                        MOVE RULE-CODE
                            TO WS-IR-CODE(WS-IMPACT-RULE-COUNT)
                        MOVE RULE-EXPIRY-DATE
                            TO WS-IR-EXP-DATE(WS-IMPACT-RULE-COUNT)
                        IF RULE-IS-RETIRED
                            MOVE 'R'
                                TO WS-IR-REASON(WS-IMPACT-RULE-COUNT)
                        ELSE
                            MOVE 'E'
                                TO WS-IR-REASON(WS-IMPACT-RULE-COUNT)
                        END-IF
                        MOVE 0 TO WS-IR-AFFECTED(WS-IMPACT-RULE-COUNT)
                        MOVE 0 TO WS-IR-QUEUED(WS-IMPACT-RULE-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RULES-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Init-Channel-Table.
    MOVE '01' TO WS-CH-CODE(1)
    MOVE '02' TO WS-CH-CODE(2)
    MOVE 'OL' TO WS-CH-CODE(3)
    MOVE '--' TO WS-CH-CODE(4)
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > 4
        MOVE 0 TO WS-CH-AFFECTED(WS-CH-IDX)
        MOVE 0 TO WS-CH-QUEUED(WS-CH-IDX)
    END-PERFORM.

Load-Open-Cases.
    *> Also notes the highest case number on the queue, in case the
    *> numbering control has to be seeded (see Reserve-Case-Numbers).
    MOVE 0 TO WS-OPEN-CASE-COUNT
    MOVE 0 TO WS-HIGH-CASE-NBR
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CASE-QUEUE-FILE
    IF WS-QUEUE-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CASE-QUEUE-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-QUEUE-READ-COUNT
                    MOVE CQ-CASE-ID TO WS-SCAN-CASE-ID
                    PERFORM Note-High-Case-Nbr
                    IF CQ-PENDING
                       OR (CQ-RELEASED
                           AND CQ-STATUS-DATE = WS-CURRENT-DATE-NUM)
                        IF WS-OPEN-CASE-COUNT < WS-MAX-QUEUE
                            ADD 1 TO WS-OPEN-CASE-COUNT
                            MOVE CQ-CUST-ID
                                TO WS-OC-CUST-ID(WS-OPEN-CASE-COUNT)
                            MOVE CQ-CODE-AREA
                                TO WS-OC-CODE-AREA(WS-OPEN-CASE-COUNT)
                        ELSE
                            MOVE 'Y' TO WS-QUEUE-OVERFLOW-SW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CASE-QUEUE-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    IF QUEUE-OVERFLOWED
        DISPLAY "AVISO: CASEQUE.DAT excede ", WS-MAX-QUEUE,
                " casos em aberto - reavaliacoes nao geradas nesta "
                "execucao."
    END-IF.

Collect-Affected-Pairs.
    *> DECHIST is keyed customer-first, so a code-wide question is a
    *> full pass. A missing history simply means nothing has been
    *> decided yet -- nothing to re-evaluate.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT DECISION-HISTORY
    IF WS-HISTORY-STATUS NOT = '00'
        DISPLAY "AVISO: DECHIST.IDX indisponivel, status: ",
                WS-HISTORY-STATUS, " - nenhum par avaliado."
    ELSE
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ DECISION-HISTORY NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-HISTORY-READ-COUNT
                    IF DH-ELIGIBLE
                        PERFORM Find-Impact-Rule
                        IF WS-FOUND-RULE-IDX NOT = 0
                            PERFORM Add-Candidate
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DECISION-HISTORY
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    IF CANDIDATES-OVERFLOWED
        DISPLAY "AVISO: mais de ", WS-MAX-CANDIDATES,
                " pares afetados - o restante fica para a proxima "
                "execucao."
    END-IF.

Find-Impact-Rule.
    MOVE 0 TO WS-FOUND-RULE-IDX
    PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > WS-IMPACT-RULE-COUNT
               OR WS-FOUND-RULE-IDX NOT = 0
        IF WS-IR-CODE(WS-RULE-IDX) = DH-CODE
            MOVE WS-RULE-IDX TO WS-FOUND-RULE-IDX
        END-IF
    END-PERFORM.

Add-Candidate.
    IF WS-CAND-COUNT < WS-MAX-CANDIDATES
        ADD 1 TO WS-CAND-COUNT
        MOVE DH-CUST-ID         TO WS-C-CUST-ID(WS-CAND-COUNT)
        MOVE DH-CODE            TO WS-C-CODE(WS-CAND-COUNT)
        MOVE WS-FOUND-RULE-IDX  TO WS-C-RULE-IDX(WS-CAND-COUNT)
        MOVE DH-CASE-ID         TO WS-C-LAST-CASE-ID(WS-CAND-COUNT)
        MOVE DH-RUN-DATE        TO WS-C-RUN-DATE(WS-CAND-COUNT)
        MOVE SPACES             TO WS-C-CHANNEL(WS-CAND-COUNT)
        MOVE SPACE              TO WS-C-ACTION(WS-CAND-COUNT)
        MOVE SPACES             TO WS-C-NEW-CASE-ID(WS-CAND-COUNT)
    ELSE
        MOVE 'Y' TO WS-CAND-OVERFLOW-SW
    END-IF.

Classify-Affected-Pairs.
    *> Only an active customer is re-judged -- the same rule CASEENT
    *> applies to a desk-entered case. Inactive and merged customers
    *> are reported, not queued.
    OPEN INPUT CUSTOMER-MASTER
    IF WS-CUST-STATUS NOT = '00'
        DISPLAY "CUSTMAST.IDX indisponivel, status: ", WS-CUST-STATUS
        SET FATAL-ERROR TO TRUE
    ELSE
        PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > WS-CAND-COUNT
            PERFORM Classify-One-Pair
        END-PERFORM
        CLOSE CUSTOMER-MASTER
    END-IF.

Classify-One-Pair.
    ADD 1 TO WS-AFFECTED-COUNT
    MOVE WS-C-RULE-IDX(WS-CAND-IDX) TO WS-RULE-IDX
    ADD 1 TO WS-IR-AFFECTED(WS-RULE-IDX)
    MOVE WS-C-CUST-ID(WS-CAND-IDX) TO CUST-ID
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE 'X' TO WS-C-ACTION(WS-CAND-IDX)
        NOT INVALID KEY
            MOVE CUST-SOURCE-CHANNEL TO WS-C-CHANNEL(WS-CAND-IDX)
            EVALUATE TRUE
                WHEN CUST-MERGED-AWAY
                    MOVE 'M' TO WS-C-ACTION(WS-CAND-IDX)
                WHEN CUST-DEACTIVATED
                    MOVE 'I' TO WS-C-ACTION(WS-CAND-IDX)
                WHEN OTHER
                    PERFORM Check-Pair-Already-Queued
                    EVALUATE TRUE
                        WHEN PAIR-ALREADY-QUEUED
                            MOVE 'P' TO WS-C-ACTION(WS-CAND-IDX)
                        WHEN QUEUE-OVERFLOWED
                            MOVE 'O' TO WS-C-ACTION(WS-CAND-IDX)
                        WHEN OTHER
                            MOVE 'Q' TO WS-C-ACTION(WS-CAND-IDX)
                            ADD 1 TO WS-TO-QUEUE-COUNT
                    END-EVALUATE
            END-EVALUATE
    END-READ
    PERFORM Find-Channel-Slot
    ADD 1 TO WS-CH-AFFECTED(WS-CH-IDX).

Check-Pair-Already-Queued.
    MOVE 'N' TO WS-ALREADY-QUEUED-SW
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-OPEN-CASE-COUNT
               OR PAIR-ALREADY-QUEUED
        IF WS-OC-CUST-ID(WS-SCAN-IDX) = WS-C-CUST-ID(WS-CAND-IDX)
            PERFORM VARYING WS-CODE-SLOT-IDX FROM 1 BY 1
                    UNTIL WS-CODE-SLOT-IDX > 5
                IF WS-OC-CODE(WS-SCAN-IDX, WS-CODE-SLOT-IDX)
                   = WS-C-CODE(WS-CAND-IDX)
                    MOVE 'Y' TO WS-ALREADY-QUEUED-SW
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

Find-Channel-Slot.
    EVALUATE WS-C-CHANNEL(WS-CAND-IDX)
        WHEN '01'
            MOVE 1 TO WS-CH-IDX
        WHEN '02'
            MOVE 2 TO WS-CH-IDX
        WHEN 'OL'
            MOVE 3 TO WS-CH-IDX
        WHEN OTHER
            MOVE 4 TO WS-CH-IDX
    END-EVALUATE.

Reserve-Case-Numbers.
    *> CASEENT's reservation discipline, for a whole block at once:
    *> the control file is bumped past every number about to be used
    *> BEFORE the queue is written, so an abend in between costs a
    *> gap, never a reused CASE-ID. A site without the control file
    *> is seeded the way CASEENT seeds it.
    MOVE 'N' TO WS-CASE-NBR-READY-SW
    MOVE 0 TO WS-NEXT-CASE-NBR
    OPEN INPUT NEXT-CASE-CONTROL
    IF WS-NEXTCASE-STATUS = '00'
        READ NEXT-CASE-CONTROL
            NOT AT END
                MOVE NEXT-CASE-NBR TO WS-NEXT-CASE-NBR
        END-READ
        CLOSE NEXT-CASE-CONTROL
    END-IF
    IF WS-NEXT-CASE-NBR = 0
        PERFORM Seed-Next-Case-Nbr
    END-IF
    IF WS-NEXT-CASE-NBR = 0
       OR WS-NEXT-CASE-NBR + WS-TO-QUEUE-COUNT - 1 > 999999
        DISPLAY "Numeracao de casos esgotada ou ilegivel em "
                "CASENXT.DAT - reavaliacoes nao geradas."
        SET FATAL-ERROR TO TRUE
    ELSE
        MOVE WS-NEXT-CASE-NBR TO WS-NEW-CASE-NBR
        ADD WS-TO-QUEUE-COUNT TO WS-NEXT-CASE-NBR
        OPEN OUTPUT NEXT-CASE-CONTROL
        MOVE WS-NEXT-CASE-NBR    TO NEXT-CASE-NBR
        MOVE WS-CURRENT-DATE-NUM TO NEXT-CASE-UPDATE-DATE
        ACCEPT NEXT-CASE-UPDATE-TIME FROM TIME
        WRITE NEXT-CASE-CONTROL-RECORD
        IF WS-NEXTCASE-STATUS = '00'
            MOVE 'Y' TO WS-CASE-NBR-READY-SW
        ELSE
            DISPLAY "CASENXT.DAT nao gravado, status: ",
                    WS-NEXTCASE-STATUS, " - reavaliacoes nao geradas."
            SET FATAL-ERROR TO TRUE
        END-IF
        CLOSE NEXT-CASE-CONTROL
    END-IF.

Seed-Next-Case-Nbr.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT TRANSACTION-FILE
    IF WS-TRAN-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ TRANSACTION-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    MOVE TRAN-CASE-ID TO WS-SCAN-CASE-ID
                    PERFORM Note-High-Case-Nbr
            END-READ
        END-PERFORM
        CLOSE TRANSACTION-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    COMPUTE WS-NEXT-CASE-NBR = WS-HIGH-CASE-NBR + 1
    DISPLAY "CASENXT.DAT inexistente - numeracao semeada a partir "
            "de ", WS-NEXT-CASE-NBR.

Note-High-Case-Nbr.
    IF (WS-SCAN-CASE-PREFIX = 'CASE' OR WS-SCAN-CASE-PREFIX = 'REAV')
       AND WS-SCAN-CASE-NBR IS NUMERIC
        IF WS-SCAN-CASE-NBR > WS-HIGH-CASE-NBR
            MOVE WS-SCAN-CASE-NBR TO WS-HIGH-CASE-NBR
        END-IF
    END-IF.

Queue-Reevaluation-Cases.
    *> One single-code case per pair, pending on CASEQUE.DAT exactly
    *> as a desk entry would be, so TRANXCHK releases it into
    *> tonight's run and CONDICIONAL re-decides the pair (the history
    *> and DECLTR's letter follow from that). The "REAV" prefix and
    *> the 'S' origin mark it system-generated all the way through;
    *> CONDICIONAL keeps a failed REAV case off REJECT.DAT, so the
    *> expected 'N' never opens a workbench exception.
    OPEN EXTEND CASE-QUEUE-FILE
    IF WS-QUEUE-STATUS = '05' OR WS-QUEUE-STATUS = '35'
        CLOSE CASE-QUEUE-FILE
        OPEN OUTPUT CASE-QUEUE-FILE
    END-IF
    ACCEPT WS-CURRENT-TIME FROM TIME
    PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
            UNTIL WS-CAND-IDX > WS-CAND-COUNT
        IF CAND-TO-QUEUE(WS-CAND-IDX)
            MOVE SPACES                    TO CASE-QUEUE-RECORD
            MOVE WS-NEW-CASE-ID            TO CQ-CASE-ID
            MOVE WS-C-CUST-ID(WS-CAND-IDX) TO CQ-CUST-ID
            MOVE WS-C-CODE(WS-CAND-IDX)    TO CQ-CODE(1)
            MOVE 'P'                       TO CQ-STATUS
            MOVE WS-CURRENT-DATE-NUM       TO CQ-ENTRY-DATE
            MOVE WS-CURRENT-TIME           TO CQ-ENTRY-TIME
            MOVE WS-RL-PROGRAM             TO CQ-OPERATOR-ID
            MOVE WS-CURRENT-DATE-NUM       TO CQ-STATUS-DATE
            MOVE 'S'                       TO CQ-ORIGIN
            WRITE CASE-QUEUE-RECORD
            IF WS-QUEUE-STATUS = '00'
                MOVE WS-NEW-CASE-ID TO WS-C-NEW-CASE-ID(WS-CAND-IDX)
                ADD 1 TO WS-QUEUED-COUNT
                MOVE WS-C-RULE-IDX(WS-CAND-IDX) TO WS-RULE-IDX
                ADD 1 TO WS-IR-QUEUED(WS-RULE-IDX)
                PERFORM Find-Channel-Slot
                ADD 1 TO WS-CH-QUEUED(WS-CH-IDX)
            ELSE
                DISPLAY "AVISO: caso nao gravado em CASEQUE.DAT para ",
                        WS-C-CUST-ID(WS-CAND-IDX), "/",
                        WS-C-CODE(WS-CAND-IDX), " status: ",
                        WS-QUEUE-STATUS
                MOVE 'W' TO WS-C-ACTION(WS-CAND-IDX)
            END-IF
            ADD 1 TO WS-NEW-CASE-NBR
        END-IF
    END-PERFORM
    CLOSE CASE-QUEUE-FILE.

Write-Report-Header.
    MOVE WS-CURRENT-DATE-NUM TO H1-DATE
    MOVE WS-REPORT-HEADER-1 TO IMPACT-REPORT-LINE
    WRITE IMPACT-REPORT-LINE
    MOVE SPACES TO IMPACT-REPORT-LINE
    WRITE IMPACT-REPORT-LINE.

Write-Impact-Details.
    PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > WS-IMPACT-RULE-COUNT
        MOVE WS-IR-CODE(WS-RULE-IDX) TO RR-CODE
        IF WS-IR-REASON(WS-RULE-IDX) = 'R'
            MOVE "APOSENTADA" TO RR-REASON
            MOVE 0 TO RR-EXP-DATE
        ELSE
            MOVE "EXPIRADA EM" TO RR-REASON
            MOVE WS-IR-EXP-DATE(WS-RULE-IDX) TO RR-EXP-DATE
        END-IF
        MOVE WS-REPORT-RULE-LINE TO IMPACT-REPORT-LINE
        IF WS-IR-REASON(WS-RULE-IDX) = 'R'
            MOVE SPACES TO IMPACT-REPORT-LINE(46:10)
        END-IF
        WRITE IMPACT-REPORT-LINE
    END-PERFORM
    MOVE SPACES TO IMPACT-REPORT-LINE
    WRITE IMPACT-REPORT-LINE
    IF WS-CAND-COUNT = 0
        MOVE WS-REPORT-NO-PAIRS TO IMPACT-REPORT-LINE
        WRITE IMPACT-REPORT-LINE
    ELSE
        MOVE WS-REPORT-HEADER-2 TO IMPACT-REPORT-LINE
        WRITE IMPACT-REPORT-LINE
        PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > WS-CAND-COUNT
            PERFORM Write-One-Detail
        END-PERFORM
    END-IF.

Write-One-Detail.
    MOVE WS-C-CODE(WS-CAND-IDX)         TO RD-CODE
    MOVE WS-C-CUST-ID(WS-CAND-IDX)      TO RD-CUST-ID
    MOVE WS-C-CHANNEL(WS-CAND-IDX)      TO RD-CHANNEL
    MOVE WS-C-LAST-CASE-ID(WS-CAND-IDX) TO RD-LAST-CASE-ID
    MOVE WS-C-RUN-DATE(WS-CAND-IDX)     TO RD-RUN-DATE
    MOVE SPACES                         TO RD-ACTION
    EVALUATE WS-C-ACTION(WS-CAND-IDX)
        WHEN 'Q'
            IF WS-C-NEW-CASE-ID(WS-CAND-IDX) = SPACES
                MOVE "REAVALIACAO NAO GERADA" TO RD-ACTION
            ELSE
                STRING "REAVALIACAO "
                       WS-C-NEW-CASE-ID(WS-CAND-IDX)
                    DELIMITED BY SIZE INTO RD-ACTION
            END-IF
        WHEN 'P'
            MOVE "JA NA FILA DE CASOS" TO RD-ACTION
        WHEN 'I'
            MOVE "CLIENTE INATIVO - NAO REAVALIADO" TO RD-ACTION
        WHEN 'M'
            MOVE "CLIENTE FUNDIDO - NAO REAVALIADO" TO RD-ACTION
        WHEN 'X'
            MOVE "SEM CADASTRO NO MASTER - NAO REAVALIADO"
                TO RD-ACTION
        WHEN 'O'
            MOVE "FILA CHEIA - PROXIMA EXECUCAO" TO RD-ACTION
        WHEN 'W'
            MOVE "FALHA AO GRAVAR NA FILA" TO RD-ACTION
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    MOVE WS-REPORT-DETAIL TO IMPACT-REPORT-LINE
    WRITE IMPACT-REPORT-LINE.

Write-Rule-Totals.
    MOVE SPACES TO IMPACT-REPORT-LINE
    WRITE IMPACT-REPORT-LINE
    MOVE WS-REPORT-SECTION-RULES TO IMPACT-REPORT-LINE
    WRITE IMPACT-REPORT-LINE
    MOVE WS-REPORT-TOTAL-HEADER TO IMPACT-REPORT-LINE
    WRITE IMPACT-REPORT-LINE
    PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > WS-IMPACT-RULE-COUNT
        MOVE SPACES TO RT-LABEL
        STRING "REGRA " WS-IR-CODE(WS-RULE-IDX)
            DELIMITED BY SIZE INTO RT-LABEL
        MOVE WS-IR-AFFECTED(WS-RULE-IDX) TO RT-AFFECTED
        MOVE WS-IR-QUEUED(WS-RULE-IDX)   TO RT-QUEUED
        COMPUTE RT-SKIPPED = WS-IR-AFFECTED(WS-RULE-IDX)
                           - WS-IR-QUEUED(WS-RULE-IDX)
        MOVE WS-REPORT-TOTAL-DETAIL TO IMPACT-REPORT-LINE
        WRITE IMPACT-REPORT-LINE
    END-PERFORM
    MOVE "TOTAL"           TO RT-LABEL
    MOVE WS-AFFECTED-COUNT TO RT-AFFECTED
    MOVE WS-QUEUED-COUNT   TO RT-QUEUED
    COMPUTE RT-SKIPPED = WS-AFFECTED-COUNT - WS-QUEUED-COUNT
    MOVE WS-REPORT-TOTAL-DETAIL TO IMPACT-REPORT-LINE
    WRITE IMPACT-REPORT-LINE.

Write-Channel-Totals.
    MOVE SPACES TO IMPACT-REPORT-LINE
    WRITE IMPACT-REPORT-LINE
    MOVE WS-REPORT-SECTION-CHANNELS TO IMPACT-REPORT-LINE
    WRITE IMPACT-REPORT-LINE
    MOVE WS-REPORT-TOTAL-HEADER TO IMPACT-REPORT-LINE
    WRITE IMPACT-REPORT-LINE
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > 4
        MOVE SPACES TO RT-LABEL
        IF WS-CH-IDX = 4
            MOVE "CANAL OUTROS" TO RT-LABEL
        ELSE
            STRING "CANAL " WS-CH-CODE(WS-CH-IDX)
                DELIMITED BY SIZE INTO RT-LABEL
        END-IF
        MOVE WS-CH-AFFECTED(WS-CH-IDX) TO RT-AFFECTED
        MOVE WS-CH-QUEUED(WS-CH-IDX)   TO RT-QUEUED
        COMPUTE RT-SKIPPED = WS-CH-AFFECTED(WS-CH-IDX)
                           - WS-CH-QUEUED(WS-CH-IDX)
        MOVE WS-REPORT-TOTAL-DETAIL TO IMPACT-REPORT-LINE
        WRITE IMPACT-REPORT-LINE
    END-PERFORM.
