        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

    SELECT MATCHED-TRAN-FILE ASSIGN TO "TRANOK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT CASE-QUEUE-FILE ASSIGN TO "CASEQUE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-STATUS.

    SELECT CHECK-REPORT ASSIGN TO "TRANXCHK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
FD  REJECT-WORK-FILE.
COPY "rejworkrec.cpy".

FD  CASE-QUEUE-FILE.
COPY "casequerec.cpy".

FD  CHECK-REPORT.
01  CHECK-REPORT-LINE           PIC X(100).

01  WS-MATCHED-STATUS    PIC XX.
01  WS-WORK-STATUS       PIC XX.
01  WS-REPORT-STATUS     PIC XX.
01  WS-QUEUE-STATUS      PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.
        10  WS-W-CASE-ID         PIC X(10).
        10  WS-W-STATUS          PIC X(01).

*> Cases keyed in through CASEENT since the last night; released
*> into this run's TRANOK.DAT and marked so they go only once.
01  WS-MAX-QUEUE         PIC 9(4)  VALUE 5000.
01  WS-QUEUE-COUNT       PIC 9(4)  VALUE 0.
01  WS-QUEUE-TABLE.
    05  WS-Q-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-QUEUE-COUNT.
        10  WS-Q-CASE-ID         PIC X(10).
        10  WS-Q-CUST-ID         PIC 9(6).
        10  WS-Q-CODE-AREA       PIC X(25).
        10  WS-Q-STATUS          PIC X(01).
        10  WS-Q-ENTRY-DATE      PIC 9(8).
        10  WS-Q-ENTRY-TIME      PIC 9(8).
        10  WS-Q-OPERATOR        PIC X(08).
        10  WS-Q-STATUS-DATE     PIC 9(8).
        10  WS-Q-ORIGIN          PIC X(01).
01  WS-QUEUE-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  QUEUE-OVERFLOWED            VALUE 'Y'.
01  WS-QUEUE-IDX         PIC 9(4).

01  WS-SCAN-IDX          PIC 9(4).
01  WS-ALREADY-OPEN-SW   PIC X(01) VALUE 'N'.
    88  CASE-ALREADY-OPEN           VALUE 'Y'.
01  WS-READ-COUNT        PIC 9(6)  VALUE 0.
01  WS-MATCHED-COUNT     PIC 9(6)  VALUE 0.
01  WS-ORPHAN-COUNT      PIC 9(6)  VALUE 0.
01  WS-QUEUED-COUNT      PIC 9(6)  VALUE 0.
01  WS-PURGED-COUNT      PIC 9(6)  VALUE 0.

01  WS-CURRENT-DATE-NUM  PIC 9(8)  VALUE 0.
01  WS-DATE-FOR-EDIT     PIC 9(8).
    05  FILLER               PIC X(02) VALUE ": ".
    05  L3-ORPHANS           PIC ZZZ,ZZ9.

01  WS-REPORT-LINE-4.
    05  FILLER               PIC X(30) VALUE "Das quais da fila CASEENT     ".
    05  FILLER               PIC X(02) VALUE ": ".
    05  L4-QUEUED            PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    PERFORM Read-Business-Date
        END-IF
        PERFORM Write-Report-Header
        PERFORM Check-Transactions
        PERFORM Release-Queued-Cases
        PERFORM Write-Report-Totals
        CLOSE TRANSACTION-FILE
        CLOSE CUSTOMER-MASTER
        *> the night is running transactions against the wrong master.
        DISPLAY "Transacoes lidas: ", WS-READ-COUNT,
                " Com cadastro: ", WS-MATCHED-COUNT,
                " Orfas: ", WS-ORPHAN-COUNT,
                " Da fila CASEENT: ", WS-QUEUED-COUNT
        IF WS-ORPHAN-COUNT > 0 OR QUEUE-OVERFLOWED
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
            ADD 1 TO WS-MATCHED-COUNT
    END-READ.

Release-Queued-Cases.
    *> This step is the cutoff for cases entered through CASEENT:
    *> every case still pending is released into tonight's TRANOK.DAT
    *> through the same customer match as the supplier file and
    *> marked released with the business date. TRANOK.DAT is rebuilt
    *> from scratch each run, so a rerun of the same business date
    *> releases that night's cases again instead of losing them. The
    *> queue is optional -- a site with no desk-entered cases has no
    *> CASEQUE.DAT at all.
    MOVE 0 TO WS-QUEUE-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CASE-QUEUE-FILE
    IF WS-QUEUE-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CASE-QUEUE-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-QUEUE-COUNT < WS-MAX-QUEUE
                        ADD 1 TO WS-QUEUE-COUNT
                        MOVE CQ-CASE-ID
                            TO WS-Q-CASE-ID(WS-QUEUE-COUNT)
                        MOVE CQ-CUST-ID
                            TO WS-Q-CUST-ID(WS-QUEUE-COUNT)
                        MOVE CQ-CODE-AREA
                            TO WS-Q-CODE-AREA(WS-QUEUE-COUNT)
                        MOVE CQ-STATUS
                            TO WS-Q-STATUS(WS-QUEUE-COUNT)
                        MOVE CQ-ENTRY-DATE
                            TO WS-Q-ENTRY-DATE(WS-QUEUE-COUNT)
                        MOVE CQ-ENTRY-TIME
                            TO WS-Q-ENTRY-TIME(WS-QUEUE-COUNT)
                        MOVE CQ-OPERATOR-ID
                            TO WS-Q-OPERATOR(WS-QUEUE-COUNT)
                        MOVE CQ-STATUS-DATE
                            TO WS-Q-STATUS-DATE(WS-QUEUE-COUNT)
                        MOVE CQ-ORIGIN
                            TO WS-Q-ORIGIN(WS-QUEUE-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-QUEUE-OVERFLOW-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CASE-QUEUE-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH

    *> An overflowed load must never be written back -- that would
    *> drop the entries past the table -- and a case released without
    *> being marked would go again every night. Nothing is released
    *> until the queue is purged; the cases simply wait.
    IF QUEUE-OVERFLOWED
        DISPLAY "AVISO: CASEQUE.DAT excede ", WS-MAX-QUEUE,
                " registros - nenhum caso liberado, expurgue antes "
                "do proximo processamento."
    ELSE
        PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
            EVALUATE TRUE
                WHEN WS-Q-STATUS(WS-QUEUE-IDX) = 'P'
                WHEN WS-Q-STATUS(WS-QUEUE-IDX) = 'R'
                     AND WS-Q-STATUS-DATE(WS-QUEUE-IDX)
                         = WS-CURRENT-DATE-NUM
                    MOVE WS-Q-CASE-ID(WS-QUEUE-IDX)   TO TRAN-CASE-ID
                    MOVE WS-Q-CUST-ID(WS-QUEUE-IDX)   TO TRAN-CUST-ID
                    MOVE WS-Q-CODE-AREA(WS-QUEUE-IDX) TO TRAN-CODE-AREA
                    ADD 1 TO WS-READ-COUNT
                    ADD 1 TO WS-QUEUED-COUNT
                    PERFORM Check-One-Transaction
                    MOVE 'R' TO WS-Q-STATUS(WS-QUEUE-IDX)
                    MOVE WS-CURRENT-DATE-NUM
                        TO WS-Q-STATUS-DATE(WS-QUEUE-IDX)
                WHEN WS-Q-STATUS-DATE(WS-QUEUE-IDX)
                     < WS-CURRENT-DATE-NUM
                    ADD 1 TO WS-PURGED-COUNT
            END-EVALUATE
        END-PERFORM
        IF WS-QUEUED-COUNT > 0 OR WS-PURGED-COUNT > 0
            PERFORM Save-Case-Queue
        END-IF
    END-IF.

Save-Case-Queue.
    *> Released and cancelled cases from earlier nights are done
    *> with and leave the queue as it is rewritten; tonight's stay,
    *> so a rerun of the same business date releases them again.
    OPEN OUTPUT CASE-QUEUE-FILE
    PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
            UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
        IF WS-Q-STATUS(WS-QUEUE-IDX) = 'P'
           OR WS-Q-STATUS-DATE(WS-QUEUE-IDX) NOT < WS-CURRENT-DATE-NUM
            MOVE WS-Q-CASE-ID(WS-QUEUE-IDX)     TO CQ-CASE-ID
            MOVE WS-Q-CUST-ID(WS-QUEUE-IDX)     TO CQ-CUST-ID
            MOVE WS-Q-CODE-AREA(WS-QUEUE-IDX)   TO CQ-CODE-AREA
            MOVE WS-Q-STATUS(WS-QUEUE-IDX)      TO CQ-STATUS
            MOVE WS-Q-ENTRY-DATE(WS-QUEUE-IDX)  TO CQ-ENTRY-DATE
            MOVE WS-Q-ENTRY-TIME(WS-QUEUE-IDX)  TO CQ-ENTRY-TIME
            MOVE WS-Q-OPERATOR(WS-QUEUE-IDX)    TO CQ-OPERATOR-ID
            MOVE WS-Q-STATUS-DATE(WS-QUEUE-IDX) TO CQ-STATUS-DATE
            MOVE WS-Q-ORIGIN(WS-QUEUE-IDX)      TO CQ-ORIGIN
            WRITE CASE-QUEUE-RECORD
        END-IF
    END-PERFORM
    CLOSE CASE-QUEUE-FILE.

Route-Orphan-Transaction.
    ADD 1 TO WS-ORPHAN-COUNT
    MOVE TRAN-CASE-ID TO OD-CASE-ID
    WRITE CHECK-REPORT-LINE
    MOVE WS-ORPHAN-COUNT TO L3-ORPHANS
    MOVE WS-REPORT-LINE-3 TO CHECK-REPORT-LINE
    WRITE CHECK-REPORT-LINE
    MOVE WS-QUEUED-COUNT TO L4-QUEUED
    MOVE WS-REPORT-LINE-4 TO CHECK-REPORT-LINE
    WRITE CHECK-REPORT-LINE.
