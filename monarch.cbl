        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHFEED-STATUS.

    SELECT CRM-EVENT-FILE ASSIGN TO "CRMEVT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

    SELECT EVENT-ARCHIVE ASSIGN TO "ARCHEVT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-ARC-STATUS.

    SELECT ARCHIVE-REPORT ASSIGN TO "MONARCH.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
COPY "auditrec.cpy".

FD  AUDIT-ARCHIVE.
01  AUDIT-ARCHIVE-RECORD        PIC X(221).

FD  CRM-FEED-FILE.
COPY "feedrec.cpy".
FD  ARCHIVED-FEED.
COPY "archfeedrec.cpy".

FD  CRM-EVENT-FILE.
COPY "crmevtrec.cpy".

FD  EVENT-ARCHIVE.
01  EVENT-ARCHIVE-RECORD        PIC X(93).

FD  ARCHIVE-REPORT.
01  ARCHIVE-REPORT-LINE         PIC X(100).

01  WS-FEED-ARC-STATUS   PIC XX.
01  WS-BALANCE-STATUS    PIC XX.
01  WS-ARCHFEED-STATUS   PIC XX.
01  WS-EVENT-STATUS      PIC XX.
01  WS-EVENT-ARC-STATUS  PIC XX.
01  WS-REPORT-STATUS     PIC XX.

01  WS-AUDIT-ARC-NAME    PIC X(20) VALUE SPACES.
01  WS-AUDIT-KEEP-TABLE.
    05  WS-AK-RECORD OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-AUDIT-KEEP-COUNT
                PIC X(221).
01  WS-FEED-KEEP-COUNT   PIC 9(5)  VALUE 0.
01  WS-FEED-KEEP-TABLE.
    05  WS-FK-RECORD OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-FEED-KEEP-COUNT
                PIC X(186).

01  WS-EVENT-KEEP-COUNT  PIC 9(5)  VALUE 0.
01  WS-EVENT-KEEP-TABLE.
    05  WS-EK-RECORD OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-EVENT-KEEP-COUNT
                PIC X(93).

01  WS-OVERFLOW-SWITCH   PIC X(01) VALUE 'N'.
    88  KEEP-TABLE-OVERFLOWED       VALUE 'Y'.

01  WS-FEED-ARC-DETAILS  PIC 9(8)  VALUE 0.
01  WS-FEED-ARC-CTL      PIC 9(10) VALUE 0.
01  WS-FEED-ARC-HASH     PIC 9(10) VALUE 0.
01  WS-EVENT-IN-COUNT    PIC 9(8)  VALUE 0.
01  WS-EVENT-ARC-COUNT   PIC 9(8)  VALUE 0.
01  WS-EVENT-ARC-BEFORE  PIC 9(8)  VALUE 0.

01  WS-VERIFY-ARC-COUNT  PIC 9(8)  VALUE 0.
01  WS-VERIFY-CUR-COUNT  PIC 9(8)  VALUE 0.
    05  FILLER               PIC X(09) VALUE "  hash: ".
    05  F2-HASH              PIC Z(9)9.

01  WS-REPORT-LINE-E1.
    05  FILLER               PIC X(30) VALUE "CRMEVT.DAT arquivados         ".
    05  FILLER               PIC X(02) VALUE ": ".
    05  E1-COUNT             PIC ZZZ,ZZ9.
    05  FILLER               PIC X(12) VALUE "  mantidos: ".
    05  E1-KEPT              PIC ZZZ,ZZ9.

01  WS-REPORT-LINE-R1.
    05  FILLER               PIC X(30) VALUE "Prova de contagem             ".
    05  FILLER               PIC X(02) VALUE ": ".
            MOVE 0 TO RETURN-CODE
            STOP RUN
        END-IF
        *> Every file is split to its archive first; the live files
        *> are only re-created after ALL splits fit the staging area,
        *> so an overflow can never leave one file trimmed and the
        *> other not.
        PERFORM Archive-Audit-Log
        PERFORM Archive-Crm-Feed
        PERFORM Stage-Crm-Events
        PERFORM Rewrite-Current-Audit-Log
        PERFORM Rewrite-Current-Crm-Feed
        PERFORM Rewrite-Current-Crm-Events
        PERFORM Verify-Archives
        PERFORM Update-Archive-Balance
        PERFORM Write-Archive-Report

        DISPLAY "Periodo fechado ate ", WS-CLOSED-PERIOD,
                " Audit arquivados: ", WS-AUDIT-ARC-COUNT,
                " Feed arquivados: ", WS-FEED-ARC-COUNT,
                " Eventos arquivados: ", WS-EVENT-ARC-COUNT
        EVALUATE TRUE
            WHEN VERIFY-MISMATCH
                DISPLAY "DIVERGENCIA na prova de contagem - acionar "
        END-PERFORM
        CLOSE CRM-FEED-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CRM-EVENT-FILE
    IF WS-EVENT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CRM-EVENT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF EVT-ACCEPTED
                       AND EVT-STATUS-DATE < WS-CUTOFF-DATE
                        ADD 1 TO WS-CLOSED-FOUND-CNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CRM-EVENT-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Archive-Audit-Log.
                MOVE FEED-CUST-NAME TO WS-NOTE-CUST-NAME
                PERFORM Total-One-Archived-Detail
            WHEN FEED-HEADER-REC OR FEED-TRAILER-REC
                 OR FEED-EVENT-REC
                CONTINUE
            WHEN OTHER
                *> Pre-envelope record: decode through the shifted
        CLOSE CRM-FEED-FILE
    END-IF.

Stage-Crm-Events.
    *> CRMFEED and CRMACK carry the event queue in a fixed table, so
    *> an event the CRM accepted in a closed period leaves it here.
    *> Accepted events go to ARCHEVT.DAT, one cumulative file rather
    *> than a dated generation: RECONCIL reads every accepted merge
    *> back from it for good. Pending, sent and escalated events are
    *> still work in progress and stay whatever their age. Only the
    *> kept part is staged; the archived part is re-read and
    *> appended once every split is known to fit.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CRM-EVENT-FILE
    IF WS-EVENT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CRM-EVENT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-EVENT-IN-COUNT
                    IF EVT-ACCEPTED
                       AND EVT-STATUS-DATE < WS-CUTOFF-DATE
                        ADD 1 TO WS-EVENT-ARC-COUNT
                    ELSE
                        IF WS-EVENT-KEEP-COUNT < WS-MAX-KEEP
                            ADD 1 TO WS-EVENT-KEEP-COUNT
                            MOVE CRM-EVENT-RECORD
                                TO WS-EK-RECORD(WS-EVENT-KEEP-COUNT)
                        ELSE
                            MOVE 'Y' TO WS-OVERFLOW-SWITCH
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CRM-EVENT-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Rewrite-Current-Crm-Events.
    IF KEEP-TABLE-OVERFLOWED OR WS-EVENT-ARC-COUNT = 0
        CONTINUE
    ELSE
        PERFORM Count-Event-Archive
        MOVE WS-VERIFY-ARC-COUNT TO WS-EVENT-ARC-BEFORE
        OPEN EXTEND EVENT-ARCHIVE
        IF WS-EVENT-ARC-STATUS = '05' OR WS-EVENT-ARC-STATUS = '35'
            CLOSE EVENT-ARCHIVE
            OPEN OUTPUT EVENT-ARCHIVE
        END-IF
        MOVE 'N' TO WS-EOF-SWITCH
        OPEN INPUT CRM-EVENT-FILE
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CRM-EVENT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF EVT-ACCEPTED
                       AND EVT-STATUS-DATE < WS-CUTOFF-DATE
                        MOVE CRM-EVENT-RECORD TO EVENT-ARCHIVE-RECORD
                        WRITE EVENT-ARCHIVE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CRM-EVENT-FILE
        CLOSE EVENT-ARCHIVE
        MOVE 'N' TO WS-EOF-SWITCH
        OPEN OUTPUT CRM-EVENT-FILE
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-EVENT-KEEP-COUNT
            MOVE WS-EK-RECORD(WS-SCAN-IDX) TO CRM-EVENT-RECORD
            WRITE CRM-EVENT-RECORD
        END-PERFORM
        CLOSE CRM-EVENT-FILE
    END-IF.

Count-Event-Archive.
    MOVE 0 TO WS-VERIFY-ARC-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT EVENT-ARCHIVE
    IF WS-EVENT-ARC-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ EVENT-ARCHIVE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-VERIFY-ARC-COUNT
            END-READ
        END-PERFORM
        CLOSE EVENT-ARCHIVE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Count-Event-File.
    MOVE 0 TO WS-VERIFY-CUR-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CRM-EVENT-FILE
    IF WS-EVENT-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CRM-EVENT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-VERIFY-CUR-COUNT
            END-READ
        END-PERFORM
        CLOSE CRM-EVENT-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Verify-Archives.
    *> The proof that nothing was lost: archive plus trimmed current
    *> must re-read to exactly what went in, for every file.
    IF KEEP-TABLE-OVERFLOWED
        CONTINUE
    ELSE
              NOT = WS-FEED-IN-COUNT
            MOVE 'Y' TO WS-VERIFY-BAD-SWITCH
        END-IF
        *> The event archive is cumulative: what this cut appended is
        *> its growth since before the append.
        IF WS-EVENT-ARC-COUNT > 0
            PERFORM Count-Event-Archive
            PERFORM Count-Event-File
            IF WS-VERIFY-ARC-COUNT - WS-EVENT-ARC-BEFORE
                  NOT = WS-EVENT-ARC-COUNT
               OR WS-EVENT-ARC-COUNT + WS-VERIFY-CUR-COUNT
                  NOT = WS-EVENT-IN-COUNT
                MOVE 'Y' TO WS-VERIFY-BAD-SWITCH
            END-IF
        END-IF
    END-IF.

Count-Audit-Files.
    MOVE WS-REPORT-LINE-F1 TO ARCHIVE-REPORT-LINE
    WRITE ARCHIVE-REPORT-LINE

    MOVE WS-EVENT-ARC-COUNT  TO E1-COUNT
    MOVE WS-EVENT-KEEP-COUNT TO E1-KEPT
    MOVE WS-REPORT-LINE-E1 TO ARCHIVE-REPORT-LINE
    WRITE ARCHIVE-REPORT-LINE

    MOVE WS-FEED-ARC-CTL  TO F2-CTL
    MOVE WS-FEED-ARC-HASH TO F2-HASH
    MOVE WS-REPORT-LINE-F2 TO ARCHIVE-REPORT-LINE
