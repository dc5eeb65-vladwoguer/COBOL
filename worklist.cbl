IDENTIFICATION DIVISION.
PROGRAM-ID.  WORKLIST.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT HOLIDAY-CAL ASSIGN TO "data/holidays.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLIDAY-STATUS.

    SELECT SLA-TABLE ASSIGN TO "data/slatab.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SLA-STATUS.

    SELECT REJECT-WORK-FILE ASSIGN TO "REJWORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT CRM-REJECTION-FILE ASSIGN TO "CRMREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRMREJ-STATUS.

    SELECT PROPOSAL-FILE ASSIGN TO "INACTPRP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPOSAL-STATUS.

    SELECT LINK-FILE ASSIGN TO "CUSTLINK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LINK-STATUS.

    SELECT DUP-CAND-REPORT ASSIGN TO "DUPCAND.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUPCAND-STATUS.

    SELECT CHECK-REPORT ASSIGN TO "MASTCHK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECK-STATUS.

    SELECT SEEN-FILE ASSIGN TO "WLSEEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEEN-STATUS.

    SELECT WORKLIST-REPORT ASSIGN TO "WORKLIST.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
COPY "runctlrec.cpy".

FD  HOLIDAY-CAL.
COPY "holidayrec.cpy".

FD  SLA-TABLE.
COPY "slarec.cpy".

FD  REJECT-WORK-FILE.
COPY "rejworkrec.cpy".

FD  CRM-REJECTION-FILE.
COPY "crmrejrec.cpy".

FD  PROPOSAL-FILE.
COPY "inactrec.cpy".

FD  LINK-FILE.
COPY "custlinkrec.cpy".

FD  DUP-CAND-REPORT.
01  DUP-CAND-REPORT-LINE         PIC X(132).

FD  CHECK-REPORT.
01  CHECK-REPORT-LINE            PIC X(100).

FD  SEEN-FILE.
COPY "wlseenrec.cpy".

FD  WORKLIST-REPORT.
01  WORKLIST-REPORT-LINE         PIC X(132).

WORKING-STORAGE SECTION.

01  WS-RUNCTL-STATUS     PIC XX.
01  WS-HOLIDAY-STATUS    PIC XX.
01  WS-SLA-STATUS        PIC XX.
01  WS-WORK-STATUS       PIC XX.
01  WS-CRMREJ-STATUS     PIC XX.
01  WS-PROPOSAL-STATUS   PIC XX.
01  WS-LINK-STATUS       PIC XX.
01  WS-DUPCAND-STATUS    PIC XX.
01  WS-CHECK-STATUS      PIC XX.
01  WS-SEEN-STATUS       PIC XX.
01  WS-REPORT-STATUS     PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE         VALUE 'Y'.
01  WS-FATAL-SWITCH      PIC X(01) VALUE 'N'.
    88  FATAL-ERROR                  VALUE 'Y'.
01  WS-INCOMPLETE-SW     PIC X(01) VALUE 'N'.
    88  WORKLIST-INCOMPLETE         VALUE 'Y'.

01  WS-MAX-HOLIDAYS      PIC 9(3)  VALUE 200.
01  WS-HOLIDAY-COUNT     PIC 9(3)  VALUE 0.
01  WS-HOLIDAY-TABLE.
    05  WS-H-DATE OCCURS 0 TO 200 TIMES
                DEPENDING ON WS-HOLIDAY-COUNT
                PIC 9(8).
01  WS-SCAN-IDX          PIC 9(3).

*> Service targets by queue, and the teams that own them.
01  WS-MAX-SLAS          PIC 9(2)  VALUE 30.
01  WS-SLA-COUNT         PIC 9(2)  VALUE 0.
01  WS-SLA-TABLE.
    05  WS-S-ENTRY OCCURS 0 TO 30 TIMES
                DEPENDING ON WS-SLA-COUNT.
        10  WS-S-QUEUE-CODE      PIC X(08).
        10  WS-S-TARGET-DAYS     PIC 9(3).
        10  WS-S-WARN-DAYS       PIC 9(3).
        10  WS-S-TEAM-IDX        PIC 9(2).
        10  WS-S-DESCRIPTION     PIC X(40).
01  WS-SLA-IDX           PIC 9(2).
01  WS-CURRENT-SLA-IDX   PIC 9(2).
01  WS-LOOKUP-QUEUE      PIC X(08).

01  WS-MAX-TEAMS         PIC 9(2)  VALUE 20.
01  WS-TEAM-COUNT        PIC 9(2)  VALUE 0.
01  WS-TEAM-TABLE.
    05  WS-T-ENTRY OCCURS 0 TO 20 TIMES
                DEPENDING ON WS-TEAM-COUNT.
        10  WS-T-TEAM            PIC X(12).
        10  WS-T-ITEMS           PIC 9(6).
        10  WS-T-BREACHED        PIC 9(6).
        10  WS-T-NEAR            PIC 9(6).
01  WS-TEAM-IDX          PIC 9(2).
01  WS-REPORT-TEAM-IDX   PIC 9(2).

*> Every open item from every queue, aged and flagged as it is
*> collected. WS-I-FLAG: 'V' past target, 'A' about to be,
*> 'S' queue has no target on file, space within target.
01  WS-MAX-ITEMS         PIC 9(5)  VALUE 10000.
01  WS-ITEM-COUNT        PIC 9(5)  VALUE 0.
01  WS-ITEM-TABLE.
    05  WS-I-ENTRY OCCURS 0 TO 10000 TIMES
                DEPENDING ON WS-ITEM-COUNT.
        10  WS-I-SLA-IDX         PIC 9(2).
        10  WS-I-QUEUE           PIC X(08).
        10  WS-I-REF             PIC X(10).
        10  WS-I-TEXT            PIC X(60).
        10  WS-I-SINCE           PIC 9(8).
        10  WS-I-AGE             PIC 9(5).
        10  WS-I-FLAG            PIC X(01).
01  WS-ITEM-IDX          PIC 9(5).
01  WS-ITEM-OVERFLOW-SW  PIC X(01) VALUE 'N'.
    88  ITEM-TABLE-OVERFLOWED       VALUE 'Y'.
01  WS-PASS-FLAG         PIC X(01).

01  WS-NEW-QUEUE         PIC X(08).
01  WS-NEW-REF           PIC X(10).
01  WS-NEW-TEXT          PIC X(60).
01  WS-SINCE-DATE        PIC 9(8).
01  WS-EDIT-ID-1         PIC 9(6).
01  WS-EDIT-ID-2         PIC 9(6).

*> First sightings of the report-borne items (see wlseenrec.cpy).
01  WS-MAX-SEEN          PIC 9(4)  VALUE 5000.
01  WS-SEEN-COUNT        PIC 9(4)  VALUE 0.
01  WS-SEEN-TABLE.
    05  WS-SN-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-SEEN-COUNT.
        10  WS-SN-QUEUE          PIC X(08).
        10  WS-SN-KEY            PIC X(90).
        10  WS-SN-FIRST-DATE     PIC 9(8).
        10  WS-SN-KEEP           PIC X(01).
01  WS-SN-IDX            PIC 9(4).
01  WS-SN-FOUND-IDX      PIC 9(4).
01  WS-SEEN-OVERFLOW-SW  PIC X(01) VALUE 'N'.
    88  SEEN-TABLE-OVERFLOWED       VALUE 'Y'.
01  WS-SEEN-KEY          PIC X(90).
01  WS-CHECK-SECTION     PIC X(01) VALUE SPACE.
    88  IN-GRAVE-SECTION            VALUE 'G'.
    88  IN-ALERT-SECTION            VALUE 'A'.

01  WS-BUSINESS-DATE     PIC 9(8)  VALUE 0.
01  WS-CHECK-DATE        PIC 9(8).
01  WS-DATE-INT          PIC 9(8).
01  WS-FIRST-INT         PIC 9(8).
01  WS-LAST-INT          PIC 9(8).
01  WS-DAY-OF-WEEK       PIC 9(01).
01  WS-IS-BUSINESS-DAY   PIC X(01).
    88  DATE-IS-BUSINESS-DAY        VALUE 'Y'.
01  WS-AGE-BUSINESS-DAYS PIC 9(5).

01  WS-TOTAL-ITEMS       PIC 9(6)  VALUE 0.
01  WS-TOTAL-BREACHED    PIC 9(6)  VALUE 0.
01  WS-TOTAL-NEAR        PIC 9(6)  VALUE 0.
01  WS-TOTAL-NO-SLA      PIC 9(6)  VALUE 0.

01  WS-REPORT-HEADER-1.
    05  FILLER               PIC X(40) VALUE
        "LISTA DE TRABALHO DA MANHA - WORKLIST   ".
    05  FILLER               PIC X(12) VALUE "DATA-BASE: ".
    05  H1-DATE              PIC 9999/99/99.

01  WS-REPORT-HEADER-2.
    05  FILLER               PIC X(10) VALUE "FILA".
    05  FILLER               PIC X(12) VALUE "REFERENCIA".
    05  FILLER               PIC X(62) VALUE "ITEM".
    05  FILLER               PIC X(12) VALUE "DESDE".
    05  FILLER               PIC X(07) VALUE "  IDADE".
    05  FILLER               PIC X(06) VALUE "  META".
    05  FILLER               PIC X(12) VALUE "  SITUACAO".

01  WS-TEAM-HEADER.
    05  FILLER               PIC X(10) VALUE "== EQUIPE ".
    05  TH-TEAM              PIC X(12).

01  WS-REPORT-DETAIL.
    05  RD-QUEUE             PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-REF               PIC X(10).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-TEXT              PIC X(60).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-SINCE             PIC 9999/99/99.
    05  FILLER               PIC X(04) VALUE SPACES.
    05  RD-AGE               PIC ZZZZ9.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  RD-TARGET            PIC X(03).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-SITUATION         PIC X(10).

01  WS-TEAM-TOTAL.
    05  FILLER               PIC X(04) VALUE SPACES.
    05  TT-LABEL             PIC X(20).
    05  FILLER               PIC X(08) VALUE "Itens: ".
    05  TT-ITEMS             PIC ZZZ,ZZ9.
    05  FILLER               PIC X(12) VALUE "  Vencidos: ".
    05  TT-BREACHED          PIC ZZZ,ZZ9.
    05  FILLER               PIC X(12) VALUE "  A vencer: ".
    05  TT-NEAR              PIC ZZZ,ZZ9.

01  WS-NOTICE-LINE.
    05  FILLER               PIC X(04) VALUE SPACES.
    05  NL-TEXT              PIC X(80).

01  WS-NONE-LINE.
    05  FILLER               PIC X(04) VALUE SPACES.
    05  FILLER               PIC X(20) VALUE "(nenhum item)".

PROCEDURE DIVISION.
Begin.
    *> One list for the morning stand-up: every queue someone has to
    *> work, each item aged in business days against the target the
    *> SLA table sets for its queue, grouped by the team that owns
    *> it with what is already late on top.
    PERFORM Read-Run-Control
    IF NOT FATAL-ERROR
        PERFORM Load-Holiday-Table
    END-IF
    IF NOT FATAL-ERROR
        PERFORM Load-Sla-Table
    END-IF
    IF FATAL-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT WORKLIST-REPORT
    PERFORM Write-Report-Headers
    PERFORM Load-Seen-Table
    PERFORM Collect-Reject-Cases
    PERFORM Collect-Crm-Rejections
    PERFORM Collect-Deactivation-Proposals
    PERFORM Collect-Link-Proposals
    PERFORM Collect-Merge-Candidates
    PERFORM Collect-Master-Exceptions
    IF SEEN-TABLE-OVERFLOWED
        MOVE "WLSEEN.DAT excede a area de trabalho - primeiras "
            TO NL-TEXT
        MOVE "datas nao regravadas." TO NL-TEXT(51:30)
        PERFORM Write-Notice
    ELSE
        PERFORM Save-Seen-Table
    END-IF
    IF ITEM-TABLE-OVERFLOWED
        MOVE "Mais itens do que cabem na lista - lista parcial."
            TO NL-TEXT
        PERFORM Write-Notice
    END-IF

    PERFORM Write-Team-Sections
    PERFORM Write-Grand-Totals
    CLOSE WORKLIST-REPORT

    DISPLAY "Itens em aberto: ", WS-TOTAL-ITEMS,
            " vencidos: ", WS-TOTAL-BREACHED,
            " a vencer: ", WS-TOTAL-NEAR
    EVALUATE TRUE
        WHEN WS-TOTAL-BREACHED > 0
            MOVE 8 TO RETURN-CODE
        WHEN WS-TOTAL-NEAR > 0 OR WS-TOTAL-NO-SLA > 0
             OR WORKLIST-INCOMPLETE
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

Read-Run-Control.
    OPEN INPUT RUN-CONTROL
    IF WS-RUNCTL-STATUS = '00'
        READ RUN-CONTROL
            AT END
                SET FATAL-ERROR TO TRUE
            NOT AT END
                MOVE RUNCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
        END-READ
        CLOSE RUN-CONTROL
    ELSE
        SET FATAL-ERROR TO TRUE
    END-IF
    IF FATAL-ERROR
        DISPLAY "RUNCTL.DAT indisponivel, status: ", WS-RUNCTL-STATUS
    END-IF.

Load-Holiday-Table.
    *> Aging past a holiday we cannot see would call an item late a
    *> day early -- stop instead, same discipline as PENDEXP.
    MOVE 0 TO WS-HOLIDAY-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT HOLIDAY-CAL
    IF WS-HOLIDAY-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ HOLIDAY-CAL
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                        ADD 1 TO WS-HOLIDAY-COUNT
                        MOVE HOLIDAY-DATE
                            TO WS-H-DATE(WS-HOLIDAY-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLIDAY-CAL
    ELSE
        DISPLAY "HOLIDAYS.DAT indisponivel, status: ",
                WS-HOLIDAY-STATUS
        SET FATAL-ERROR TO TRUE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Load-Sla-Table.
    *> Without the targets there is nothing to judge lateness by.
    MOVE 0 TO WS-SLA-COUNT
    MOVE 0 TO WS-TEAM-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT SLA-TABLE
    IF WS-SLA-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ SLA-TABLE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-SLA-COUNT < WS-MAX-SLAS
                        ADD 1 TO WS-SLA-COUNT
                        MOVE SLA-QUEUE-CODE
                            TO WS-S-QUEUE-CODE(WS-SLA-COUNT)
                        MOVE SLA-TARGET-DAYS
                            TO WS-S-TARGET-DAYS(WS-SLA-COUNT)
                        MOVE SLA-WARN-DAYS
                            TO WS-S-WARN-DAYS(WS-SLA-COUNT)
                        MOVE SLA-DESCRIPTION
                            TO WS-S-DESCRIPTION(WS-SLA-COUNT)
                        PERFORM Find-Team-Slot
                        MOVE WS-TEAM-IDX
                            TO WS-S-TEAM-IDX(WS-SLA-COUNT)
                    ELSE
                        DISPLAY "AVISO: SLATAB excede ", WS-MAX-SLAS,
                                " filas - excedentes ignoradas."
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SLA-TABLE
    ELSE
        DISPLAY "SLATAB.DAT indisponivel, status: ", WS-SLA-STATUS
        SET FATAL-ERROR TO TRUE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Find-Team-Slot.
    MOVE 0 TO WS-TEAM-IDX
    PERFORM VARYING WS-REPORT-TEAM-IDX FROM 1 BY 1
            UNTIL WS-REPORT-TEAM-IDX > WS-TEAM-COUNT
        IF WS-T-TEAM(WS-REPORT-TEAM-IDX) = SLA-TEAM
            MOVE WS-REPORT-TEAM-IDX TO WS-TEAM-IDX
        END-IF
    END-PERFORM
    IF WS-TEAM-IDX = 0
        IF WS-TEAM-COUNT < WS-MAX-TEAMS
            ADD 1 TO WS-TEAM-COUNT
            MOVE WS-TEAM-COUNT TO WS-TEAM-IDX
            MOVE SLA-TEAM TO WS-T-TEAM(WS-TEAM-IDX)
            MOVE 0 TO WS-T-ITEMS(WS-TEAM-IDX)
            MOVE 0 TO WS-T-BREACHED(WS-TEAM-IDX)
            MOVE 0 TO WS-T-NEAR(WS-TEAM-IDX)
        ELSE
            *> Folded into the first team rather than lost.
            MOVE 1 TO WS-TEAM-IDX
        END-IF
    END-IF.

Find-Queue-Sla.
    MOVE 0 TO WS-CURRENT-SLA-IDX
    PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
            UNTIL WS-SLA-IDX > WS-SLA-COUNT
        IF WS-S-QUEUE-CODE(WS-SLA-IDX) = WS-LOOKUP-QUEUE
            MOVE WS-SLA-IDX TO WS-CURRENT-SLA-IDX
        END-IF
    END-PERFORM
    MOVE WS-LOOKUP-QUEUE TO WS-NEW-QUEUE.

Collect-Reject-Cases.
    *> Resubmitted cases stay on the list: until CONDICIONAL clears
    *> them they are still the exceptions team's to watch.
    MOVE "REJWORK " TO WS-LOOKUP-QUEUE
    PERFORM Find-Queue-Sla
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT REJECT-WORK-FILE
    IF WS-WORK-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ REJECT-WORK-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF RW-OPEN OR RW-RESUBMITTED
                        MOVE RW-CASE-ID TO WS-NEW-REF
                        MOVE SPACES TO WS-NEW-TEXT
                        STRING "Cliente " RW-CUST-ID " " RW-CODE " "
                               RW-REASON-TEXT
                            DELIMITED BY SIZE INTO WS-NEW-TEXT
                        MOVE RW-OPENED-DATE TO WS-SINCE-DATE
                        PERFORM Add-Worklist-Item
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJECT-WORK-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Collect-Crm-Rejections.
    MOVE "CRMREJ  " TO WS-LOOKUP-QUEUE
    PERFORM Find-Queue-Sla
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CRM-REJECTION-FILE
    IF WS-CRMREJ-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CRM-REJECTION-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF CR-NEEDS-WORK
                        MOVE SPACES TO WS-NEW-REF
                        MOVE CR-CUST-ID TO WS-NEW-REF
                        MOVE SPACES TO WS-NEW-TEXT
                        EVALUATE TRUE
                            WHEN CR-FOR-EVENT AND CR-ESCALATED
                                STRING "ESCALADO EVENTO " CR-EVENT-TYPE
                                       " " CR-REASON-TEXT
                                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                            WHEN CR-FOR-EVENT
                                STRING "EVENTO " CR-EVENT-TYPE " "
                                       CR-REASON-TEXT
                                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                            WHEN CR-ESCALATED
                                STRING "ESCALADO " CR-REASON-TEXT
                                    DELIMITED BY SIZE INTO WS-NEW-TEXT
                            WHEN OTHER
                                MOVE CR-REASON-TEXT TO WS-NEW-TEXT
                        END-EVALUATE
                        MOVE CR-REJECT-DATE TO WS-SINCE-DATE
                        PERFORM Add-Worklist-Item
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CRM-REJECTION-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Collect-Deactivation-Proposals.
    MOVE "INACTPRP" TO WS-LOOKUP-QUEUE
    PERFORM Find-Queue-Sla
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT PROPOSAL-FILE
    IF WS-PROPOSAL-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ PROPOSAL-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF IP-PENDING
                        MOVE SPACES TO WS-NEW-REF
                        MOVE IP-CUST-ID TO WS-NEW-REF
                        MOVE IP-CUST-NAME TO WS-NEW-TEXT
                        MOVE IP-PROPOSED-DATE TO WS-SINCE-DATE
                        PERFORM Add-Worklist-Item
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROPOSAL-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Collect-Link-Proposals.
    MOVE "LINKPROP" TO WS-LOOKUP-QUEUE
    PERFORM Find-Queue-Sla
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT LINK-FILE
    IF WS-LINK-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ LINK-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF LK-PROPOSED
                        MOVE SPACES TO WS-NEW-REF
                        MOVE LK-LINK-ID TO WS-NEW-REF
                        MOVE SPACES TO WS-NEW-TEXT
                        STRING "Clientes " LK-CUST-ID-1 " e "
                               LK-CUST-ID-2 " - vinculo tipo "
                               LK-LINK-TYPE
                            DELIMITED BY SIZE INTO WS-NEW-TEXT
                        MOVE LK-CREATED-DATE TO WS-SINCE-DATE
                        PERFORM Add-Worklist-Item
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LINK-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Collect-Merge-Candidates.
    *> DUPCAND.RPT is DUPSCAN's last run, listed afresh each time;
    *> a pair is aged from the day the worklist first saw it.
    MOVE "DUPCAND " TO WS-LOOKUP-QUEUE
    PERFORM Find-Queue-Sla
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT DUP-CAND-REPORT
    IF WS-DUPCAND-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ DUP-CAND-REPORT
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF DUP-CAND-REPORT-LINE(1:6) = "EXATA "
                       OR DUP-CAND-REPORT-LINE(1:6) = "APROX "
                        PERFORM Add-Merge-Candidate
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DUP-CAND-REPORT
    ELSE
        PERFORM Keep-Queue-Sightings
        MOVE "DUPCAND.RPT ausente - candidatos a fusao fora da lista."
            TO NL-TEXT
        PERFORM Write-Notice
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Add-Merge-Candidate.
    MOVE DUP-CAND-REPORT-LINE(1:6) TO WS-NEW-REF
    MOVE DUP-CAND-REPORT-LINE(11:6) TO WS-EDIT-ID-1
    MOVE DUP-CAND-REPORT-LINE(75:6) TO WS-EDIT-ID-2
    MOVE SPACES TO WS-NEW-TEXT
    STRING WS-EDIT-ID-1 " / " WS-EDIT-ID-2 " "
           DUP-CAND-REPORT-LINE(21:45)
        DELIMITED BY SIZE INTO WS-NEW-TEXT
    MOVE SPACES TO WS-SEEN-KEY
    STRING WS-EDIT-ID-1 "-" WS-EDIT-ID-2
        DELIMITED BY SIZE INTO WS-SEEN-KEY
    PERFORM Find-First-Sighting
    PERFORM Add-Worklist-Item.

Collect-Master-Exceptions.
    *> MASTCHK.RPT lists graves then alerts, each section ended by a
    *> blank line; the exception text itself identifies the item.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE SPACE TO WS-CHECK-SECTION
    OPEN INPUT CHECK-REPORT
    IF WS-CHECK-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CHECK-REPORT
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    PERFORM Classify-Check-Line
            END-READ
        END-PERFORM
        CLOSE CHECK-REPORT
    ELSE
        MOVE "MASTGRAV" TO WS-LOOKUP-QUEUE
        PERFORM Find-Queue-Sla
        PERFORM Keep-Queue-Sightings
        MOVE "MASTALRT" TO WS-LOOKUP-QUEUE
        PERFORM Find-Queue-Sla
        PERFORM Keep-Queue-Sightings
        MOVE "MASTCHK.RPT ausente - excecoes do master fora da lista."
            TO NL-TEXT
        PERFORM Write-Notice
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Classify-Check-Line.
    EVALUATE TRUE
        WHEN CHECK-REPORT-LINE(1:18) = "== EXCECOES GRAVES"
            MOVE 'G' TO WS-CHECK-SECTION
            MOVE "MASTGRAV" TO WS-LOOKUP-QUEUE
            PERFORM Find-Queue-Sla
        WHEN CHECK-REPORT-LINE(1:10) = "== ALERTAS"
            MOVE 'A' TO WS-CHECK-SECTION
            MOVE "MASTALRT" TO WS-LOOKUP-QUEUE
            PERFORM Find-Queue-Sla
        WHEN CHECK-REPORT-LINE = SPACES
            MOVE SPACE TO WS-CHECK-SECTION
        WHEN CHECK-REPORT-LINE(1:23) = "   (nenhuma ocorrencia)"
            CONTINUE
        WHEN IN-GRAVE-SECTION OR IN-ALERT-SECTION
            MOVE SPACES TO WS-NEW-REF
            MOVE CHECK-REPORT-LINE(1:60) TO WS-NEW-TEXT
            MOVE CHECK-REPORT-LINE(1:90) TO WS-SEEN-KEY
            PERFORM Find-First-Sighting
            PERFORM Add-Worklist-Item
    END-EVALUATE.

Load-Seen-Table.
    MOVE 0 TO WS-SEEN-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT SEEN-FILE
    IF WS-SEEN-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ SEEN-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF WS-SEEN-COUNT < WS-MAX-SEEN
                        ADD 1 TO WS-SEEN-COUNT
                        MOVE SEEN-QUEUE-CODE
                            TO WS-SN-QUEUE(WS-SEEN-COUNT)
                        MOVE SEEN-ITEM-KEY
                            TO WS-SN-KEY(WS-SEEN-COUNT)
                        MOVE SEEN-FIRST-DATE
                            TO WS-SN-FIRST-DATE(WS-SEEN-COUNT)
                        MOVE 'N' TO WS-SN-KEEP(WS-SEEN-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-SEEN-OVERFLOW-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SEEN-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Find-First-Sighting.
    *> Sets WS-SINCE-DATE for WS-NEW-QUEUE / WS-SEEN-KEY, taking
    *> note of an item never seen before as of today.
    MOVE 0 TO WS-SN-FOUND-IDX
    PERFORM VARYING WS-SN-IDX FROM 1 BY 1
            UNTIL WS-SN-IDX > WS-SEEN-COUNT
               OR WS-SN-FOUND-IDX NOT = 0
        IF WS-SN-QUEUE(WS-SN-IDX) = WS-NEW-QUEUE
           AND WS-SN-KEY(WS-SN-IDX) = WS-SEEN-KEY
            MOVE WS-SN-IDX TO WS-SN-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-SN-FOUND-IDX NOT = 0
        MOVE WS-SN-FIRST-DATE(WS-SN-FOUND-IDX) TO WS-SINCE-DATE
        MOVE 'Y' TO WS-SN-KEEP(WS-SN-FOUND-IDX)
    ELSE
        MOVE WS-BUSINESS-DATE TO WS-SINCE-DATE
        IF WS-SEEN-COUNT < WS-MAX-SEEN
            ADD 1 TO WS-SEEN-COUNT
            MOVE WS-NEW-QUEUE     TO WS-SN-QUEUE(WS-SEEN-COUNT)
            MOVE WS-SEEN-KEY      TO WS-SN-KEY(WS-SEEN-COUNT)
            MOVE WS-BUSINESS-DATE TO WS-SN-FIRST-DATE(WS-SEEN-COUNT)
            MOVE 'Y'              TO WS-SN-KEEP(WS-SEEN-COUNT)
        ELSE
            MOVE 'Y' TO WS-SEEN-OVERFLOW-SW
        END-IF
    END-IF.

Keep-Queue-Sightings.
    *> The report is missing this morning, not the items: their
    *> first sightings are carried over untouched.
    MOVE 'Y' TO WS-INCOMPLETE-SW
    PERFORM VARYING WS-SN-IDX FROM 1 BY 1
            UNTIL WS-SN-IDX > WS-SEEN-COUNT
        IF WS-SN-QUEUE(WS-SN-IDX) = WS-LOOKUP-QUEUE
            MOVE 'Y' TO WS-SN-KEEP(WS-SN-IDX)
        END-IF
    END-PERFORM.

Save-Seen-Table.
    OPEN OUTPUT SEEN-FILE
    PERFORM VARYING WS-SN-IDX FROM 1 BY 1
            UNTIL WS-SN-IDX > WS-SEEN-COUNT
        IF WS-SN-KEEP(WS-SN-IDX) = 'Y'
            MOVE WS-SN-QUEUE(WS-SN-IDX)      TO SEEN-QUEUE-CODE
            MOVE WS-SN-KEY(WS-SN-IDX)        TO SEEN-ITEM-KEY
            MOVE WS-SN-FIRST-DATE(WS-SN-IDX) TO SEEN-FIRST-DATE
            WRITE WORKLIST-SEEN-RECORD
        END-IF
    END-PERFORM
    CLOSE SEEN-FILE.

Add-Worklist-Item.
    IF WS-ITEM-COUNT < WS-MAX-ITEMS
        ADD 1 TO WS-ITEM-COUNT
        MOVE WS-CURRENT-SLA-IDX TO WS-I-SLA-IDX(WS-ITEM-COUNT)
        MOVE WS-NEW-QUEUE       TO WS-I-QUEUE(WS-ITEM-COUNT)
        MOVE WS-NEW-REF         TO WS-I-REF(WS-ITEM-COUNT)
        MOVE WS-NEW-TEXT        TO WS-I-TEXT(WS-ITEM-COUNT)
        MOVE WS-SINCE-DATE      TO WS-I-SINCE(WS-ITEM-COUNT)
        PERFORM Count-Business-Days
        MOVE WS-AGE-BUSINESS-DAYS TO WS-I-AGE(WS-ITEM-COUNT)
        ADD 1 TO WS-TOTAL-ITEMS
        IF WS-CURRENT-SLA-IDX = 0
            MOVE 'S' TO WS-I-FLAG(WS-ITEM-COUNT)
            ADD 1 TO WS-TOTAL-NO-SLA
        ELSE
            MOVE WS-S-TEAM-IDX(WS-CURRENT-SLA-IDX) TO WS-TEAM-IDX
            ADD 1 TO WS-T-ITEMS(WS-TEAM-IDX)
            EVALUATE TRUE
                WHEN WS-AGE-BUSINESS-DAYS
                     > WS-S-TARGET-DAYS(WS-CURRENT-SLA-IDX)
                    MOVE 'V' TO WS-I-FLAG(WS-ITEM-COUNT)
                    ADD 1 TO WS-T-BREACHED(WS-TEAM-IDX)
                    ADD 1 TO WS-TOTAL-BREACHED
                WHEN WS-AGE-BUSINESS-DAYS
                     + WS-S-WARN-DAYS(WS-CURRENT-SLA-IDX)
                     >= WS-S-TARGET-DAYS(WS-CURRENT-SLA-IDX)
                    MOVE 'A' TO WS-I-FLAG(WS-ITEM-COUNT)
                    ADD 1 TO WS-T-NEAR(WS-TEAM-IDX)
                    ADD 1 TO WS-TOTAL-NEAR
                WHEN OTHER
                    MOVE SPACE TO WS-I-FLAG(WS-ITEM-COUNT)
            END-EVALUATE
        END-IF
    ELSE
        MOVE 'Y' TO WS-ITEM-OVERFLOW-SW
        MOVE 'Y' TO WS-INCOMPLETE-SW
    END-IF.

Count-Business-Days.
    *> Business days after the start date up to and including the
    *> business date -- PENDEXP's count, weekends and the calendar.
    MOVE 0 TO WS-AGE-BUSINESS-DAYS
    IF WS-SINCE-DATE IS NUMERIC
       AND WS-SINCE-DATE > 0
       AND WS-SINCE-DATE < WS-BUSINESS-DATE
        COMPUTE WS-FIRST-INT =
            FUNCTION INTEGER-OF-DATE(WS-SINCE-DATE) + 1
        COMPUTE WS-LAST-INT =
            FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
        PERFORM VARYING WS-DATE-INT FROM WS-FIRST-INT BY 1
                UNTIL WS-DATE-INT > WS-LAST-INT
            MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                TO WS-CHECK-DATE
            MOVE 'Y' TO WS-IS-BUSINESS-DAY
            COMPUTE WS-DAY-OF-WEEK =
                FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
            IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 7
                MOVE 'N' TO WS-IS-BUSINESS-DAY
            END-IF
            PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX > WS-HOLIDAY-COUNT
                IF WS-H-DATE(WS-SCAN-IDX) = WS-CHECK-DATE
                    MOVE 'N' TO WS-IS-BUSINESS-DAY
                END-IF
            END-PERFORM
            IF DATE-IS-BUSINESS-DAY
                ADD 1 TO WS-AGE-BUSINESS-DAYS
            END-IF
        END-PERFORM
    END-IF.

Write-Report-Headers.
    MOVE WS-BUSINESS-DATE TO H1-DATE
    MOVE WS-REPORT-HEADER-1 TO WORKLIST-REPORT-LINE
    WRITE WORKLIST-REPORT-LINE
    MOVE SPACES TO WORKLIST-REPORT-LINE
    WRITE WORKLIST-REPORT-LINE.

Write-Notice.
    MOVE WS-NOTICE-LINE TO WORKLIST-REPORT-LINE
    WRITE WORKLIST-REPORT-LINE
    MOVE SPACES TO NL-TEXT.

Write-Team-Sections.
    *> Per team: past target first, then about to be, then the rest.
    PERFORM VARYING WS-REPORT-TEAM-IDX FROM 1 BY 1
            UNTIL WS-REPORT-TEAM-IDX > WS-TEAM-COUNT
        MOVE SPACES TO WORKLIST-REPORT-LINE
        WRITE WORKLIST-REPORT-LINE
        MOVE WS-T-TEAM(WS-REPORT-TEAM-IDX) TO TH-TEAM
        MOVE WS-TEAM-HEADER TO WORKLIST-REPORT-LINE
        WRITE WORKLIST-REPORT-LINE
        MOVE WS-REPORT-HEADER-2 TO WORKLIST-REPORT-LINE
        WRITE WORKLIST-REPORT-LINE
        IF WS-T-ITEMS(WS-REPORT-TEAM-IDX) = 0
            MOVE WS-NONE-LINE TO WORKLIST-REPORT-LINE
            WRITE WORKLIST-REPORT-LINE
        ELSE
            MOVE 'V' TO WS-PASS-FLAG
            PERFORM Write-Team-Items
            MOVE 'A' TO WS-PASS-FLAG
            PERFORM Write-Team-Items
            MOVE SPACE TO WS-PASS-FLAG
            PERFORM Write-Team-Items
        END-IF
        MOVE "Total da equipe" TO TT-LABEL
        MOVE WS-T-ITEMS(WS-REPORT-TEAM-IDX)    TO TT-ITEMS
        MOVE WS-T-BREACHED(WS-REPORT-TEAM-IDX) TO TT-BREACHED
        MOVE WS-T-NEAR(WS-REPORT-TEAM-IDX)     TO TT-NEAR
        MOVE WS-TEAM-TOTAL TO WORKLIST-REPORT-LINE
        WRITE WORKLIST-REPORT-LINE
    END-PERFORM
    IF WS-TOTAL-NO-SLA > 0
        MOVE SPACES TO WORKLIST-REPORT-LINE
        WRITE WORKLIST-REPORT-LINE
        MOVE "(SEM META)" TO TH-TEAM
        MOVE WS-TEAM-HEADER TO WORKLIST-REPORT-LINE
        WRITE WORKLIST-REPORT-LINE
        MOVE WS-REPORT-HEADER-2 TO WORKLIST-REPORT-LINE
        WRITE WORKLIST-REPORT-LINE
        MOVE 0 TO WS-REPORT-TEAM-IDX
        MOVE 'S' TO WS-PASS-FLAG
        PERFORM Write-Team-Items
    END-IF.

Write-Team-Items.
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        IF WS-I-FLAG(WS-ITEM-IDX) = WS-PASS-FLAG
            IF WS-PASS-FLAG = 'S'
                PERFORM Write-One-Item
            ELSE
                IF WS-S-TEAM-IDX(WS-I-SLA-IDX(WS-ITEM-IDX))
                   = WS-REPORT-TEAM-IDX
                    PERFORM Write-One-Item
                END-IF
            END-IF
        END-IF
    END-PERFORM.

Write-One-Item.
    MOVE WS-I-QUEUE(WS-ITEM-IDX) TO RD-QUEUE
    MOVE WS-I-REF(WS-ITEM-IDX)   TO RD-REF
    MOVE WS-I-TEXT(WS-ITEM-IDX)  TO RD-TEXT
    MOVE WS-I-SINCE(WS-ITEM-IDX) TO RD-SINCE
    MOVE WS-I-AGE(WS-ITEM-IDX)   TO RD-AGE
    EVALUATE WS-I-FLAG(WS-ITEM-IDX)
        WHEN 'V'
            MOVE "VENCIDO"  TO RD-SITUATION
        WHEN 'A'
            MOVE "A VENCER" TO RD-SITUATION
        WHEN 'S'
            MOVE "SEM META" TO RD-SITUATION
        WHEN OTHER
            MOVE "NO PRAZO" TO RD-SITUATION
    END-EVALUATE
    IF WS-I-SLA-IDX(WS-ITEM-IDX) = 0
        MOVE " --" TO RD-TARGET
    ELSE
        MOVE WS-S-TARGET-DAYS(WS-I-SLA-IDX(WS-ITEM-IDX)) TO RD-TARGET
    END-IF
    MOVE WS-REPORT-DETAIL TO WORKLIST-REPORT-LINE
    WRITE WORKLIST-REPORT-LINE.

Write-Grand-Totals.
    MOVE SPACES TO WORKLIST-REPORT-LINE
    WRITE WORKLIST-REPORT-LINE
    MOVE "TOTAL GERAL" TO TT-LABEL
    MOVE WS-TOTAL-ITEMS    TO TT-ITEMS
    MOVE WS-TOTAL-BREACHED TO TT-BREACHED
    MOVE WS-TOTAL-NEAR     TO TT-NEAR
    MOVE WS-TEAM-TOTAL TO WORKLIST-REPORT-LINE
    WRITE WORKLIST-REPORT-LINE.
