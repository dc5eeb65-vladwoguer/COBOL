IDENTIFICATION DIVISION.
PROGRAM-ID.  QUALSCOR.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.

    SELECT SUPPLIER-QUALITY ASSIGN TO "SUPQUAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUALITY-STATUS.

    SELECT SCORE-REPORT ASSIGN TO "QUALSCOR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL.
COPY "runctlrec.cpy".

FD  SUPPLIER-QUALITY.
COPY "supqualrec.cpy".

FD  SCORE-REPORT.
01  SCORE-REPORT-LINE            PIC X(120).

WORKING-STORAGE SECTION.

01  WS-RUNCTL-STATUS     PIC XX.
01  WS-QUALITY-STATUS    PIC XX.
01  WS-REPORT-STATUS     PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-FATAL-SWITCH      PIC X(01) VALUE 'N'.
    88  FATAL-ERROR                  VALUE 'Y'.

01  WS-CURRENT-DATE-NUM  PIC 9(8)  VALUE 0.
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

*> The scorecard covers the month MONARCH has just closed, and sets
*> it against the month before so a supplier getting worse shows up
*> as a trend rather than a surprise.
01  WS-CLOSED-PERIOD     PIC 9(6).
01  WS-PRIOR-PERIOD      PIC 9(6).
01  WS-ENTRY-PERIOD      PIC 9(6).
01  WS-CLOSED-YEAR       PIC 9(4).
01  WS-CLOSED-MONTH      PIC 99.

*> One slot per supplier channel seen in the history; new suppliers
*> simply take the next slot.
01  WS-MAX-SUPPLIERS     PIC 9(2)  VALUE 20.
01  WS-SUPPLIER-COUNT    PIC 9(2)  VALUE 0.
01  WS-SUPPLIER-TABLE.
    05  WS-SC-ENTRY OCCURS 0 TO 20 TIMES
                DEPENDING ON WS-SUPPLIER-COUNT.
        10  WS-SC-CHANNEL        PIC X(02).
        10  WS-SC-NIGHTS         PIC 9(3).
        10  WS-SC-RECEIVED       PIC 9(8).
        10  WS-SC-ACCEPTED       PIC 9(8).
        10  WS-SC-REJECTED       PIC 9(8).
        10  WS-SC-REASON         PIC 9(8) OCCURS 8 TIMES.
        10  WS-SC-PRIOR-RECEIVED PIC 9(8).
        10  WS-SC-PRIOR-ACCEPTED PIC 9(8).
01  WS-SUPPLIER-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  SUPPLIER-TABLE-OVERFLOWED   VALUE 'Y'.

01  WS-SUP-IDX           PIC 9(2).
01  WS-FOUND-IDX         PIC 9(2).
01  WS-REASON-IDX        PIC 9(2).
01  WS-PERIOD-RECORDS    PIC 9(6)  VALUE 0.
01  WS-BEST-IDX          PIC 9(2)  VALUE 0.
01  WS-WORST-IDX         PIC 9(2)  VALUE 0.
01  WS-ANY-REASON-SW     PIC X(01).
    88  SUPPLIER-HAS-REASONS        VALUE 'Y'.

01  WS-RATE              PIC 9(3)V9.
01  WS-PRIOR-RATE        PIC 9(3)V9.
01  WS-BEST-RATE         PIC 9(3)V9.
01  WS-WORST-RATE        PIC 9(3)V9.
01  WS-RATE-DELTA        PIC S9(3)V9.
01  WS-REASON-SHARE      PIC 9(3)V9.

*> MSGLKUP interface.
01  WS-MSG-CODE          PIC X(05).
01  WS-MSG-TEXT          PIC X(60).
01  WS-MSG-FOUND         PIC X(01).
    88  MSG-CODE-FOUND              VALUE 'Y'.
01  WS-MSG-LANGUAGE      PIC X(01) VALUE 'P'.

01  WS-REPORT-HEADER-1.
    05  FILLER               PIC X(30) VALUE "QUALIDADE DOS FORNECEDORES - ".
    05  FILLER               PIC X(08) VALUE "QUALSCOR".
    05  FILLER               PIC X(11) VALUE "  PERIODO: ".
    05  H1-MONTH             PIC 99.
    05  FILLER               PIC X(01) VALUE "/".
    05  H1-YEAR              PIC 9999.

01  WS-REPORT-HEADER-2.
    05  FILLER               PIC X(07) VALUE "FORNEC".
    05  FILLER               PIC X(08) VALUE "NOITES".
    05  FILLER               PIC X(12) VALUE "   RECEBIDAS".
    05  FILLER               PIC X(12) VALUE "     ACEITAS".
    05  FILLER               PIC X(12) VALUE "  REJEITADAS".
    05  FILLER               PIC X(10) VALUE "  %ACEITE".
    05  FILLER               PIC X(11) VALUE "  %MES-ANT".
    05  FILLER               PIC X(10) VALUE "  VARIACAO".

01  WS-SUPPLIER-DETAIL.
    05  SD-CHANNEL           PIC X(02).
    05  FILLER               PIC X(05) VALUE SPACES.
    05  SD-NIGHTS            PIC ZZ9.
    05  FILLER               PIC X(04) VALUE SPACES.
    05  SD-RECEIVED          PIC ZZ,ZZZ,ZZ9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SD-ACCEPTED          PIC ZZ,ZZZ,ZZ9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SD-REJECTED          PIC ZZ,ZZZ,ZZ9.
    05  FILLER               PIC X(04) VALUE SPACES.
    05  SD-RATE              PIC ZZ9.9.
    05  FILLER               PIC X(06) VALUE SPACES.
    05  SD-PRIOR-RATE        PIC X(05).
    05  FILLER               PIC X(04) VALUE SPACES.
    05  SD-DELTA             PIC X(06).

01  WS-DELTA-EDIT        PIC +ZZ9.9.
01  WS-PRIOR-RATE-EDIT   PIC ZZ9.9.

01  WS-REASON-HEADER.
    05  FILLER               PIC X(21) VALUE "-- MOTIVOS FORNECEDOR".
    05  FILLER               PIC X(01) VALUE SPACE.
    05  RH-CHANNEL           PIC X(02).

01  WS-REASON-DETAIL.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-REASON-CODE       PIC X(04).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-REASON-TEXT       PIC X(60).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-COUNT             PIC ZZ,ZZZ,ZZ9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-SHARE             PIC ZZ9.9.
    05  FILLER               PIC X(01) VALUE "%".

01  WS-NONE-LINE.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  FILLER               PIC X(20) VALUE "(nenhuma ocorrencia)".

01  WS-RANK-LINE.
    05  RK-LABEL             PIC X(30).
    05  FILLER               PIC X(02) VALUE ": ".
    05  RK-CHANNEL           PIC X(02).
    05  FILLER               PIC X(04) VALUE "  - ".
    05  RK-RATE              PIC ZZ9.9.
    05  FILLER               PIC X(11) VALUE "% de aceite".

PROCEDURE DIVISION.
Begin.
    PERFORM Read-Business-Date
    IF FATAL-ERROR
        DISPLAY "Placar de fornecedores abortado: controle de "
                "data-base indisponivel."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM Compute-Periods
    PERFORM Accumulate-Quality-History

    OPEN OUTPUT SCORE-REPORT
    PERFORM Write-Report-Headers
    IF WS-PERIOD-RECORDS = 0
        MOVE WS-NONE-LINE TO SCORE-REPORT-LINE
        WRITE SCORE-REPORT-LINE
    ELSE
        PERFORM Write-Supplier-Lines
        PERFORM Write-Ranking
        PERFORM Write-Reason-Sections
    END-IF
    CLOSE SCORE-REPORT

    DISPLAY "Periodo ", WS-CLOSED-PERIOD, " - fornecedores: ",
            WS-SUPPLIER-COUNT, " noites-fornecedor: ",
            WS-PERIOD-RECORDS
    IF SUPPLIER-TABLE-OVERFLOWED
        DISPLAY "AVISO: mais de ", WS-MAX-SUPPLIERS,
                " canais no historico - excedentes ignorados."
    END-IF
    IF WS-PERIOD-RECORDS = 0
        DISPLAY "SUPQUAL.DAT sem registros do periodo ",
                WS-CLOSED-PERIOD, " - placar vazio."
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
    END-IF
    IF FATAL-ERROR
        DISPLAY "Controle de data-base RUNCTL.DAT indisponivel, "
                "status: ", WS-RUNCTL-STATUS
    END-IF.

Compute-Periods.
    *> Same closed-period rule as MONARCH: the month before the one
    *> the business date sits in.
    IF CurrentMonth = 1
        COMPUTE WS-CLOSED-PERIOD = (CurrentYear - 1) * 100 + 12
    ELSE
        COMPUTE WS-CLOSED-PERIOD =
            CurrentYear * 100 + CurrentMonth - 1
    END-IF
    COMPUTE WS-CLOSED-YEAR = WS-CLOSED-PERIOD / 100
    COMPUTE WS-CLOSED-MONTH = WS-CLOSED-PERIOD - WS-CLOSED-YEAR * 100
    IF WS-CLOSED-MONTH = 1
        COMPUTE WS-PRIOR-PERIOD = (WS-CLOSED-YEAR - 1) * 100 + 12
    ELSE
        COMPUTE WS-PRIOR-PERIOD = WS-CLOSED-PERIOD - 1
    END-IF.

Accumulate-Quality-History.
    MOVE 0 TO WS-SUPPLIER-COUNT
    MOVE 0 TO WS-PERIOD-RECORDS
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT SUPPLIER-QUALITY
    IF WS-QUALITY-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ SUPPLIER-QUALITY
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    COMPUTE WS-ENTRY-PERIOD = SQ-BUSINESS-DATE / 100
                    IF WS-ENTRY-PERIOD = WS-CLOSED-PERIOD
                       OR WS-ENTRY-PERIOD = WS-PRIOR-PERIOD
                        PERFORM Accumulate-One-Record
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUPPLIER-QUALITY
    ELSE
        DISPLAY "SUPQUAL.DAT indisponivel, status: ",
                WS-QUALITY-STATUS
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Accumulate-One-Record.
    PERFORM Find-Supplier-Slot
    IF WS-FOUND-IDX NOT = 0
        IF WS-ENTRY-PERIOD = WS-CLOSED-PERIOD
            ADD 1 TO WS-PERIOD-RECORDS
            ADD 1           TO WS-SC-NIGHTS(WS-FOUND-IDX)
            ADD SQ-RECEIVED TO WS-SC-RECEIVED(WS-FOUND-IDX)
            ADD SQ-ACCEPTED TO WS-SC-ACCEPTED(WS-FOUND-IDX)
            ADD SQ-REJECTED TO WS-SC-REJECTED(WS-FOUND-IDX)
            PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                    UNTIL WS-REASON-IDX > 8
                ADD SQ-REJ-COUNT(WS-REASON-IDX)
                    TO WS-SC-REASON(WS-FOUND-IDX, WS-REASON-IDX)
            END-PERFORM
        ELSE
            ADD SQ-RECEIVED TO WS-SC-PRIOR-RECEIVED(WS-FOUND-IDX)
            ADD SQ-ACCEPTED TO WS-SC-PRIOR-ACCEPTED(WS-FOUND-IDX)
        END-IF
    END-IF.

Find-Supplier-Slot.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
            UNTIL WS-SUP-IDX > WS-SUPPLIER-COUNT
        IF WS-SC-CHANNEL(WS-SUP-IDX) = SQ-CHANNEL
            MOVE WS-SUP-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX = 0
        IF WS-SUPPLIER-COUNT < WS-MAX-SUPPLIERS
            ADD 1 TO WS-SUPPLIER-COUNT
            MOVE WS-SUPPLIER-COUNT TO WS-FOUND-IDX
            MOVE SQ-CHANNEL TO WS-SC-CHANNEL(WS-FOUND-IDX)
            MOVE 0 TO WS-SC-NIGHTS(WS-FOUND-IDX)
            MOVE 0 TO WS-SC-RECEIVED(WS-FOUND-IDX)
            MOVE 0 TO WS-SC-ACCEPTED(WS-FOUND-IDX)
            MOVE 0 TO WS-SC-REJECTED(WS-FOUND-IDX)
            MOVE 0 TO WS-SC-PRIOR-RECEIVED(WS-FOUND-IDX)
            MOVE 0 TO WS-SC-PRIOR-ACCEPTED(WS-FOUND-IDX)
            PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                    UNTIL WS-REASON-IDX > 8
                MOVE 0 TO WS-SC-REASON(WS-FOUND-IDX, WS-REASON-IDX)
            END-PERFORM
        ELSE
            MOVE 'Y' TO WS-SUPPLIER-OVERFLOW-SW
        END-IF
    END-IF.

Write-Report-Headers.
    MOVE WS-CLOSED-MONTH TO H1-MONTH
    MOVE WS-CLOSED-YEAR  TO H1-YEAR
    MOVE WS-REPORT-HEADER-1 TO SCORE-REPORT-LINE
    WRITE SCORE-REPORT-LINE
    MOVE SPACES TO SCORE-REPORT-LINE
    WRITE SCORE-REPORT-LINE
    MOVE WS-REPORT-HEADER-2 TO SCORE-REPORT-LINE
    WRITE SCORE-REPORT-LINE.

Write-Supplier-Lines.
    *> A supplier that only appears in the prior month delivered
    *> nothing in the closed one -- it stays on the card with zero
    *> nights so the silence is visible.
    MOVE 0 TO WS-BEST-IDX
    MOVE 0 TO WS-WORST-IDX
    PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
            UNTIL WS-SUP-IDX > WS-SUPPLIER-COUNT
        PERFORM Write-One-Supplier-Line
    END-PERFORM.

Write-One-Supplier-Line.
    MOVE WS-SC-CHANNEL(WS-SUP-IDX)  TO SD-CHANNEL
    MOVE WS-SC-NIGHTS(WS-SUP-IDX)   TO SD-NIGHTS
    MOVE WS-SC-RECEIVED(WS-SUP-IDX) TO SD-RECEIVED
    MOVE WS-SC-ACCEPTED(WS-SUP-IDX) TO SD-ACCEPTED
    MOVE WS-SC-REJECTED(WS-SUP-IDX) TO SD-REJECTED
    MOVE 0 TO WS-RATE
    IF WS-SC-RECEIVED(WS-SUP-IDX) > 0
        COMPUTE WS-RATE ROUNDED =
            WS-SC-ACCEPTED(WS-SUP-IDX) * 100
            / WS-SC-RECEIVED(WS-SUP-IDX)
        IF WS-BEST-IDX = 0 OR WS-RATE > WS-BEST-RATE
            MOVE WS-SUP-IDX TO WS-BEST-IDX
            MOVE WS-RATE    TO WS-BEST-RATE
        END-IF
        IF WS-WORST-IDX = 0 OR WS-RATE < WS-WORST-RATE
            MOVE WS-SUP-IDX TO WS-WORST-IDX
            MOVE WS-RATE    TO WS-WORST-RATE
        END-IF
    END-IF
    MOVE WS-RATE TO SD-RATE
    IF WS-SC-PRIOR-RECEIVED(WS-SUP-IDX) > 0
        COMPUTE WS-PRIOR-RATE ROUNDED =
            WS-SC-PRIOR-ACCEPTED(WS-SUP-IDX) * 100
            / WS-SC-PRIOR-RECEIVED(WS-SUP-IDX)
        MOVE WS-PRIOR-RATE TO WS-PRIOR-RATE-EDIT
        MOVE WS-PRIOR-RATE-EDIT TO SD-PRIOR-RATE
        IF WS-SC-RECEIVED(WS-SUP-IDX) > 0
            COMPUTE WS-RATE-DELTA = WS-RATE - WS-PRIOR-RATE
            MOVE WS-RATE-DELTA TO WS-DELTA-EDIT
            MOVE WS-DELTA-EDIT TO SD-DELTA
        ELSE
            MOVE "   -- " TO SD-DELTA
        END-IF
    ELSE
        MOVE "  -- " TO SD-PRIOR-RATE
        MOVE "   -- " TO SD-DELTA
    END-IF
    MOVE WS-SUPPLIER-DETAIL TO SCORE-REPORT-LINE
    WRITE SCORE-REPORT-LINE.

Write-Ranking.
    *> With a single supplier on the card there is nothing to
    *> compare, so the ranking lines are left out.
    IF WS-BEST-IDX NOT = 0 AND WS-WORST-IDX NOT = 0
       AND WS-BEST-IDX NOT = WS-WORST-IDX
        MOVE SPACES TO SCORE-REPORT-LINE
        WRITE SCORE-REPORT-LINE
        MOVE "Melhor indice de aceite" TO RK-LABEL
        MOVE WS-SC-CHANNEL(WS-BEST-IDX) TO RK-CHANNEL
        MOVE WS-BEST-RATE TO RK-RATE
        MOVE WS-RANK-LINE TO SCORE-REPORT-LINE
        WRITE SCORE-REPORT-LINE
        MOVE "Pior indice de aceite" TO RK-LABEL
        MOVE WS-SC-CHANNEL(WS-WORST-IDX) TO RK-CHANNEL
        MOVE WS-WORST-RATE TO RK-RATE
        MOVE WS-RANK-LINE TO SCORE-REPORT-LINE
        WRITE SCORE-REPORT-LINE
    END-IF.

Write-Reason-Sections.
    PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
            UNTIL WS-SUP-IDX > WS-SUPPLIER-COUNT
        MOVE SPACES TO SCORE-REPORT-LINE
        WRITE SCORE-REPORT-LINE
        MOVE WS-SC-CHANNEL(WS-SUP-IDX) TO RH-CHANNEL
        MOVE WS-REASON-HEADER TO SCORE-REPORT-LINE
        WRITE SCORE-REPORT-LINE
        MOVE 'N' TO WS-ANY-REASON-SW
        PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                UNTIL WS-REASON-IDX > 8
            IF WS-SC-REASON(WS-SUP-IDX, WS-REASON-IDX) > 0
                MOVE 'Y' TO WS-ANY-REASON-SW
                PERFORM Write-One-Reason-Line
            END-IF
        END-PERFORM
        IF NOT SUPPLIER-HAS-REASONS
            MOVE WS-NONE-LINE TO SCORE-REPORT-LINE
            WRITE SCORE-REPORT-LINE
        END-IF
    END-PERFORM.

Write-One-Reason-Line.
    *> Slot n holds reason E10n, as SUPQUAL.DAT keeps them; the
    *> wording comes from the message table, the same text the
    *> supplier saw on its return file.
    MOVE SPACES TO WS-MSG-CODE
    MOVE "E10" TO WS-MSG-CODE(1:3)
    MOVE WS-REASON-IDX(2:1) TO WS-MSG-CODE(4:1)
    PERFORM Fetch-Message
    MOVE WS-MSG-CODE(1:4) TO RD-REASON-CODE
    MOVE WS-MSG-TEXT TO RD-REASON-TEXT
    MOVE WS-SC-REASON(WS-SUP-IDX, WS-REASON-IDX) TO RD-COUNT
    MOVE 0 TO WS-REASON-SHARE
    IF WS-SC-REJECTED(WS-SUP-IDX) > 0
        COMPUTE WS-REASON-SHARE ROUNDED =
            WS-SC-REASON(WS-SUP-IDX, WS-REASON-IDX) * 100
            / WS-SC-REJECTED(WS-SUP-IDX)
    END-IF
    MOVE WS-REASON-SHARE TO RD-SHARE
    MOVE WS-REASON-DETAIL TO SCORE-REPORT-LINE
    WRITE SCORE-REPORT-LINE.

Fetch-Message.
    CALL 'MSGLKUP' USING WS-MSG-CODE, WS-MSG-TEXT,
                         WS-MSG-FOUND, WS-MSG-LANGUAGE.
