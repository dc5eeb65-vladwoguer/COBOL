        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHKPT-STATUS.

    SELECT SUPPLIER-REGISTRY ASSIGN TO "SUPREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTRY-STATUS.

    SELECT OPS-REPORT ASSIGN TO "OPSRPT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
FD  CHECKPOINT-FILE.
COPY "chkptrec.cpy".

FD  SUPPLIER-REGISTRY.
COPY "supregrec.cpy".

FD  OPS-REPORT.
01  OPS-REPORT-LINE              PIC X(100).

01  WS-RUNLOG-STATUS     PIC XX.
01  WS-CHKPT-STATUS      PIC XX.
01  WS-REPORT-STATUS     PIC XX.
01  WS-REGISTRY-STATUS   PIC XX.

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-RUN-LOG              VALUE 'Y'.

01  WS-LAST-NIGHT-DATE   PIC 9(8)  VALUE 0.
*> The business date the intake steps ran under. STEP055 (CUSTUNLD)
*> runs after DATEROLL and logs itself under the date already
*> rolled, which no supplier registry entry carries.
01  WS-INTAKE-NIGHT-DATE PIC 9(8)  VALUE 0.

*> One slot per chain step, in execution order; the threshold is the
*> highest end return code the JCL COND logic still lets the chain
*> continue past (4 where business rejects are expected, 0 elsewhere).
01  WS-STEP-COUNT        PIC 9(2)  VALUE 13.
01  WS-STEP-DEFS.
    05  FILLER PIC X(11) VALUE "STEP003 004".
    05  FILLER PIC X(11) VALUE "STEP005 000".
    05  FILLER PIC X(11) VALUE "STEP008 000".
    05  FILLER PIC X(11) VALUE "STEP010 000".
    05  FILLER PIC X(11) VALUE "STEP012 004".
    05  FILLER PIC X(11) VALUE "STEP015 004".
    05  FILLER PIC X(11) VALUE "STEP020 004".
    05  FILLER PIC X(11) VALUE "STEP025 000".
    05  FILLER PIC X(11) VALUE "STEP050 000".
    05  FILLER PIC X(11) VALUE "STEP055 000".
01  FILLER REDEFINES WS-STEP-DEFS.
    05  WS-STEP-DEF OCCURS 13 TIMES.
        10  WS-SD-STEP-ID        PIC X(08).
        10  WS-SD-THRESHOLD      PIC 9(03).

01  WS-STEP-STATE.
    05  WS-ST-ENTRY OCCURS 13 TIMES.
        10  WS-ST-STARTED        PIC X(01).
        10  WS-ST-ENDED          PIC X(01).
        10  WS-ST-RETURN-CODE    PIC 9(03).

01  WS-LAST-CHECKPOINT   PIC 9(8)  VALUE 0.

*> One slot per intake supplier INTAKEEDT expects each night; the
*> registry entry of last night's business date tells whether the
*> file came, was refused, or never arrived.
01  WS-CHANNEL-COUNT     PIC 9(2)  VALUE 2.
01  WS-CHANNEL-IDS.
    05  FILLER PIC X(02) VALUE "01".
    05  FILLER PIC X(02) VALUE "02".
01  FILLER REDEFINES WS-CHANNEL-IDS.
    05  WS-CH-CHANNEL OCCURS 2 TIMES PIC X(02).
01  WS-CHANNEL-STATE.
    05  WS-CS-ENTRY OCCURS 2 TIMES.
        10  WS-CS-STATUS         PIC X(01).
        10  WS-CS-FILE-SEQ       PIC 9(6).
        10  WS-CS-RECORD-COUNT   PIC 9(8).
        10  WS-CS-GAP-COUNT      PIC 9(6).
        10  WS-CS-REFUSAL-TEXT   PIC X(40).
01  WS-CHANNEL-IDX       PIC 9(2).

01  WS-DATE-FOR-EDIT     PIC 9(8).
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-VERDICT           PIC X(12).

01  WS-SUPPLIER-TITLE.
    05  FILLER               PIC X(30) VALUE "FORNECEDORES DA NOITE".

01  WS-SUPPLIER-DETAIL.
    05  SP-CHANNEL           PIC X(02).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  SP-SITUATION         PIC X(14).
    05  SP-REST              PIC X(70).

01  WS-DELIVERED-TEXT.
    05  FILLER               PIC X(04) VALUE "seq ".
    05  DT-FILE-SEQ          PIC 9(6).
    05  FILLER               PIC X(10) VALUE "  linhas: ".
    05  DT-RECORD-COUNT      PIC ZZZ,ZZ9.
    05  DT-GAP-TEXT          PIC X(43).

01  WS-GAP-TEXT.
    05  FILLER               PIC X(10) VALUE "  LACUNA: ".
    05  GT-GAP-COUNT         PIC ZZ9.
    05  FILLER               PIC X(24) VALUE " arquivo(s) nao recebido".

01  WS-REPORT-ADVICE.
    05  FILLER               PIC X(10) VALUE "PARECER : ".
    05  RA-TEXT              PIC X(70).
    PERFORM Find-Last-Night
    PERFORM Collect-Last-Night
    PERFORM Read-Last-Checkpoint
    PERFORM Collect-Supplier-Deliveries

    OPEN OUTPUT OPS-REPORT
    PERFORM Write-Report-Header
    PERFORM Write-Step-Lines
    PERFORM Write-Restart-Advice
    PERFORM Write-Supplier-Lines
    CLOSE OPS-REPORT

    IF WS-FAIL-IDX = 0
                    IF RL-BUSINESS-DATE > WS-LAST-NIGHT-DATE
                        MOVE RL-BUSINESS-DATE TO WS-LAST-NIGHT-DATE
                    END-IF
                    IF RL-STEP-ID NOT = 'STEP055'
                       AND RL-BUSINESS-DATE > WS-INTAKE-NIGHT-DATE
                        MOVE RL-BUSINESS-DATE TO WS-INTAKE-NIGHT-DATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUN-LOG
        WRITE OPS-REPORT-LINE
    END-IF
    DISPLAY "OPSRPT: ", RA-TEXT.

Collect-Supplier-Deliveries.
    *> A rerun of INTAKEEDT replaces the date's registry entries, so
    *> the last one seen for a channel is the night's verdict.
    PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
            UNTIL WS-CHANNEL-IDX > WS-CHANNEL-COUNT
        MOVE SPACES TO WS-CS-STATUS(WS-CHANNEL-IDX)
        MOVE 0      TO WS-CS-FILE-SEQ(WS-CHANNEL-IDX)
        MOVE 0      TO WS-CS-RECORD-COUNT(WS-CHANNEL-IDX)
        MOVE 0      TO WS-CS-GAP-COUNT(WS-CHANNEL-IDX)
        MOVE SPACES TO WS-CS-REFUSAL-TEXT(WS-CHANNEL-IDX)
    END-PERFORM
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT SUPPLIER-REGISTRY
    IF WS-REGISTRY-STATUS = '00'
        PERFORM UNTIL END-OF-RUN-LOG
            READ SUPPLIER-REGISTRY
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF IR-BUSINESS-DATE = WS-INTAKE-NIGHT-DATE
                        PERFORM Apply-One-Registry-Entry
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUPPLIER-REGISTRY
    ELSE
        DISPLAY "SUPREG.DAT indisponivel, status: ",
                WS-REGISTRY-STATUS
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Apply-One-Registry-Entry.
    PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
            UNTIL WS-CHANNEL-IDX > WS-CHANNEL-COUNT
        IF WS-CH-CHANNEL(WS-CHANNEL-IDX) = IR-CHANNEL
            MOVE IR-STATUS       TO WS-CS-STATUS(WS-CHANNEL-IDX)
            MOVE IR-FILE-SEQ     TO WS-CS-FILE-SEQ(WS-CHANNEL-IDX)
            MOVE IR-RECORD-COUNT TO WS-CS-RECORD-COUNT(WS-CHANNEL-IDX)
            MOVE IR-GAP-COUNT    TO WS-CS-GAP-COUNT(WS-CHANNEL-IDX)
            MOVE IR-REFUSAL-TEXT TO WS-CS-REFUSAL-TEXT(WS-CHANNEL-IDX)
        END-IF
    END-PERFORM.

Write-Supplier-Lines.
    MOVE SPACES TO OPS-REPORT-LINE
    WRITE OPS-REPORT-LINE
    MOVE WS-SUPPLIER-TITLE TO OPS-REPORT-LINE
    WRITE OPS-REPORT-LINE
    PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
            UNTIL WS-CHANNEL-IDX > WS-CHANNEL-COUNT
        MOVE WS-CH-CHANNEL(WS-CHANNEL-IDX) TO SP-CHANNEL
        MOVE SPACES TO SP-REST
        EVALUATE WS-CS-STATUS(WS-CHANNEL-IDX)
            WHEN 'A'
                MOVE "ENTREGUE" TO SP-SITUATION
                MOVE WS-CS-FILE-SEQ(WS-CHANNEL-IDX) TO DT-FILE-SEQ
                MOVE WS-CS-RECORD-COUNT(WS-CHANNEL-IDX)
                    TO DT-RECORD-COUNT
                MOVE SPACES TO DT-GAP-TEXT
                IF WS-CS-GAP-COUNT(WS-CHANNEL-IDX) > 0
                    MOVE WS-CS-GAP-COUNT(WS-CHANNEL-IDX)
                        TO GT-GAP-COUNT
                    MOVE WS-GAP-TEXT TO DT-GAP-TEXT
                END-IF
                MOVE WS-DELIVERED-TEXT TO SP-REST
            WHEN 'R'
                MOVE "RECUSADO" TO SP-SITUATION
                MOVE WS-CS-REFUSAL-TEXT(WS-CHANNEL-IDX) TO SP-REST
            WHEN OTHER
                MOVE "NAO ENTREGUE" TO SP-SITUATION
        END-EVALUATE
        MOVE WS-SUPPLIER-DETAIL TO OPS-REPORT-LINE
        WRITE OPS-REPORT-LINE
        DISPLAY "OPSRPT: fornecedor ", SP-CHANNEL, " ", SP-SITUATION
    END-PERFORM.
