01  WS-RECORD-COUNT      PIC 9(6)  VALUE 0.
01  WS-REJECT-COUNT      PIC 9(6)  VALUE 0.
01  WS-RESUBMIT-COUNT    PIC 9(6)  VALUE 0.
01  WS-REEVAL-CLOSED     PIC 9(6)  VALUE 0.
01  WS-RESUBMIT-SWITCH   PIC X(01) VALUE 'N'.
    88  PROCESSING-RESUBMISSIONS     VALUE 'Y'.

        PERFORM Close-Files
        DISPLAY "Casos repetidos sem mudanca de decisao: ",
                WS-REPEAT-COUNT
        DISPLAY "Reavaliacoes (REAV) encerradas como nao elegivel: ",
                WS-REEVAL-CLOSED

        IF WS-REJECT-COUNT > 0
            MOVE 4 TO RETURN-CODE
            PERFORM Fetch-Message
            MOVE WS-MSG-TEXT TO D-DECISION
            PERFORM Write-Decision-Line
            *> RULEIMP's re-evaluation cases ("REAV") are raised
            *> because their rule stopped being in force, so failing
            *> is the expected outcome: the 'N' goes on the history
            *> (and DECLTR's letter follows), but nothing is left for
            *> the exceptions team to correct on the workbench.
            IF TRAN-CASE-ID(1:4) = 'REAV'
                ADD 1 TO WS-REEVAL-CLOSED
            ELSE
                MOVE WS-FAIL-REASON TO REJECT-REASON-CODE
                PERFORM Fetch-Reason-Text
                PERFORM Write-Reject-Record
            END-IF
    END-EVALUATE
    PERFORM Record-Decision.

