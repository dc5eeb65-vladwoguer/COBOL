IDENTIFICATION DIVISION.
PROGRAM-ID.  NAMENORM.
AUTHOR.  VLADWOGUER BEZERRA.

DATA DIVISION.
WORKING-STORAGE SECTION.

01  WS-NAME-IDX          PIC 9(03).
01  WS-NORM-IDX          PIC 9(03).
01  WS-NAME-CHAR         PIC X(01).
01  WS-WORK-NAME         PIC X(52).
01  WS-NORM-NAME         PIC X(52).
01  WS-LAST-WORD-START   PIC 9(03).
01  WS-LAST-WORD-END     PIC 9(03).

LINKAGE SECTION.
01  LNK-NAME             PIC X(52).
01  LNK-NORM-NAME        PIC X(52).
01  LNK-NORM-SURNAME     PIC X(30).

PROCEDURE DIVISION USING LNK-NAME, LNK-NORM-NAME, LNK-NORM-SURNAME.
Begin.
    *> Search-key folding for customer names, shared by DUPSCAN's
    *> near-duplicate pass and by everything that writes the master
    *> name keys (CUST-NAME-KEY / CUST-SURNAME-KEY) or searches on
    *> them. The caller passes the name as stored and gets back:
    *>   LNK-NORM-NAME    the whole name folded
    *>   LNK-NORM-SURNAME the last word of the name, folded the same
    *>                    way, so a desk that only has the family
    *>                    name can still find the customer
    MOVE LNK-NAME TO WS-WORK-NAME
    PERFORM Normalize-Name
    MOVE WS-NORM-NAME TO LNK-NORM-NAME

    MOVE 0 TO WS-LAST-WORD-START
    MOVE 0 TO WS-LAST-WORD-END
    PERFORM VARYING WS-NAME-IDX FROM 52 BY -1
            UNTIL WS-NAME-IDX < 1 OR WS-LAST-WORD-START NOT = 0
        IF LNK-NAME(WS-NAME-IDX:1) NOT = SPACE
            IF WS-LAST-WORD-END = 0
                MOVE WS-NAME-IDX TO WS-LAST-WORD-END
            END-IF
        ELSE
            IF WS-LAST-WORD-END NOT = 0
                COMPUTE WS-LAST-WORD-START = WS-NAME-IDX + 1
            END-IF
        END-IF
    END-PERFORM
    MOVE SPACES TO LNK-NORM-SURNAME
    IF WS-LAST-WORD-END NOT = 0
        IF WS-LAST-WORD-START = 0
            MOVE 1 TO WS-LAST-WORD-START
        END-IF
        MOVE SPACES TO WS-WORK-NAME
        MOVE LNK-NAME(WS-LAST-WORD-START:
                      WS-LAST-WORD-END - WS-LAST-WORD-START + 1)
            TO WS-WORK-NAME
        PERFORM Normalize-Name
        MOVE WS-NORM-NAME TO LNK-NORM-SURNAME
    END-IF
    GOBACK.

Normalize-Name.
    *> Folds WS-WORK-NAME into WS-NORM-NAME for near-matching:
    *> lower case raised, spacing and hyphens squeezed out, and the
    *> Latin-1 accented letters (the same X"C0"-X"FF" range accepted
    *> by Validate-Customer-Name) mapped onto their base letters.
    MOVE SPACES TO WS-NORM-NAME
    MOVE 0 TO WS-NORM-IDX
    PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
            UNTIL WS-NAME-IDX > 52
        MOVE WS-WORK-NAME(WS-NAME-IDX:1) TO WS-NAME-CHAR
        IF WS-NAME-CHAR NOT = SPACE AND WS-NAME-CHAR NOT = '-'
            IF WS-NAME-CHAR >= 'a' AND WS-NAME-CHAR <= 'z'
                MOVE FUNCTION UPPER-CASE(WS-NAME-CHAR)
                    TO WS-NAME-CHAR
            END-IF
            EVALUATE TRUE
                WHEN WS-NAME-CHAR >= X"C0" AND WS-NAME-CHAR <= X"C5"
                    MOVE 'A' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR >= X"E0" AND WS-NAME-CHAR <= X"E5"
                    MOVE 'A' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR = X"C7" OR WS-NAME-CHAR = X"E7"
                    MOVE 'C' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR >= X"C8" AND WS-NAME-CHAR <= X"CB"
                    MOVE 'E' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR >= X"E8" AND WS-NAME-CHAR <= X"EB"
                    MOVE 'E' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR >= X"CC" AND WS-NAME-CHAR <= X"CF"
                    MOVE 'I' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR >= X"EC" AND WS-NAME-CHAR <= X"EF"
                    MOVE 'I' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR = X"D1" OR WS-NAME-CHAR = X"F1"
                    MOVE 'N' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR >= X"D2" AND WS-NAME-CHAR <= X"D6"
                    MOVE 'O' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR >= X"F2" AND WS-NAME-CHAR <= X"F6"
                    MOVE 'O' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR = X"D8" OR WS-NAME-CHAR = X"F8"
                    MOVE 'O' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR >= X"D9" AND WS-NAME-CHAR <= X"DC"
                    MOVE 'U' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR >= X"F9" AND WS-NAME-CHAR <= X"FC"
                    MOVE 'U' TO WS-NAME-CHAR
                WHEN WS-NAME-CHAR = X"DD" OR WS-NAME-CHAR = X"FD"
                     OR WS-NAME-CHAR = X"FF"
                    MOVE 'Y' TO WS-NAME-CHAR
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            ADD 1 TO WS-NORM-IDX
            MOVE WS-NAME-CHAR TO WS-NORM-NAME(WS-NORM-IDX:1)
        END-IF
    END-PERFORM.
