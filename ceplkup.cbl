IDENTIFICATION DIVISION.
PROGRAM-ID.  CEPLKUP.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CEP-TABLE-FILE ASSIGN TO "data/ceptab.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CEPTAB-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CEP-TABLE-FILE.
COPY "ceprec.cpy".

WORKING-STORAGE SECTION.

01  WS-CEPTAB-STATUS     PIC XX.
01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CEPTAB              VALUE 'Y'.

01  WS-LOAD-STATE        PIC X(01) VALUE 'N'.
    88  TABLE-NOT-LOADED            VALUE 'N'.
    88  TABLE-LOADED-OK             VALUE 'Y'.
    88  TABLE-LOAD-FAILED           VALUE 'F'.

01  WS-MAX-RANGES        PIC 9(4)  VALUE 3000.
01  WS-RANGE-COUNT       PIC 9(4)  VALUE 0.
01  WS-RANGE-TABLE.
    05  WS-R-ENTRY OCCURS 0 TO 3000 TIMES
                DEPENDING ON WS-RANGE-COUNT.
        10  WS-R-START       PIC X(08).
        10  WS-R-END         PIC X(08).
        10  WS-R-CITY        PIC X(20).
        10  WS-R-STATE       PIC X(02).

01  WS-PREV-END          PIC X(08).
01  WS-LOW-IDX           PIC 9(4).
01  WS-HIGH-IDX          PIC 9(4).
01  WS-MID-IDX           PIC 9(4).
01  WS-FOUND-IDX         PIC 9(4).

*> City comparison ignores case, accents, spacing and hyphens, the
*> same folding DUPSCAN's Normalize-Name applies to names.
01  WS-FOLD-IN           PIC X(20).
01  WS-FOLD-OUT          PIC X(20).
01  WS-FOLDED-INPUT      PIC X(20).
01  WS-FOLDED-OFFICIAL   PIC X(20).
01  WS-FOLD-IDX          PIC 9(03).
01  WS-FOLD-OUT-IDX      PIC 9(03).
01  WS-FOLD-CHAR         PIC X(01).

LINKAGE SECTION.
01  LNK-CEP-CODE         PIC X(08).
01  LNK-CITY-IN          PIC X(20).
01  LNK-CITY-OUT         PIC X(20).
01  LNK-STATE-OUT        PIC X(02).
01  LNK-CEP-RESULT       PIC X(01).
    88  LNK-CEP-CONFIRMED           VALUE 'V'.
    88  LNK-CITY-STANDARDIZED       VALUE 'P'.
    88  LNK-CITY-DIVERGENT          VALUE 'D'.
    88  LNK-CEP-UNKNOWN             VALUE 'N'.
    88  LNK-CEP-TABLE-DOWN          VALUE 'U'.

PROCEDURE DIVISION USING LNK-CEP-CODE, LNK-CITY-IN, LNK-CITY-OUT,
                         LNK-STATE-OUT, LNK-CEP-RESULT.
Begin.
    *> Read once per run unit, like MSGLKUP. The caller passes the
    *> CEP and the city as keyed and always gets the result code
    *> back:
    *>   V = city already spelled as the reference has it
    *>   P = same city (case, accents, spacing) or no city given --
    *>       LNK-CITY-OUT carries the official spelling to store
    *>   D = the CEP belongs to another city -- LNK-CITY-OUT
    *>       names that city, for the caller's message only
    *>   N = the CEP falls in no range on file
    *>   U = reference table unavailable or out of order; nothing
    *>       was checked and the caller keeps what was keyed
    IF TABLE-NOT-LOADED
        PERFORM Load-Cep-Table
    END-IF

    MOVE LNK-CITY-IN TO LNK-CITY-OUT
    MOVE SPACES      TO LNK-STATE-OUT
    IF NOT TABLE-LOADED-OK
        MOVE 'U' TO LNK-CEP-RESULT
    ELSE
        PERFORM Find-Cep-Range
        IF WS-FOUND-IDX = 0
            MOVE 'N' TO LNK-CEP-RESULT
        ELSE
            MOVE WS-R-STATE(WS-FOUND-IDX) TO LNK-STATE-OUT
            PERFORM Compare-City
        END-IF
    END-IF
    GOBACK.

Load-Cep-Table.
    *> The binary search below needs the ranges in ascending order
    *> and disjoint (CEPMANT guarantees both, a hand-edited file
    *> would not) -- a file that breaks either rule is refused
    *> whole rather than searched wrongly.
    MOVE 0 TO WS-RANGE-COUNT
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE LOW-VALUES TO WS-PREV-END
    MOVE 'Y' TO WS-LOAD-STATE
    OPEN INPUT CEP-TABLE-FILE
    IF WS-CEPTAB-STATUS = '00'
        PERFORM UNTIL END-OF-CEPTAB OR TABLE-LOAD-FAILED
            READ CEP-TABLE-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    EVALUATE TRUE
                        WHEN CEP-RANGE-START NOT NUMERIC
                             OR CEP-RANGE-END NOT NUMERIC
                             OR CEP-RANGE-END < CEP-RANGE-START
                            DISPLAY "data/ceptab.dat faixa invalida: ",
                                    CEP-RANGE-START, "-", CEP-RANGE-END
                            MOVE 'F' TO WS-LOAD-STATE
                        WHEN CEP-RANGE-START <= WS-PREV-END
                            DISPLAY "data/ceptab.dat fora de ordem ou "
                                    "sobreposto na faixa: ",
                                    CEP-RANGE-START
                            MOVE 'F' TO WS-LOAD-STATE
                        WHEN WS-RANGE-COUNT >= WS-MAX-RANGES
                            DISPLAY "data/ceptab.dat excede ",
                                    WS-MAX-RANGES, " faixas."
                            MOVE 'F' TO WS-LOAD-STATE
                        WHEN OTHER
                            ADD 1 TO WS-RANGE-COUNT
                            MOVE CEP-RANGE-START
                                TO WS-R-START(WS-RANGE-COUNT)
                            MOVE CEP-RANGE-END
                                TO WS-R-END(WS-RANGE-COUNT)
                            MOVE CEP-CITY
                                TO WS-R-CITY(WS-RANGE-COUNT)
                            MOVE CEP-STATE
                                TO WS-R-STATE(WS-RANGE-COUNT)
                            MOVE CEP-RANGE-END TO WS-PREV-END
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE CEP-TABLE-FILE
    ELSE
        DISPLAY "data/ceptab.dat indisponivel, status: ",
                WS-CEPTAB-STATUS
        MOVE 'F' TO WS-LOAD-STATE
    END-IF.

Find-Cep-Range.
    *> Ranges, not keys, so SEARCH ALL does not apply: a plain
    *> binary search for the last range starting at or below the
    *> CEP, which then either contains it or nothing does.
    MOVE 0 TO WS-FOUND-IDX
    IF LNK-CEP-CODE IS NUMERIC
        MOVE 1 TO WS-LOW-IDX
        MOVE WS-RANGE-COUNT TO WS-HIGH-IDX
        PERFORM UNTIL WS-LOW-IDX > WS-HIGH-IDX
            COMPUTE WS-MID-IDX = (WS-LOW-IDX + WS-HIGH-IDX) / 2
            IF WS-R-START(WS-MID-IDX) <= LNK-CEP-CODE
                MOVE WS-MID-IDX TO WS-FOUND-IDX
                COMPUTE WS-LOW-IDX = WS-MID-IDX + 1
            ELSE
                COMPUTE WS-HIGH-IDX = WS-MID-IDX - 1
            END-IF
        END-PERFORM
        IF WS-FOUND-IDX NOT = 0
            IF WS-R-END(WS-FOUND-IDX) < LNK-CEP-CODE
                MOVE 0 TO WS-FOUND-IDX
            END-IF
        END-IF
    END-IF.

Compare-City.
    EVALUATE TRUE
        WHEN LNK-CITY-IN = WS-R-CITY(WS-FOUND-IDX)
            MOVE 'V' TO LNK-CEP-RESULT
        WHEN LNK-CITY-IN = SPACES
            MOVE WS-R-CITY(WS-FOUND-IDX) TO LNK-CITY-OUT
            MOVE 'P' TO LNK-CEP-RESULT
        WHEN OTHER
            MOVE LNK-CITY-IN TO WS-FOLD-IN
            PERFORM Fold-City
            MOVE WS-FOLD-OUT TO WS-FOLDED-INPUT
            MOVE WS-R-CITY(WS-FOUND-IDX) TO WS-FOLD-IN
            PERFORM Fold-City
            MOVE WS-FOLD-OUT TO WS-FOLDED-OFFICIAL
            MOVE WS-R-CITY(WS-FOUND-IDX) TO LNK-CITY-OUT
            IF WS-FOLDED-INPUT = WS-FOLDED-OFFICIAL
                MOVE 'P' TO LNK-CEP-RESULT
            ELSE
                MOVE 'D' TO LNK-CEP-RESULT
            END-IF
    END-EVALUATE.

Fold-City.
    MOVE SPACES TO WS-FOLD-OUT
    MOVE 0 TO WS-FOLD-OUT-IDX
    PERFORM VARYING WS-FOLD-IDX FROM 1 BY 1
            UNTIL WS-FOLD-IDX > 20
        MOVE WS-FOLD-IN(WS-FOLD-IDX:1) TO WS-FOLD-CHAR
        IF WS-FOLD-CHAR NOT = SPACE AND WS-FOLD-CHAR NOT = '-'
            IF WS-FOLD-CHAR >= 'a' AND WS-FOLD-CHAR <= 'z'
                MOVE FUNCTION UPPER-CASE(WS-FOLD-CHAR)
                    TO WS-FOLD-CHAR
            END-IF
            EVALUATE TRUE
                WHEN WS-FOLD-CHAR >= X"C0" AND WS-FOLD-CHAR <= X"C5"
                    MOVE 'A' TO WS-FOLD-CHAR
                WHEN WS-FOLD-CHAR >= X"E0" AND WS-FOLD-CHAR <= X"E5"
                    MOVE 'A' TO WS-FOLD-CHAR
                WHEN WS-FOLD-CHAR = X"C7" OR WS-FOLD-CHAR = X"E7"
                    MOVE 'C' TO WS-FOLD-CHAR
                WHEN WS-FOLD-CHAR >= X"C8" AND WS-FOLD-CHAR <= X"CB"
                    MOVE 'E' TO WS-FOLD-CHAR
                WHEN WS-FOLD-CHAR >= X"E8" AND WS-FOLD-CHAR <= X"EB"
                    MOVE 'E' TO WS-FOLD-CHAR
                WHEN WS-FOLD-CHAR >= X"CC" AND WS-FOLD-CHAR <= X"CF"
                    MOVE 'I' TO WS-FOLD-CHAR
                WHEN WS-FOLD-CHAR >= X"EC" AND WS-FOLD-CHAR <= X"EF"
                    MOVE 'I' TO WS-FOLD-CHAR
                WHEN WS-FOLD-CHAR = X"D1" OR WS-FOLD-CHAR = X"F1"
                    MOVE 'N' TO WS-FOLD-CHAR
                WHEN WS-FOLD-CHAR >= X"D2" AND WS-FOLD-CHAR <= X"D6"
                    MOVE 'O' TO WS-FOLD-CHAR
                WHEN WS-FOLD-CHAR >= X"F2" AND WS-FOLD-CHAR <= X"F6"
                    MOVE 'O' TO WS-FOLD-CHAR
                WHEN WS-FOLD-CHAR >= X"D9" AND WS-FOLD-CHAR <= X"DC"
                    MOVE 'U' TO WS-FOLD-CHAR
                WHEN WS-FOLD-CHAR >= X"F9" AND WS-FOLD-CHAR <= X"FC"
                    MOVE 'U' TO WS-FOLD-CHAR
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            ADD 1 TO WS-FOLD-OUT-IDX
            MOVE WS-FOLD-CHAR TO WS-FOLD-OUT(WS-FOLD-OUT-IDX:1)
        END-IF
    END-PERFORM.
