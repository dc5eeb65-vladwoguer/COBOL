        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

    SELECT DUP-CAND-REPORT ASSIGN TO "DUPCAND.RPT"
01  WS-I                 PIC 9(5).
01  WS-J                 PIC 9(5).

*> NAMENORM interface.
01  WS-WORK-NAME         PIC X(52).
01  WS-NORM-NAME         PIC X(52).
01  WS-NORM-SURNAME      PIC X(30).

01  WS-EXACT-COUNT       PIC 9(5)  VALUE 0.
01  WS-NEAR-COUNT        PIC 9(5)  VALUE 0.
    END-IF.

Normalize-Name.
    *> Near-match folding is NAMENORM's, the same routine that builds
    *> the master name-search keys, so a pair DUPSCAN calls alike is
    *> also a pair the search desk finds together.
    CALL 'NAMENORM' USING WS-WORK-NAME, WS-NORM-NAME, WS-NORM-SURNAME.

Report-Exact-Pairs.
    PERFORM VARYING WS-I FROM 1 BY 1
