IDENTIFICATION DIVISION.
PROGRAM-ID.  LGPDREQ.
AUTHOR.  VLADWOGUER BEZERRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-ID
        ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
        ALTERNATE RECORD KEY IS CUST-SURNAME-KEY WITH DUPLICATES
        FILE STATUS IS WS-CUST-STATUS.

    SELECT CONTACT-FILE ASSIGN TO "CUSTCONT.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONT-CUST-ID
        ALTERNATE RECORD KEY IS CONT-PHONE WITH DUPLICATES
        ALTERNATE RECORD KEY IS CONT-EMAIL WITH DUPLICATES
        FILE STATUS IS WS-CONTACT-STATUS.

    SELECT DECISION-HISTORY ASSIGN TO "DECHIST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DH-KEY
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT REJECT-WORK-FILE ASSIGN TO "REJWORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-STATUS.

    SELECT CRM-REJECTION-FILE ASSIGN TO "CRMREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRMREJ-STATUS.

    SELECT PROPOSAL-FILE ASSIGN TO "INACTPRP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPOSAL-STATUS.

    *> The live audit trail and its MONARCH generations share one
    *> layout, so one dynamically named file serves AUDIT.LOG and
    *> every AUDIT.yyyymm.ARC alike; the same for the CRM feed.
    SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT CRM-FEED-FILE ASSIGN USING WS-FEED-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.

    SELECT ARCHIVED-FEED ASSIGN TO "ARCHFEED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHFEED-STATUS.

    SELECT CRM-EVENT-FILE ASSIGN TO "CRMEVT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVENT-STATUS.

    SELECT PENDING-CHANGES ASSIGN TO "PENDCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT RECONF-FILE ASSIGN TO "RECONF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECONF-STATUS.

    SELECT RESPONSE-FILE ASSIGN TO "RECONRSP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESPONSE-STATUS.

    SELECT LETTER-FILE ASSIGN TO "RECONLTR.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LETTER-STATUS.

    *> One per intake supplier, INTAKE01.RET / INTAKE02.RET.
    SELECT SUPPLIER-RETURN ASSIGN USING WS-RETURN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETURN-STATUS.

    SELECT LINK-FILE ASSIGN TO "CUSTLINK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LINK-STATUS.

    SELECT LGPD-LOG ASSIGN TO "LGPDLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LGPD-STATUS.

    SELECT ANONYMIZE-WORK ASSIGN TO "LGPDWORK.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ANONWORK-STATUS.

    SELECT ACCESS-REPORT ASSIGN TO "LGPDACC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-MASTER.
COPY "custrec.cpy".

FD  CONTACT-FILE.
COPY "contactrec.cpy".

FD  DECISION-HISTORY.
COPY "dechistrec.cpy".

FD  REJECT-WORK-FILE.
COPY "rejworkrec.cpy".

FD  CRM-REJECTION-FILE.
COPY "crmrejrec.cpy".

FD  PROPOSAL-FILE.
COPY "inactrec.cpy".

FD  AUDIT-FILE.
COPY "auditrec.cpy".

FD  CRM-FEED-FILE.
COPY "feedrec.cpy".

FD  ARCHIVED-FEED.
COPY "archfeedrec.cpy".

FD  CRM-EVENT-FILE.
COPY "crmevtrec.cpy".

FD  PENDING-CHANGES.
COPY "pendchgrec.cpy".

FD  RECONF-FILE.
COPY "reconfrec.cpy".

FD  RESPONSE-FILE.
COPY "reconrsprec.cpy".

FD  LETTER-FILE.
01  LETTER-LINE                 PIC X(80).

FD  SUPPLIER-RETURN.
COPY "supretrec.cpy".

FD  LINK-FILE.
COPY "custlinkrec.cpy".

FD  LGPD-LOG.
COPY "lgpdrec.cpy".

FD  ANONYMIZE-WORK.
01  ANONYMIZE-WORK-RECORD       PIC X(287).

FD  ACCESS-REPORT.
01  ACCESS-REPORT-LINE          PIC X(132).

WORKING-STORAGE SECTION.

01  WS-CUST-STATUS       PIC XX.
01  WS-CONTACT-STATUS    PIC XX.
01  WS-HISTORY-STATUS    PIC XX.
01  WS-WORK-STATUS       PIC XX.
01  WS-CRMREJ-STATUS     PIC XX.
01  WS-PROPOSAL-STATUS   PIC XX.
01  WS-AUDIT-STATUS      PIC XX.
01  WS-FEED-STATUS       PIC XX.
01  WS-ARCHFEED-STATUS   PIC XX.
01  WS-EVENT-STATUS      PIC XX.
01  WS-PENDING-STATUS    PIC XX.
01  WS-RECONF-STATUS     PIC XX.
01  WS-RESPONSE-STATUS   PIC XX.
01  WS-LETTER-STATUS     PIC XX.
01  WS-RETURN-STATUS     PIC XX.
01  WS-LINK-STATUS       PIC XX.
01  WS-LGPD-STATUS       PIC XX.
01  WS-ANONWORK-STATUS   PIC XX.
01  WS-REPORT-STATUS     PIC XX.

01  WS-AUDIT-FILE-NAME   PIC X(20) VALUE SPACES.
01  WS-FEED-FILE-NAME    PIC X(20) VALUE SPACES.
01  WS-RETURN-FILE-NAME  PIC X(20) VALUE SPACES.
01  WS-RETURN-CHANNEL    PIC X(02).

01  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
    88  END-OF-CURRENT-FILE          VALUE 'Y'.

01  WS-EXIT-SWITCH       PIC X(01) VALUE 'N'.
    88  OPERATOR-DONE               VALUE 'Y'.
01  WS-MENU-OPTION       PIC 9(01).

01  WS-INPUT-CUST-ID     PIC 9(06).
01  WS-INPUT-REQUEST-ID  PIC 9(06).
01  WS-INPUT-REASON      PIC X(40).
01  WS-CONFIRM           PIC X(01).

01  WS-RECORD-FOUND-SW   PIC X(01) VALUE 'N'.
    88  CUSTOMER-FOUND              VALUE 'Y'.

*> What an erased name reads as everywhere it used to appear.
*> CUST-ID, dates, statuses and every decision code stay as they
*> were -- the history still adds up, it just no longer says who.
01  WS-ANON-NAME         PIC X(52) VALUE "TITULAR ANONIMIZADO - LGPD".
01  WS-ANON-VALUE        PIC X(52) VALUE "ANONIMIZADO - LGPD".

*> The request log is append-only: a new request and every later
*> decision on it each add an entry under the request number, and
*> nothing already on file is ever written again. Loading keeps
*> the LATEST entry per number, which is the request as it stands.
01  WS-MAX-REQUESTS      PIC 9(4)  VALUE 5000.
01  WS-REQUEST-COUNT     PIC 9(4)  VALUE 0.
01  WS-REQUEST-TABLE.
    05  WS-RQ-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-REQUEST-COUNT.
        10  WS-RQ-REQUEST-ID     PIC 9(6).
        10  WS-RQ-TYPE           PIC X(01).
        10  WS-RQ-CUST-ID        PIC 9(6).
        10  WS-RQ-REQUEST-DATE   PIC 9(8).
        10  WS-RQ-REQUEST-TIME   PIC 9(8).
        10  WS-RQ-REQUESTED-BY   PIC X(08).
        10  WS-RQ-STATUS         PIC X(01).
        10  WS-RQ-DECIDED-BY     PIC X(08).
        10  WS-RQ-DECISION-DATE  PIC 9(8).
        10  WS-RQ-RECORD-COUNT   PIC 9(6).
        10  WS-RQ-OUTCOME-TEXT   PIC X(60).
01  WS-REQUEST-OVERFLOW-SW PIC X(01) VALUE 'N'.
    88  REQUEST-LOG-OVERFLOWED      VALUE 'Y'.
01  WS-RQ-IDX            PIC 9(4).
01  WS-RQ-FOUND-IDX      PIC 9(4)  VALUE 0.
01  WS-RQ-SLOT           PIC 9(4)  VALUE 0.
01  WS-HIGH-REQUEST-ID   PIC 9(6)  VALUE 0.
01  WS-PENDING-COUNT     PIC 9(4)  VALUE 0.

*> Monthly archive generations are probed from the customer's
*> capture month up to the current month -- nothing earlier can
*> name them, and a month MONARCH never cut simply is not there.
01  WS-ARC-PERIOD        PIC 9(6).
01  WS-ARC-PERIOD-X REDEFINES WS-ARC-PERIOD.
    05  WS-ARC-YEAR          PIC 9(4).
    05  WS-ARC-MONTH         PIC 9(2).
01  WS-FIRST-PERIOD      PIC 9(6).
01  WS-LAST-PERIOD       PIC 9(6).
01  WS-ARCHIVE-SW        PIC X(01) VALUE 'N'.
    88  SCANNING-ARCHIVE            VALUE 'Y'.

*> Per-source hit counters for the access report and per-source
*> change counters for the erasure.
01  WS-SOURCE-HITS       PIC 9(6)  VALUE 0.
01  WS-TOTAL-HITS        PIC 9(6)  VALUE 0.
01  WS-FILE-CHANGES      PIC 9(6)  VALUE 0.
01  WS-TOTAL-CHANGES     PIC 9(6)  VALUE 0.
01  WS-FILES-REFUSED     PIC 9(4)  VALUE 0.
01  WS-WORK-OPEN-STATUS  PIC XX.
01  WS-REFUSED-FILE-NAME PIC X(20).
01  WS-REFUSED-STATUS    PIC XX.

*> An approval left partial is approved again to finish; the CRM
*> deletion goes out on the first approval only, unless that one
*> failed to queue it.
01  WS-EVENT-FAILED-TEXT PIC X(60)
        VALUE "PARCIAL: EVENTO DE EXCLUSAO NAO GRAVADO - REAPROVAR".
01  WS-EVENT-FAILED-SW   PIC X(01) VALUE 'N'.
    88  CRM-EVENT-NOT-WRITTEN       VALUE 'Y'.

*> How the subject is recognised on files that carry no CUST-ID
*> (the supplier return lines), and on PENDCHG.DAT's entry key.
*> Taken before anything is anonymized; a subject already erased
*> leaves them blank and matches nothing there.
01  WS-SUBJECT-KEY       PIC X(08).
01  WS-SUBJECT-NAME-KEY  PIC X(52).
01  WS-SUBJECT-PHONE     PIC X(11).
01  WS-SUBJECT-EMAIL     PIC X(40).
01  WS-SUBJECT-MATCH-SW  PIC X(01) VALUE 'N'.
    88  SUBJECT-MATCHED             VALUE 'Y'.

*> The supplier's rejected line as INTAKEEDT echoed it back.
01  WS-RETURN-SOURCE.
    05  WS-RS-RECORD-NBR     PIC X(08).
    05  WS-RS-NAME           PIC X(52).
    05  WS-RS-STREET         PIC X(40).
    05  WS-RS-CITY           PIC X(20).
    05  WS-RS-POSTAL         PIC X(08).
    05  WS-RS-PHONE          PIC X(11).
    05  WS-RS-EMAIL          PIC X(40).
01  WS-RS-NAME-KEY       PIC X(52).
01  WS-RS-SURNAME-KEY    PIC X(30).

01  WS-LETTER-SW         PIC X(01) VALUE 'N'.
    88  IN-SUBJECT-LETTER           VALUE 'Y'.

*> Feed envelope: anonymizing a detail changes the name hash its
*> batch trailer carries, so the trailer is corrected by the same
*> difference and RECONCIL (and the CRM) still see a sound batch.
01  WS-HASH-DELTA        PIC S9(10) VALUE 0.
01  WS-OLD-NAME-HASH     PIC 9(6).
01  WS-NEW-NAME-HASH     PIC 9(6).
01  WS-HASH-NAME         PIC X(52).
01  WS-HASH-RESULT       PIC 9(6).
01  WS-NAME-IDX          PIC 9(3).
01  WS-NAME-CHAR-VALUE   PIC 9(3).

*> Pre-envelope feed record, decoded through the same shifted view
*> RECONCIL and MONARCH use.
01  WS-LEGACY-FEED-REC.
    05  WS-LEG-CUST-ID       PIC 9(6).
    05  WS-LEG-CUST-NAME     PIC X(52).
    05  WS-LEG-CAPTURE-DATE  PIC 9(8).
    05  FILLER               PIC X(11).

01  WS-AUDIT-ACTION      PIC X(08).
01  WS-AUDIT-OLD-VALUE   PIC X(52).
01  WS-AUDIT-NEW-VALUE   PIC X(52).

01  WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
01  WS-SIGNON-PERM       PIC X(01) VALUE SPACE.
    88  OPERATOR-MAY-UPDATE         VALUES 'U' 'S'.
    88  OPERATOR-IS-SUPERVISOR      VALUE 'S'.
01  WS-SIGNON-OK         PIC X(01) VALUE 'N'.
    88  SIGNON-ACCEPTED             VALUE 'Y'.
01  WS-JOB-ID            PIC X(08) VALUE 'LGPDREQ '.
01  WS-CURRENT-TIME      PIC 9(8).
01  WS-CURRENT-DATE-NUM  PIC 9(8).
01  WS-DATE-FOR-EDIT     PIC 9(8).
01  CurrentDate.
    05  CurrentYear      PIC 9(4).
    05  CurrentMonth     PIC 99.
    05  CurrentDay       PIC 99.

01  WS-REPORT-HEADER-1.
    05  FILLER               PIC X(30) VALUE "RELATORIO DE ACESSO DO TITULAR".
    05  FILLER               PIC X(18) VALUE " (LGPD) - LGPDREQ ".
    05  FILLER               PIC X(08) VALUE "  DATA: ".
    05  H1-DATE              PIC 99/99/9999.
    05  FILLER               PIC X(14) VALUE "  SOLICITACAO ".
    05  H1-REQUEST-ID        PIC 9(06).

01  WS-CUSTOMER-HEADER.
    05  FILLER               PIC X(09) VALUE "CLIENTE: ".
    05  CH-CUST-ID           PIC 9(06).
    05  FILLER               PIC X(03) VALUE " - ".
    05  CH-CUST-NAME         PIC X(52).

01  WS-STATUS-LINE.
    05  FILLER               PIC X(09) VALUE "CAPTURA: ".
    05  SL-CAPTURE-DATE      PIC 9999/99/99.
    05  FILLER               PIC X(12) VALUE "  FEED CRM: ".
    05  SL-FEED-STATUS       PIC X(01).
    05  FILLER               PIC X(14) VALUE "  DATA-ENVIO: ".
    05  SL-FEED-DATE         PIC 9999/99/99.
    05  FILLER               PIC X(12) VALUE "  SITUACAO: ".
    05  SL-ACTIVE-STATUS     PIC X(01).
    05  FILLER               PIC X(09) VALUE "  CANAL: ".
    05  SL-CHANNEL           PIC X(02).

01  WS-CONTACT-LINE-1.
    05  FILLER               PIC X(10) VALUE "ENDERECO: ".
    05  CL-STREET            PIC X(40).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CL-CITY              PIC X(20).

01  WS-CONTACT-LINE-2.
    05  FILLER               PIC X(05) VALUE "CEP: ".
    05  CL-POSTAL            PIC X(08).
    05  FILLER               PIC X(07) VALUE "  TEL: ".
    05  CL-PHONE             PIC X(11).
    05  FILLER               PIC X(10) VALUE "  E-MAIL: ".
    05  CL-EMAIL             PIC X(40).

01  WS-SECTION-LINE.
    05  FILLER               PIC X(03) VALUE "-- ".
    05  SC-TITLE             PIC X(50).
    05  SC-SOURCE            PIC X(20).

01  WS-DECISION-DETAIL.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  DD-CASE-ID           PIC X(10).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  DD-CODE              PIC X(05).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  DD-DECISION          PIC X(01).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  DD-RUN-DATE          PIC 9999/99/99.

01  WS-REJECT-DETAIL.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  RD-CASE-ID           PIC X(10).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-CODES             PIC X(25).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-STATUS            PIC X(01).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-REASON-TEXT       PIC X(30).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-OPENED-DATE       PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RD-STATUS-DATE       PIC 9999/99/99.

01  WS-CRMREJ-DETAIL.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  CD-REASON-TEXT       PIC X(30).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CD-REJECT-DATE       PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CD-REJECT-COUNT      PIC ZZ9.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CD-STATUS            PIC X(01).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  CD-EVENT-TYPE        PIC X(01).

01  WS-PROPOSAL-DETAIL.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  PD-CUST-NAME         PIC X(52).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  PD-PROPOSED-DATE     PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  PD-STATUS            PIC X(01).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  PD-REVIEWER          PIC X(08).

01  WS-AUDIT-DETAIL-1.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  AD-TS-DATE           PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  AD-OPERATOR          PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  AD-JOB               PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  AD-ACTION            PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  AD-CUST-NAME         PIC X(52).

01  WS-AUDIT-DETAIL-2.
    05  FILLER               PIC X(07) VALUE "   DE: ".
    05  AD-OLD-VALUE         PIC X(52).
    05  FILLER               PIC X(08) VALUE "  PARA: ".
    05  AD-NEW-VALUE         PIC X(52).

01  WS-FEED-DETAIL-1.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  FD-EXTRACT-DATE      PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  FD-CUST-NAME         PIC X(52).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  FD-CITY              PIC X(20).

01  WS-FEED-DETAIL-2.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  FD-STREET            PIC X(40).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  FD-POSTAL            PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  FD-PHONE             PIC X(11).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  FD-EMAIL             PIC X(40).

01  WS-PENDCHG-DETAIL.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  PCD-CHANGE-ID        PIC 9(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  PCD-REQUEST-DATE     PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  PCD-REQUESTED-BY     PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  PCD-STATUS           PIC X(01).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  PCD-DECIDED-BY       PIC X(08).

01  WS-RESPONSE-DETAIL.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  RSD-TYPE             PIC X(01).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RSD-DATE             PIC 9999/99/99.

01  WS-RECONF-DETAIL.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  RFD-CHANNEL          PIC X(02).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RFD-LETTER-DATE      PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RFD-DUE-DATE         PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RFD-STATUS           PIC X(01).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RFD-STATUS-DATE      PIC 9999/99/99.

01  WS-LETTER-DETAIL.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  LD-LINE              PIC X(80).

01  WS-RETURN-DETAIL.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  RTD-DATE             PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RTD-RECORD-NBR       PIC X(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RTD-REASON-CODE      PIC X(04).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RTD-FIELD            PIC X(20).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  RTD-NAME             PIC X(52).

01  WS-LINK-DETAIL.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  LKD-LINK-ID          PIC 9(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  LKD-CUST-ID-1        PIC 9(06).
    05  FILLER               PIC X(03) VALUE " - ".
    05  LKD-CUST-ID-2        PIC 9(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  LKD-TYPE             PIC X(01).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  LKD-STATUS           PIC X(01).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  LKD-START-DATE       PIC 9999/99/99.
    05  FILLER               PIC X(02) VALUE SPACES.
    05  LKD-END-DATE         PIC 9999/99/99.

01  WS-SECTION-COUNT.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  FILLER               PIC X(20) VALUE "registros: ".
    05  SN-HITS              PIC ZZZ,ZZ9.

01  WS-REPORT-TOTAL.
    05  FILLER               PIC X(30) VALUE "Total de registros do titular ".
    05  FILLER               PIC X(02) VALUE ": ".
    05  RT-HITS              PIC ZZZ,ZZ9.

01  WS-EXTRACT-DATE      PIC 9(8)  VALUE 0.

PROCEDURE DIVISION.
Begin.
    ACCEPT CurrentDate FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    COMPUTE WS-CURRENT-DATE-NUM =
        CurrentYear * 10000 + CurrentMonth * 100 + CurrentDay

    *> Shared sign-on check. Every option here handles a data
    *> subject's full personal data, so producing a report or
    *> logging an erasure takes an update profile, and only a
    *> supervisor -- never the one who logged it -- decides an
    *> erasure.
    CALL 'OPRSIGN' USING WS-OPERATOR-ID, WS-SIGNON-PERM,
                         WS-SIGNON-OK
    IF NOT SIGNON-ACCEPTED
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Load-Request-Log

    PERFORM UNTIL OPERATOR-DONE
        PERFORM Show-Menu
        ACCEPT WS-MENU-OPTION
        EVALUATE TRUE
            WHEN WS-MENU-OPTION = 4
                PERFORM List-Pending-Requests
            WHEN WS-MENU-OPTION = 5
                MOVE 'Y' TO WS-EXIT-SWITCH
            WHEN (WS-MENU-OPTION = 1 OR WS-MENU-OPTION = 2)
                 AND NOT OPERATOR-MAY-UPDATE
                DISPLAY "Permissao insuficiente: perfil somente de "
                        "consulta."
            WHEN WS-MENU-OPTION = 3 AND NOT OPERATOR-IS-SUPERVISOR
                DISPLAY "Permissao insuficiente: decisao de "
                        "eliminacao exige perfil de supervisor."
            WHEN (WS-MENU-OPTION >= 1 AND WS-MENU-OPTION <= 3)
                 AND REQUEST-LOG-OVERFLOWED
                DISPLAY "Manutencao recusada: LGPDLOG.DAT excede a "
                        "area de trabalho."
            WHEN WS-MENU-OPTION = 1
                PERFORM Subject-Access-Request
            WHEN WS-MENU-OPTION = 2
                PERFORM Log-Erasure-Request
            WHEN WS-MENU-OPTION = 3
                PERFORM Decide-Erasure-Request
            WHEN OTHER
                DISPLAY "Opcao invalida."
        END-EVALUATE
    END-PERFORM

    MOVE 0 TO RETURN-CODE
    STOP RUN.

Show-Menu.
    DISPLAY "== Direitos do Titular (LGPD) =="
    DISPLAY "1-Relatorio de acesso  2-Solicitar eliminacao  "
            "3-Aprovar/recusar eliminacao"
    DISPLAY "4-Listar pendentes  5-Sair"
    DISPLAY "Opcao: ".

Load-Request-Log.
    MOVE 0 TO WS-REQUEST-COUNT
    MOVE 0 TO WS-HIGH-REQUEST-ID
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT LGPD-LOG
    IF WS-LGPD-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ LGPD-LOG
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF LG-REQUEST-ID > WS-HIGH-REQUEST-ID
                        MOVE LG-REQUEST-ID TO WS-HIGH-REQUEST-ID
                    END-IF
                    PERFORM Find-Logged-Request
                    EVALUATE TRUE
                        WHEN WS-RQ-SLOT NOT = 0
                            PERFORM Table-One-Request
                        WHEN WS-REQUEST-COUNT < WS-MAX-REQUESTS
                            ADD 1 TO WS-REQUEST-COUNT
                            MOVE WS-REQUEST-COUNT TO WS-RQ-SLOT
                            PERFORM Table-One-Request
                        WHEN OTHER
                            MOVE 'Y' TO WS-REQUEST-OVERFLOW-SW
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE LGPD-LOG
        IF REQUEST-LOG-OVERFLOWED
            DISPLAY "AVISO: LGPDLOG.DAT excede ", WS-MAX-REQUESTS,
                    " registros - novas solicitacoes bloqueadas; "
                    "listagem disponivel."
        END-IF
    ELSE
        DISPLAY "LGPDLOG.DAT nao encontrado, iniciando log vazio."
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Find-Logged-Request.
    MOVE 0 TO WS-RQ-SLOT
    PERFORM VARYING WS-RQ-IDX FROM WS-REQUEST-COUNT BY -1
            UNTIL WS-RQ-IDX < 1 OR WS-RQ-SLOT NOT = 0
        IF WS-RQ-REQUEST-ID(WS-RQ-IDX) = LG-REQUEST-ID
            MOVE WS-RQ-IDX TO WS-RQ-SLOT
        END-IF
    END-PERFORM.

Table-One-Request.
    MOVE LG-REQUEST-ID    TO WS-RQ-REQUEST-ID(WS-RQ-SLOT)
    MOVE LG-REQUEST-TYPE  TO WS-RQ-TYPE(WS-RQ-SLOT)
    MOVE LG-CUST-ID       TO WS-RQ-CUST-ID(WS-RQ-SLOT)
    MOVE LG-REQUEST-DATE  TO WS-RQ-REQUEST-DATE(WS-RQ-SLOT)
    MOVE LG-REQUEST-TIME  TO WS-RQ-REQUEST-TIME(WS-RQ-SLOT)
    MOVE LG-REQUESTED-BY  TO WS-RQ-REQUESTED-BY(WS-RQ-SLOT)
    MOVE LG-STATUS        TO WS-RQ-STATUS(WS-RQ-SLOT)
    MOVE LG-DECIDED-BY    TO WS-RQ-DECIDED-BY(WS-RQ-SLOT)
    MOVE LG-DECISION-DATE TO WS-RQ-DECISION-DATE(WS-RQ-SLOT)
    MOVE LG-RECORD-COUNT  TO WS-RQ-RECORD-COUNT(WS-RQ-SLOT)
    MOVE LG-OUTCOME-TEXT  TO WS-RQ-OUTCOME-TEXT(WS-RQ-SLOT).

Save-Request-Log.
    *> Appends the request in WS-RQ-SLOT as it now stands.
    OPEN EXTEND LGPD-LOG
    IF WS-LGPD-STATUS = '05' OR WS-LGPD-STATUS = '35'
        CLOSE LGPD-LOG
        OPEN OUTPUT LGPD-LOG
    END-IF
    MOVE WS-RQ-REQUEST-ID(WS-RQ-SLOT)    TO LG-REQUEST-ID
    MOVE WS-RQ-TYPE(WS-RQ-SLOT)          TO LG-REQUEST-TYPE
    MOVE WS-RQ-CUST-ID(WS-RQ-SLOT)       TO LG-CUST-ID
    MOVE WS-RQ-REQUEST-DATE(WS-RQ-SLOT)  TO LG-REQUEST-DATE
    MOVE WS-RQ-REQUEST-TIME(WS-RQ-SLOT)  TO LG-REQUEST-TIME
    MOVE WS-RQ-REQUESTED-BY(WS-RQ-SLOT)  TO LG-REQUESTED-BY
    MOVE WS-RQ-STATUS(WS-RQ-SLOT)        TO LG-STATUS
    MOVE WS-RQ-DECIDED-BY(WS-RQ-SLOT)    TO LG-DECIDED-BY
    MOVE WS-RQ-DECISION-DATE(WS-RQ-SLOT) TO LG-DECISION-DATE
    MOVE WS-RQ-RECORD-COUNT(WS-RQ-SLOT)  TO LG-RECORD-COUNT
    MOVE WS-RQ-OUTCOME-TEXT(WS-RQ-SLOT)  TO LG-OUTCOME-TEXT
    WRITE LGPD-REQUEST-RECORD
    IF WS-LGPD-STATUS NOT = '00'
        DISPLAY "AVISO: LGPDLOG.DAT nao gravado, status: ",
                WS-LGPD-STATUS
    END-IF
    CLOSE LGPD-LOG.

Add-Request-Entry.
    *> The caller has the type, customer and status staged in the
    *> LGPD-REQUEST-RECORD area; the number and stamps are set here.
    ADD 1 TO WS-HIGH-REQUEST-ID
    MOVE WS-HIGH-REQUEST-ID  TO LG-REQUEST-ID
    MOVE WS-CURRENT-DATE-NUM TO LG-REQUEST-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-TIME     TO LG-REQUEST-TIME
    MOVE WS-OPERATOR-ID      TO LG-REQUESTED-BY
    ADD 1 TO WS-REQUEST-COUNT
    MOVE WS-REQUEST-COUNT    TO WS-RQ-SLOT
    PERFORM Table-One-Request.

List-Pending-Requests.
    MOVE 0 TO WS-PENDING-COUNT
    PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
            UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
        IF WS-RQ-STATUS(WS-RQ-IDX) = 'P'
            ADD 1 TO WS-PENDING-COUNT
            DISPLAY WS-RQ-REQUEST-ID(WS-RQ-IDX), " eliminacao do "
                    "cliente ", WS-RQ-CUST-ID(WS-RQ-IDX),
                    " solicitada em ", WS-RQ-REQUEST-DATE(WS-RQ-IDX),
                    " por ", WS-RQ-REQUESTED-BY(WS-RQ-IDX)
        END-IF
    END-PERFORM
    DISPLAY "Solicitacoes de eliminacao pendentes: ",
            WS-PENDING-COUNT.

Prompt-For-Cust-Id.
    DISPLAY "Numero do cliente (6 digitos): "
    ACCEPT WS-INPUT-CUST-ID.

Read-Subject-Master.
    MOVE 'N' TO WS-RECORD-FOUND-SW
    OPEN INPUT CUSTOMER-MASTER
    IF WS-CUST-STATUS NOT = '00'
        DISPLAY "CUSTMAST.IDX indisponivel, status: ", WS-CUST-STATUS
    ELSE
        MOVE WS-INPUT-CUST-ID TO CUST-ID
        READ CUSTOMER-MASTER
            INVALID KEY
                DISPLAY "Cliente nao encontrado: ", WS-INPUT-CUST-ID
            NOT INVALID KEY
                MOVE 'Y' TO WS-RECORD-FOUND-SW
        END-READ
        CLOSE CUSTOMER-MASTER
    END-IF.

Compute-Archive-Range.
    *> From the capture month (a capture date that does not hold up
    *> falls back to ten years back) to the current month.
    IF CUST-CAPTURE-YEAR IS NUMERIC AND CUST-CAPTURE-YEAR > 1900
       AND CUST-CAPTURE-MONTH IS NUMERIC
       AND CUST-CAPTURE-MONTH >= 1 AND CUST-CAPTURE-MONTH <= 12
        COMPUTE WS-FIRST-PERIOD =
            CUST-CAPTURE-YEAR * 100 + CUST-CAPTURE-MONTH
    ELSE
        COMPUTE WS-FIRST-PERIOD = (CurrentYear - 10) * 100 + 1
    END-IF
    COMPUTE WS-LAST-PERIOD = CurrentYear * 100 + CurrentMonth.

Advance-Archive-Period.
    IF WS-ARC-MONTH = 12
        ADD 1 TO WS-ARC-YEAR
        MOVE 1 TO WS-ARC-MONTH
    ELSE
        ADD 1 TO WS-ARC-MONTH
    END-IF.

*>-----------------------------------------------------------------
*> Subject access: one report per request, covering every file
*> that can hold the subject, then logged complete.
*>-----------------------------------------------------------------
Subject-Access-Request.
    PERFORM Prompt-For-Cust-Id
    PERFORM Read-Subject-Master
    IF CUSTOMER-FOUND AND WS-REQUEST-COUNT >= WS-MAX-REQUESTS
        DISPLAY "Log de solicitacoes cheio."
    END-IF
    IF CUSTOMER-FOUND AND WS-REQUEST-COUNT < WS-MAX-REQUESTS
        MOVE SPACES TO LGPD-REQUEST-RECORD
        MOVE 'A'              TO LG-REQUEST-TYPE
        MOVE WS-INPUT-CUST-ID TO LG-CUST-ID
        MOVE 'C'              TO LG-STATUS
        MOVE WS-OPERATOR-ID   TO LG-DECIDED-BY
        MOVE WS-CURRENT-DATE-NUM TO LG-DECISION-DATE
        MOVE 0                TO LG-RECORD-COUNT
        PERFORM Add-Request-Entry
        PERFORM Write-Access-Report
        MOVE WS-TOTAL-HITS TO WS-RQ-RECORD-COUNT(WS-REQUEST-COUNT)
        MOVE "RELATORIO DE ACESSO EMITIDO - LGPDACC.RPT"
            TO WS-RQ-OUTCOME-TEXT(WS-REQUEST-COUNT)
        PERFORM Save-Request-Log
        DISPLAY "Solicitacao ", WS-HIGH-REQUEST-ID, ": ",
                WS-TOTAL-HITS, " registros do titular - ver "
                "LGPDACC.RPT"
    END-IF.

Write-Access-Report.
    MOVE 0 TO WS-TOTAL-HITS
    PERFORM Note-Subject-Identity
    OPEN OUTPUT ACCESS-REPORT
    COMPUTE WS-DATE-FOR-EDIT =
        CurrentDay * 1000000 + CurrentMonth * 10000 + CurrentYear
    MOVE WS-DATE-FOR-EDIT   TO H1-DATE
    MOVE WS-HIGH-REQUEST-ID TO H1-REQUEST-ID
    MOVE WS-REPORT-HEADER-1 TO ACCESS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE
    MOVE SPACES TO ACCESS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE

    PERFORM Access-Master-Section
    PERFORM Access-Contact-Section
    PERFORM Access-Decision-Section
    PERFORM Access-Reject-Section
    PERFORM Access-Crm-Rejection-Section
    PERFORM Access-Proposal-Section
    PERFORM Access-Pending-Change-Section
    PERFORM Access-Reconf-Section
    PERFORM Access-Response-Section
    PERFORM Access-Letter-Section
    PERFORM Access-Link-Section
    MOVE "01" TO WS-RETURN-CHANNEL
    PERFORM Access-Return-File
    MOVE "02" TO WS-RETURN-CHANNEL
    PERFORM Access-Return-File

    MOVE "AUDIT.LOG" TO WS-AUDIT-FILE-NAME
    PERFORM Access-Audit-File
    PERFORM Compute-Archive-Range
    MOVE WS-FIRST-PERIOD TO WS-ARC-PERIOD
    PERFORM UNTIL WS-ARC-PERIOD > WS-LAST-PERIOD
        MOVE SPACES TO WS-AUDIT-FILE-NAME
        STRING "AUDIT." WS-ARC-PERIOD ".ARC"
            DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
        PERFORM Access-Audit-File
        PERFORM Advance-Archive-Period
    END-PERFORM

    MOVE "CRMFEED.DAT" TO WS-FEED-FILE-NAME
    PERFORM Access-Feed-File
    MOVE WS-FIRST-PERIOD TO WS-ARC-PERIOD
    PERFORM UNTIL WS-ARC-PERIOD > WS-LAST-PERIOD
        MOVE SPACES TO WS-FEED-FILE-NAME
        STRING "CRMFEED." WS-ARC-PERIOD ".ARC"
            DELIMITED BY SIZE INTO WS-FEED-FILE-NAME
        PERFORM Access-Feed-File
        PERFORM Advance-Archive-Period
    END-PERFORM

    MOVE SPACES TO ACCESS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE
    MOVE WS-TOTAL-HITS TO RT-HITS
    MOVE WS-REPORT-TOTAL TO ACCESS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE
    CLOSE ACCESS-REPORT.

Note-Subject-Identity.
    *> The master record for the subject is current in the FD area.
    MOVE SPACES TO WS-SUBJECT-KEY
    MOVE WS-INPUT-CUST-ID TO WS-SUBJECT-KEY(1:6)
    MOVE SPACES TO WS-SUBJECT-NAME-KEY
    MOVE SPACES TO WS-SUBJECT-PHONE
    MOVE SPACES TO WS-SUBJECT-EMAIL
    IF CUST-NAME NOT = WS-ANON-NAME
        MOVE CUST-NAME-KEY TO WS-SUBJECT-NAME-KEY
    END-IF
    OPEN INPUT CONTACT-FILE
    IF WS-CONTACT-STATUS = '00'
        MOVE WS-INPUT-CUST-ID TO CONT-CUST-ID
        READ CONTACT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CONT-PHONE TO WS-SUBJECT-PHONE
                MOVE CONT-EMAIL TO WS-SUBJECT-EMAIL
        END-READ
        CLOSE CONTACT-FILE
    END-IF.

Match-Return-Line.
    *> A rejected intake line never became a customer, so it is the
    *> subject's when the name normalizes to the subject's key or it
    *> carries the subject's phone or e-mail.
    MOVE 'N' TO WS-SUBJECT-MATCH-SW
    MOVE SR-SOURCE-LINE TO WS-RETURN-SOURCE
    CALL 'NAMENORM' USING WS-RS-NAME, WS-RS-NAME-KEY,
                          WS-RS-SURNAME-KEY
    IF (WS-SUBJECT-NAME-KEY NOT = SPACES
            AND WS-RS-NAME-KEY = WS-SUBJECT-NAME-KEY)
       OR (WS-SUBJECT-PHONE NOT = SPACES
            AND WS-RS-PHONE = WS-SUBJECT-PHONE)
       OR (WS-SUBJECT-EMAIL NOT = SPACES
            AND WS-RS-EMAIL = WS-SUBJECT-EMAIL)
        MOVE 'Y' TO WS-SUBJECT-MATCH-SW
    END-IF.

Write-Section-Title.
    MOVE SPACES TO ACCESS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE
    MOVE WS-SECTION-LINE TO ACCESS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE
    MOVE 0 TO WS-SOURCE-HITS.

Write-Section-Count.
    MOVE WS-SOURCE-HITS TO SN-HITS
    MOVE WS-SECTION-COUNT TO ACCESS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE
    ADD WS-SOURCE-HITS TO WS-TOTAL-HITS.

Access-Master-Section.
    MOVE "CADASTRO" TO SC-TITLE
    MOVE "CUSTMAST.IDX" TO SC-SOURCE
    PERFORM Write-Section-Title
    MOVE CUST-ID   TO CH-CUST-ID
    MOVE CUST-NAME TO CH-CUST-NAME
    MOVE WS-CUSTOMER-HEADER TO ACCESS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE
    COMPUTE WS-DATE-FOR-EDIT =
        CUST-CAPTURE-YEAR * 10000
        + CUST-CAPTURE-MONTH * 100
        + CUST-CAPTURE-DAY
    MOVE WS-DATE-FOR-EDIT    TO SL-CAPTURE-DATE
    MOVE CUST-FEED-STATUS    TO SL-FEED-STATUS
    MOVE CUST-FEED-DATE      TO SL-FEED-DATE
    MOVE CUST-ACTIVE-STATUS  TO SL-ACTIVE-STATUS
    MOVE CUST-SOURCE-CHANNEL TO SL-CHANNEL
    MOVE WS-STATUS-LINE TO ACCESS-REPORT-LINE
    WRITE ACCESS-REPORT-LINE
    MOVE 1 TO WS-SOURCE-HITS
    PERFORM Write-Section-Count.

Access-Contact-Section.
    MOVE "CONTATO" TO SC-TITLE
    MOVE "CUSTCONT.IDX" TO SC-SOURCE
    PERFORM Write-Section-Title
    OPEN INPUT CONTACT-FILE
    IF WS-CONTACT-STATUS = '00'
        MOVE WS-INPUT-CUST-ID TO CONT-CUST-ID
        READ CONTACT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO WS-SOURCE-HITS
                MOVE CONT-STREET      TO CL-STREET
                MOVE CONT-CITY        TO CL-CITY
                MOVE WS-CONTACT-LINE-1 TO ACCESS-REPORT-LINE
                WRITE ACCESS-REPORT-LINE
                MOVE CONT-POSTAL-CODE TO CL-POSTAL
                MOVE CONT-PHONE       TO CL-PHONE
                MOVE CONT-EMAIL       TO CL-EMAIL
                MOVE WS-CONTACT-LINE-2 TO ACCESS-REPORT-LINE
                WRITE ACCESS-REPORT-LINE
        END-READ
        CLOSE CONTACT-FILE
    END-IF
    PERFORM Write-Section-Count.

Access-Decision-Section.
    *> Same keyed browse CUSTINQ uses, anchored at the first pair.
    MOVE "DECISOES DE ELEGIBILIDADE" TO SC-TITLE
    MOVE "DECHIST.IDX" TO SC-SOURCE
    PERFORM Write-Section-Title
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT DECISION-HISTORY
    IF WS-HISTORY-STATUS = '00'
        MOVE WS-INPUT-CUST-ID TO DH-CUST-ID
        MOVE LOW-VALUES       TO DH-CODE
        START DECISION-HISTORY KEY IS GREATER THAN DH-KEY
            INVALID KEY
                MOVE 'Y' TO WS-EOF-SWITCH
        END-START
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ DECISION-HISTORY NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF DH-CUST-ID = WS-INPUT-CUST-ID
                        ADD 1 TO WS-SOURCE-HITS
                        MOVE DH-CASE-ID  TO DD-CASE-ID
                        MOVE DH-CODE     TO DD-CODE
                        MOVE DH-DECISION TO DD-DECISION
                        MOVE DH-RUN-DATE TO DD-RUN-DATE
                        MOVE WS-DECISION-DETAIL TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                    ELSE
                        MOVE 'Y' TO WS-EOF-SWITCH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DECISION-HISTORY
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM Write-Section-Count.

Access-Reject-Section.
    *> Every workbench case, whatever its disposition -- the subject
    *> is entitled to the written-off history too.
    MOVE "CASOS NO WORKBENCH DE REJEITOS" TO SC-TITLE
    MOVE "REJWORK.DAT" TO SC-SOURCE
    PERFORM Write-Section-Title
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT REJECT-WORK-FILE
    IF WS-WORK-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ REJECT-WORK-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF RW-CUST-ID = WS-INPUT-CUST-ID
                        ADD 1 TO WS-SOURCE-HITS
                        MOVE RW-CASE-ID     TO RD-CASE-ID
                        IF RW-ALL-CODES = SPACES
                            MOVE RW-CODE    TO RD-CODES
                        ELSE
                            MOVE RW-ALL-CODES TO RD-CODES
                        END-IF
                        MOVE RW-STATUS      TO RD-STATUS
                        MOVE RW-REASON-TEXT TO RD-REASON-TEXT
                        MOVE RW-OPENED-DATE TO RD-OPENED-DATE
                        MOVE RW-STATUS-DATE TO RD-STATUS-DATE
                        MOVE WS-REJECT-DETAIL TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJECT-WORK-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM Write-Section-Count.

Access-Crm-Rejection-Section.
    MOVE "REJEICOES DA CRM" TO SC-TITLE
    MOVE "CRMREJ.DAT" TO SC-SOURCE
    PERFORM Write-Section-Title
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CRM-REJECTION-FILE
    IF WS-CRMREJ-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CRM-REJECTION-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF CR-CUST-ID = WS-INPUT-CUST-ID
                        ADD 1 TO WS-SOURCE-HITS
                        MOVE CR-REASON-TEXT  TO CD-REASON-TEXT
                        MOVE CR-REJECT-DATE  TO CD-REJECT-DATE
                        MOVE CR-REJECT-COUNT TO CD-REJECT-COUNT
                        MOVE CR-STATUS       TO CD-STATUS
                        MOVE CR-EVENT-TYPE   TO CD-EVENT-TYPE
                        MOVE WS-CRMREJ-DETAIL TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CRM-REJECTION-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM Write-Section-Count.

Access-Proposal-Section.
    MOVE "PROPOSTAS DE DESATIVACAO" TO SC-TITLE
    MOVE "INACTPRP.DAT" TO SC-SOURCE
    PERFORM Write-Section-Title
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT PROPOSAL-FILE
    IF WS-PROPOSAL-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ PROPOSAL-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF IP-CUST-ID = WS-INPUT-CUST-ID
                        ADD 1 TO WS-SOURCE-HITS
                        MOVE IP-CUST-NAME     TO PD-CUST-NAME
                        MOVE IP-PROPOSED-DATE TO PD-PROPOSED-DATE
                        MOVE IP-STATUS        TO PD-STATUS
                        MOVE IP-REVIEWER-ID   TO PD-REVIEWER
                        MOVE WS-PROPOSAL-DETAIL TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROPOSAL-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM Write-Section-Count.

Access-Pending-Change-Section.
    MOVE "CORRECOES DE NOME (DUPLO CONTROLE)" TO SC-TITLE
    MOVE "PENDCHG.DAT" TO SC-SOURCE
    PERFORM Write-Section-Title
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT PENDING-CHANGES
    IF WS-PENDING-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ PENDING-CHANGES
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF PC-NAME-CORRECTION
                       AND PC-ENTRY-KEY = WS-SUBJECT-KEY
                        ADD 1 TO WS-SOURCE-HITS
                        MOVE PC-CHANGE-ID     TO PCD-CHANGE-ID
                        MOVE PC-REQUEST-DATE  TO PCD-REQUEST-DATE
                        MOVE PC-REQUESTED-BY  TO PCD-REQUESTED-BY
                        MOVE PC-STATUS        TO PCD-STATUS
                        MOVE PC-DECIDED-BY    TO PCD-DECIDED-BY
                        MOVE WS-PENDCHG-DETAIL TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                        MOVE PC-BEFORE-VALUE  TO AD-OLD-VALUE
                        MOVE PC-AFTER-VALUE   TO AD-NEW-VALUE
                        MOVE WS-AUDIT-DETAIL-2 TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PENDING-CHANGES
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM Write-Section-Count.

Access-Reconf-Section.
    MOVE "RECONFIRMACAO DE CONTATO" TO SC-TITLE
    MOVE "RECONF.DAT" TO SC-SOURCE
    PERFORM Write-Section-Title
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT RECONF-FILE
    IF WS-RECONF-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ RECONF-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF RCF-CUST-ID = WS-INPUT-CUST-ID
                        ADD 1 TO WS-SOURCE-HITS
                        MOVE RCF-SOURCE-CHANNEL TO RFD-CHANNEL
                        MOVE RCF-LETTER-DATE    TO RFD-LETTER-DATE
                        MOVE RCF-DUE-DATE       TO RFD-DUE-DATE
                        MOVE RCF-STATUS         TO RFD-STATUS
                        MOVE RCF-STATUS-DATE    TO RFD-STATUS-DATE
                        MOVE WS-RECONF-DETAIL TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECONF-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM Write-Section-Count.

Access-Response-Section.
    MOVE "RESPOSTAS A RECONFIRMACAO" TO SC-TITLE
    MOVE "RECONRSP.DAT" TO SC-SOURCE
    PERFORM Write-Section-Title
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT RESPONSE-FILE
    IF WS-RESPONSE-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ RESPONSE-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF RR-CUST-ID = WS-INPUT-CUST-ID
                        ADD 1 TO WS-SOURCE-HITS
                        MOVE RR-RESPONSE-TYPE TO RSD-TYPE
                        MOVE RR-RESPONSE-DATE TO RSD-DATE
                        MOVE WS-RESPONSE-DETAIL TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                        MOVE RR-STREET        TO CL-STREET
                        MOVE RR-CITY          TO CL-CITY
                        MOVE WS-CONTACT-LINE-1 TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                        MOVE RR-POSTAL-CODE   TO CL-POSTAL
                        MOVE RR-PHONE         TO CL-PHONE
                        MOVE RR-EMAIL         TO CL-EMAIL
                        MOVE WS-CONTACT-LINE-2 TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RESPONSE-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM Write-Section-Count.

Access-Letter-Section.
    *> RECONLTR prints each letter from a ruler line, then the
    *> "AO CLIENTE: nnnnnn" header; the subject's letters are copied
    *> out whole, from their header to the next ruler.
    MOVE "CARTAS DE RECONFIRMACAO" TO SC-TITLE
    MOVE "RECONLTR.PRT" TO SC-SOURCE
    PERFORM Write-Section-Title
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 'N' TO WS-LETTER-SW
    OPEN INPUT LETTER-FILE
    IF WS-LETTER-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ LETTER-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    EVALUATE TRUE
                        WHEN LETTER-LINE(1:12) = "AO CLIENTE: "
                            IF LETTER-LINE(13:6) = WS-SUBJECT-KEY(1:6)
                                MOVE 'Y' TO WS-LETTER-SW
                                ADD 1 TO WS-SOURCE-HITS
                            ELSE
                                MOVE 'N' TO WS-LETTER-SW
                            END-IF
                        WHEN LETTER-LINE(1:10) = ALL "-"
                            MOVE 'N' TO WS-LETTER-SW
                    END-EVALUATE
                    IF IN-SUBJECT-LETTER
                        MOVE LETTER-LINE TO LD-LINE
                        MOVE WS-LETTER-DETAIL TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LETTER-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM Write-Section-Count.

Access-Link-Section.
    MOVE "VINCULOS COM OUTROS CLIENTES" TO SC-TITLE
    MOVE "CUSTLINK.DAT" TO SC-SOURCE
    PERFORM Write-Section-Title
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT LINK-FILE
    IF WS-LINK-STATUS = '00'
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ LINK-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF LK-CUST-ID-1 = WS-INPUT-CUST-ID
                       OR LK-CUST-ID-2 = WS-INPUT-CUST-ID
                        ADD 1 TO WS-SOURCE-HITS
                        MOVE LK-LINK-ID    TO LKD-LINK-ID
                        MOVE LK-CUST-ID-1  TO LKD-CUST-ID-1
                        MOVE LK-CUST-ID-2  TO LKD-CUST-ID-2
                        MOVE LK-LINK-TYPE  TO LKD-TYPE
                        MOVE LK-STATUS     TO LKD-STATUS
                        MOVE LK-START-DATE TO LKD-START-DATE
                        MOVE LK-END-DATE   TO LKD-END-DATE
                        MOVE WS-LINK-DETAIL TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LINK-FILE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    PERFORM Write-Section-Count.

Access-Return-File.
    *> Only a supplier that sent something last time has a file.
    MOVE SPACES TO WS-RETURN-FILE-NAME
    STRING "INTAKE" WS-RETURN-CHANNEL ".RET"
        DELIMITED BY SIZE INTO WS-RETURN-FILE-NAME
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT SUPPLIER-RETURN
    IF WS-RETURN-STATUS = '00'
        MOVE "LINHAS DEVOLVIDAS AO FORNECEDOR" TO SC-TITLE
        MOVE WS-RETURN-FILE-NAME TO SC-SOURCE
        PERFORM Write-Section-Title
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ SUPPLIER-RETURN
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    PERFORM Match-Return-Line
                    IF SUBJECT-MATCHED
                        ADD 1 TO WS-SOURCE-HITS
                        MOVE SR-BUSINESS-DATE  TO RTD-DATE
                        MOVE SR-RECORD-NBR     TO RTD-RECORD-NBR
                        MOVE SR-REASON-CODE    TO RTD-REASON-CODE
                        MOVE SR-FIELD-IN-ERROR TO RTD-FIELD
                        MOVE WS-RS-NAME        TO RTD-NAME
                        MOVE WS-RETURN-DETAIL TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                        MOVE WS-RS-STREET      TO CL-STREET
                        MOVE WS-RS-CITY        TO CL-CITY
                        MOVE WS-CONTACT-LINE-1 TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                        MOVE WS-RS-POSTAL      TO CL-POSTAL
                        MOVE WS-RS-PHONE       TO CL-PHONE
                        MOVE WS-RS-EMAIL       TO CL-EMAIL
                        MOVE WS-CONTACT-LINE-2 TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUPPLIER-RETURN
        PERFORM Write-Section-Count
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Access-Audit-File.
    *> A generation that was never cut is simply skipped; only files
    *> that exist get a section in the report.
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS = '00'
        MOVE "TRILHA DE AUDITORIA" TO SC-TITLE
        MOVE WS-AUDIT-FILE-NAME TO SC-SOURCE
        PERFORM Write-Section-Title
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ AUDIT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF AUDIT-CUST-ID = WS-INPUT-CUST-ID
                        ADD 1 TO WS-SOURCE-HITS
                        MOVE AUDIT-TS-DATE     TO AD-TS-DATE
                        MOVE AUDIT-OPERATOR-ID TO AD-OPERATOR
                        MOVE AUDIT-JOB-ID      TO AD-JOB
                        MOVE AUDIT-ACTION      TO AD-ACTION
                        MOVE AUDIT-CUST-NAME   TO AD-CUST-NAME
                        MOVE WS-AUDIT-DETAIL-1 TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                        MOVE AUDIT-OLD-VALUE   TO AD-OLD-VALUE
                        MOVE AUDIT-NEW-VALUE   TO AD-NEW-VALUE
                        MOVE WS-AUDIT-DETAIL-2 TO ACCESS-REPORT-LINE
                        WRITE ACCESS-REPORT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
        PERFORM Write-Section-Count
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Access-Feed-File.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE 0 TO WS-EXTRACT-DATE
    OPEN INPUT CRM-FEED-FILE
    IF WS-FEED-STATUS = '00'
        MOVE "ENVIOS A CRM" TO SC-TITLE
        MOVE WS-FEED-FILE-NAME TO SC-SOURCE
        PERFORM Write-Section-Title
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CRM-FEED-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    PERFORM Access-One-Feed-Record
            END-READ
        END-PERFORM
        CLOSE CRM-FEED-FILE
        PERFORM Write-Section-Count
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH.

Access-One-Feed-Record.
    EVALUATE TRUE
        WHEN FEED-HEADER-REC
            MOVE FEED-EXTRACT-DATE TO WS-EXTRACT-DATE
        WHEN FEED-DETAIL-REC
            IF FEED-CUST-ID = WS-INPUT-CUST-ID
                ADD 1 TO WS-SOURCE-HITS
                MOVE WS-EXTRACT-DATE  TO FD-EXTRACT-DATE
                MOVE FEED-CUST-NAME   TO FD-CUST-NAME
                MOVE FEED-CITY        TO FD-CITY
                MOVE WS-FEED-DETAIL-1 TO ACCESS-REPORT-LINE
                WRITE ACCESS-REPORT-LINE
                MOVE FEED-STREET      TO FD-STREET
                MOVE FEED-POSTAL-CODE TO FD-POSTAL
                MOVE FEED-PHONE       TO FD-PHONE
                MOVE FEED-EMAIL       TO FD-EMAIL
                MOVE WS-FEED-DETAIL-2 TO ACCESS-REPORT-LINE
                WRITE ACCESS-REPORT-LINE
            END-IF
        WHEN FEED-TRAILER-REC OR FEED-EVENT-REC
            CONTINUE
        WHEN OTHER
            MOVE CRM-FEED-RECORD TO WS-LEGACY-FEED-REC
            IF WS-LEG-CUST-ID = WS-INPUT-CUST-ID
                ADD 1 TO WS-SOURCE-HITS
                MOVE 0                TO FD-EXTRACT-DATE
                MOVE WS-LEG-CUST-NAME TO FD-CUST-NAME
                MOVE SPACES           TO FD-CITY
                MOVE WS-FEED-DETAIL-1 TO ACCESS-REPORT-LINE
                WRITE ACCESS-REPORT-LINE
            END-IF
    END-EVALUATE.

*>-----------------------------------------------------------------
*> Erasure: logged by one operator, decided by a supervisor who is
*> not the requester. Approval runs the anonymization at once.
*>-----------------------------------------------------------------
Log-Erasure-Request.
    PERFORM Prompt-For-Cust-Id
    PERFORM Read-Subject-Master
    IF CUSTOMER-FOUND
        MOVE 0 TO WS-RQ-FOUND-IDX
        PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
            IF WS-RQ-CUST-ID(WS-RQ-IDX) = WS-INPUT-CUST-ID
               AND WS-RQ-TYPE(WS-RQ-IDX) = 'E'
               AND WS-RQ-STATUS(WS-RQ-IDX) = 'P'
                MOVE WS-RQ-IDX TO WS-RQ-FOUND-IDX
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN CUST-NAME = WS-ANON-NAME
                DISPLAY "Cliente ja anonimizado: ", CUST-ID
            WHEN WS-RQ-FOUND-IDX NOT = 0
                DISPLAY "Ja existe solicitacao pendente para o "
                        "cliente: ",
                        WS-RQ-REQUEST-ID(WS-RQ-FOUND-IDX)
            WHEN WS-REQUEST-COUNT >= WS-MAX-REQUESTS
                DISPLAY "Log de solicitacoes cheio."
            WHEN OTHER
                DISPLAY "Cliente: ", CUST-ID, " - ", CUST-NAME
                DISPLAY "Registrar a solicitacao de eliminacao "
                        "(S/N)? "
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
                    MOVE SPACES TO LGPD-REQUEST-RECORD
                    MOVE 'E'              TO LG-REQUEST-TYPE
                    MOVE WS-INPUT-CUST-ID TO LG-CUST-ID
                    MOVE 'P'              TO LG-STATUS
                    MOVE 0                TO LG-DECISION-DATE
                    MOVE 0                TO LG-RECORD-COUNT
                    PERFORM Add-Request-Entry
                    PERFORM Save-Request-Log
                    DISPLAY "Solicitacao ", WS-HIGH-REQUEST-ID,
                            " registrada - aguarda aprovacao de "
                            "outro supervisor."
                ELSE
                    DISPLAY "Solicitacao nao registrada."
                END-IF
        END-EVALUATE
    END-IF.

Decide-Erasure-Request.
    DISPLAY "Numero da solicitacao (6 digitos): "
    ACCEPT WS-INPUT-REQUEST-ID
    MOVE 0 TO WS-RQ-FOUND-IDX
    PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
            UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
        IF WS-RQ-REQUEST-ID(WS-RQ-IDX) = WS-INPUT-REQUEST-ID
           AND WS-RQ-TYPE(WS-RQ-IDX) = 'E'
            MOVE WS-RQ-IDX TO WS-RQ-FOUND-IDX
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-RQ-FOUND-IDX = 0
            DISPLAY "Solicitacao de eliminacao nao encontrada: ",
                    WS-INPUT-REQUEST-ID
        WHEN WS-RQ-STATUS(WS-RQ-FOUND-IDX) NOT = 'P'
            DISPLAY "Solicitacao ja decidida em ",
                    WS-RQ-DECISION-DATE(WS-RQ-FOUND-IDX), " por ",
                    WS-RQ-DECIDED-BY(WS-RQ-FOUND-IDX)
        WHEN WS-RQ-REQUESTED-BY(WS-RQ-FOUND-IDX) = WS-OPERATOR-ID
            DISPLAY "Quem registrou a solicitacao nao pode "
                    "decidi-la."
        WHEN OTHER
            MOVE WS-RQ-CUST-ID(WS-RQ-FOUND-IDX) TO WS-INPUT-CUST-ID
            PERFORM Read-Subject-Master
            IF CUSTOMER-FOUND
                DISPLAY "Cliente: ", CUST-ID, " - ", CUST-NAME
                DISPLAY "Solicitada em ",
                        WS-RQ-REQUEST-DATE(WS-RQ-FOUND-IDX), " por ",
                        WS-RQ-REQUESTED-BY(WS-RQ-FOUND-IDX)
                DISPLAY "A-Aprovar e anonimizar  R-Recusar  "
                        "outra tecla-Voltar: "
                ACCEPT WS-CONFIRM
                EVALUATE WS-CONFIRM
                    WHEN 'A'
                    WHEN 'a'
                        PERFORM Approve-Erasure
                    WHEN 'R'
                    WHEN 'r'
                        PERFORM Decline-Erasure
                    WHEN OTHER
                        DISPLAY "Nenhuma decisao registrada."
                END-EVALUATE
            END-IF
    END-EVALUATE.

Decline-Erasure.
    DISPLAY "Motivo da recusa: "
    ACCEPT WS-INPUT-REASON
    MOVE 'D'                 TO WS-RQ-STATUS(WS-RQ-FOUND-IDX)
    MOVE WS-OPERATOR-ID      TO WS-RQ-DECIDED-BY(WS-RQ-FOUND-IDX)
    MOVE WS-CURRENT-DATE-NUM TO WS-RQ-DECISION-DATE(WS-RQ-FOUND-IDX)
    MOVE 0                   TO WS-RQ-RECORD-COUNT(WS-RQ-FOUND-IDX)
    MOVE SPACES TO WS-RQ-OUTCOME-TEXT(WS-RQ-FOUND-IDX)
    STRING "RECUSADA: " WS-INPUT-REASON
        DELIMITED BY SIZE INTO WS-RQ-OUTCOME-TEXT(WS-RQ-FOUND-IDX)
    MOVE WS-RQ-FOUND-IDX TO WS-RQ-SLOT
    PERFORM Save-Request-Log
    DISPLAY "Solicitacao recusada: ", WS-INPUT-REQUEST-ID.

Approve-Erasure.
    *> The order matters: the master goes first (it is what every
    *> later reader trusts), the satellite files after it, and the
    *> CRM deletion and the audit entry last -- so a run cut short
    *> leaves the subject already anonymized at the source and the
    *> request still pending, to be approved again to finish.
    MOVE 0 TO WS-TOTAL-CHANGES
    MOVE 0 TO WS-FILES-REFUSED
    MOVE 'N' TO WS-EVENT-FAILED-SW
    PERFORM Note-Subject-Identity
    PERFORM Compute-Archive-Range
    PERFORM Anonymize-Master
    IF WS-FILE-CHANGES = 0
        DISPLAY "Eliminacao nao executada: master nao regravado."
    ELSE
        PERFORM Anonymize-Contact
        PERFORM Anonymize-Proposals
        PERFORM Anonymize-Pending-Changes
        PERFORM Anonymize-Responses
        MOVE "01" TO WS-RETURN-CHANNEL
        PERFORM Anonymize-Return-File
        MOVE "02" TO WS-RETURN-CHANNEL
        PERFORM Anonymize-Return-File

        MOVE "AUDIT.LOG" TO WS-AUDIT-FILE-NAME
        PERFORM Anonymize-Audit-File
        MOVE WS-FIRST-PERIOD TO WS-ARC-PERIOD
        PERFORM UNTIL WS-ARC-PERIOD > WS-LAST-PERIOD
            MOVE SPACES TO WS-AUDIT-FILE-NAME
            STRING "AUDIT." WS-ARC-PERIOD ".ARC"
                DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
            PERFORM Anonymize-Audit-File
            PERFORM Advance-Archive-Period
        END-PERFORM

        MOVE "CRMFEED.DAT" TO WS-FEED-FILE-NAME
        PERFORM Anonymize-Feed-File
        MOVE WS-FIRST-PERIOD TO WS-ARC-PERIOD
        PERFORM UNTIL WS-ARC-PERIOD > WS-LAST-PERIOD
            MOVE SPACES TO WS-FEED-FILE-NAME
            STRING "CRMFEED." WS-ARC-PERIOD ".ARC"
                DELIMITED BY SIZE INTO WS-FEED-FILE-NAME
            PERFORM Anonymize-Feed-File
            PERFORM Advance-Archive-Period
        END-PERFORM
        PERFORM Anonymize-Archived-Feed

        *> The CRM is told once, and only about a customer it was
        *> sent: a second approval finishing a partial one does not
        *> queue the deletion again unless the first failed to.
        IF CUST-FED-AT-LEAST-ONCE
           AND (WS-RQ-DECIDED-BY(WS-RQ-FOUND-IDX) = SPACES
                OR WS-RQ-OUTCOME-TEXT(WS-RQ-FOUND-IDX)
                   = WS-EVENT-FAILED-TEXT)
            PERFORM Queue-Crm-Deletion
        END-IF
        MOVE 'LGPDERAS' TO WS-AUDIT-ACTION
        MOVE SPACES     TO WS-AUDIT-OLD-VALUE
        MOVE SPACES     TO WS-AUDIT-NEW-VALUE
        STRING "SOLICITACAO " WS-INPUT-REQUEST-ID " APROVADA"
            DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
        PERFORM Write-Audit-Entry

        EVALUATE TRUE
            WHEN CRM-EVENT-NOT-WRITTEN
                MOVE WS-EVENT-FAILED-TEXT
                    TO WS-RQ-OUTCOME-TEXT(WS-RQ-FOUND-IDX)
            WHEN WS-FILES-REFUSED NOT = 0
                MOVE "PARCIAL: ARQUIVO(S) NAO REGRAVADO(S) - REAPROVAR"
                    TO WS-RQ-OUTCOME-TEXT(WS-RQ-FOUND-IDX)
            WHEN CUST-FED-AT-LEAST-ONCE
                MOVE 'C' TO WS-RQ-STATUS(WS-RQ-FOUND-IDX)
                MOVE "ANONIMIZADO - EVENTO DE EXCLUSAO ENFILEIRADO A CRM"
                    TO WS-RQ-OUTCOME-TEXT(WS-RQ-FOUND-IDX)
            WHEN OTHER
                MOVE 'C' TO WS-RQ-STATUS(WS-RQ-FOUND-IDX)
                MOVE "ANONIMIZADO - CLIENTE NUNCA ENVIADO A CRM"
                    TO WS-RQ-OUTCOME-TEXT(WS-RQ-FOUND-IDX)
        END-EVALUATE
        MOVE WS-OPERATOR-ID
            TO WS-RQ-DECIDED-BY(WS-RQ-FOUND-IDX)
        MOVE WS-CURRENT-DATE-NUM
            TO WS-RQ-DECISION-DATE(WS-RQ-FOUND-IDX)
        MOVE WS-TOTAL-CHANGES
            TO WS-RQ-RECORD-COUNT(WS-RQ-FOUND-IDX)
        MOVE WS-RQ-FOUND-IDX TO WS-RQ-SLOT
        PERFORM Save-Request-Log
        DISPLAY "Solicitacao ", WS-INPUT-REQUEST-ID, ": ",
                WS-TOTAL-CHANGES, " registros anonimizados."
        IF WS-FILES-REFUSED > 0
            DISPLAY "AVISO: ", WS-FILES-REFUSED,
                    " arquivo(s) nao regravado(s) - solicitacao "
                    "mantida pendente."
        END-IF
    END-IF.

Anonymize-Master.
    MOVE 0 TO WS-FILE-CHANGES
    OPEN I-O CUSTOMER-MASTER
    IF WS-CUST-STATUS NOT = '00'
        DISPLAY "CUSTMAST.IDX indisponivel, status: ", WS-CUST-STATUS
    ELSE
        MOVE WS-INPUT-CUST-ID TO CUST-ID
        READ CUSTOMER-MASTER
            INVALID KEY
                DISPLAY "Cliente nao encontrado: ", WS-INPUT-CUST-ID
            NOT INVALID KEY
                MOVE WS-ANON-NAME TO CUST-NAME
                CALL 'NAMENORM' USING CUST-NAME, CUST-NAME-KEY,
                                      CUST-SURNAME-KEY
                REWRITE CUST-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "AVISO: falha ao regravar o master, "
                                "status: ", WS-CUST-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-FILE-CHANGES
                END-REWRITE
        END-READ
        CLOSE CUSTOMER-MASTER
    END-IF
    ADD WS-FILE-CHANGES TO WS-TOTAL-CHANGES.

Anonymize-Contact.
    *> The companion record stays (the key is not personal data),
    *> every contact field on it goes.
    OPEN I-O CONTACT-FILE
    IF WS-CONTACT-STATUS = '00'
        MOVE WS-INPUT-CUST-ID TO CONT-CUST-ID
        READ CONTACT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SPACES TO CONT-STREET
                MOVE SPACES TO CONT-CITY
                MOVE SPACES TO CONT-POSTAL-CODE
                MOVE SPACES TO CONT-PHONE
                MOVE SPACES TO CONT-EMAIL
                REWRITE CUST-CONTACT-RECORD
                    INVALID KEY
                        DISPLAY "AVISO: falha ao regravar o contato, "
                                "status: ", WS-CONTACT-STATUS
                        ADD 1 TO WS-FILES-REFUSED
                    NOT INVALID KEY
                        ADD 1 TO WS-TOTAL-CHANGES
                END-REWRITE
        END-READ
        CLOSE CONTACT-FILE
    END-IF.

*> The sequential files are anonymized through a work copy: the
*> first pass copies every record (the subject's ones changed) to
*> LGPDWORK.TMP, and only when something changed does the second
*> pass copy the work file back over the original. A file that
*> cannot be re-created is left as it was and counted refused, so
*> the request stays pending for a second approval.

Note-File-Refused.
    DISPLAY "AVISO: ", WS-REFUSED-FILE-NAME, " nao regravado, "
            "status: ", WS-REFUSED-STATUS
    ADD 1 TO WS-FILES-REFUSED
    MOVE 0 TO WS-FILE-CHANGES.

Anonymize-Proposals.
    MOVE 0 TO WS-FILE-CHANGES
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT PROPOSAL-FILE
    IF WS-PROPOSAL-STATUS = '00'
        OPEN OUTPUT ANONYMIZE-WORK
        MOVE WS-ANONWORK-STATUS TO WS-WORK-OPEN-STATUS
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ PROPOSAL-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF IP-CUST-ID = WS-INPUT-CUST-ID
                        MOVE WS-ANON-NAME TO IP-CUST-NAME
                        ADD 1 TO WS-FILE-CHANGES
                    END-IF
                    MOVE INACTIVITY-PROPOSAL-RECORD
                        TO ANONYMIZE-WORK-RECORD
                    WRITE ANONYMIZE-WORK-RECORD
            END-READ
        END-PERFORM
        CLOSE ANONYMIZE-WORK
        CLOSE PROPOSAL-FILE
        MOVE "INACTPRP.DAT" TO WS-REFUSED-FILE-NAME
        EVALUATE TRUE
            WHEN WS-FILE-CHANGES = 0
                CONTINUE
            WHEN WS-WORK-OPEN-STATUS NOT = '00'
                MOVE WS-WORK-OPEN-STATUS TO WS-REFUSED-STATUS
                PERFORM Note-File-Refused
            WHEN OTHER
                MOVE 'N' TO WS-EOF-SWITCH
                OPEN INPUT ANONYMIZE-WORK
                OPEN OUTPUT PROPOSAL-FILE
                IF WS-PROPOSAL-STATUS = '00'
                    PERFORM UNTIL END-OF-CURRENT-FILE
                        READ ANONYMIZE-WORK
                            AT END
                                MOVE 'Y' TO WS-EOF-SWITCH
                            NOT AT END
                                MOVE ANONYMIZE-WORK-RECORD
                                    TO INACTIVITY-PROPOSAL-RECORD
                                WRITE INACTIVITY-PROPOSAL-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE PROPOSAL-FILE
                ELSE
                    MOVE WS-PROPOSAL-STATUS TO WS-REFUSED-STATUS
                    PERFORM Note-File-Refused
                END-IF
                CLOSE ANONYMIZE-WORK
        END-EVALUATE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    ADD WS-FILE-CHANGES TO WS-TOTAL-CHANGES.

Anonymize-Pending-Changes.
    *> Both names on a name correction go. One still waiting for a
    *> supervisor is declined as it goes: what it would apply no
    *> longer exists to apply.
    MOVE 0 TO WS-FILE-CHANGES
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT PENDING-CHANGES
    IF WS-PENDING-STATUS = '00'
        OPEN OUTPUT ANONYMIZE-WORK
        MOVE WS-ANONWORK-STATUS TO WS-WORK-OPEN-STATUS
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ PENDING-CHANGES
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF PC-NAME-CORRECTION
                       AND PC-ENTRY-KEY = WS-SUBJECT-KEY
                        MOVE WS-ANON-VALUE TO PC-BEFORE-VALUE
                        MOVE WS-ANON-VALUE TO PC-AFTER-VALUE
                        IF PC-PENDING
                            MOVE 'D'                 TO PC-STATUS
                            MOVE WS-OPERATOR-ID      TO PC-DECIDED-BY
                            MOVE WS-CURRENT-DATE-NUM TO PC-DECISION-DATE
                        END-IF
                        ADD 1 TO WS-FILE-CHANGES
                    END-IF
                    MOVE PENDING-CHANGE-RECORD TO ANONYMIZE-WORK-RECORD
                    WRITE ANONYMIZE-WORK-RECORD
            END-READ
        END-PERFORM
        CLOSE ANONYMIZE-WORK
        CLOSE PENDING-CHANGES
        MOVE "PENDCHG.DAT" TO WS-REFUSED-FILE-NAME
        EVALUATE TRUE
            WHEN WS-FILE-CHANGES = 0
                CONTINUE
            WHEN WS-WORK-OPEN-STATUS NOT = '00'
                MOVE WS-WORK-OPEN-STATUS TO WS-REFUSED-STATUS
                PERFORM Note-File-Refused
            WHEN OTHER
                MOVE 'N' TO WS-EOF-SWITCH
                OPEN INPUT ANONYMIZE-WORK
                OPEN OUTPUT PENDING-CHANGES
                IF WS-PENDING-STATUS = '00'
                    PERFORM UNTIL END-OF-CURRENT-FILE
                        READ ANONYMIZE-WORK
                            AT END
                                MOVE 'Y' TO WS-EOF-SWITCH
                            NOT AT END
                                MOVE ANONYMIZE-WORK-RECORD
                                    TO PENDING-CHANGE-RECORD
                                WRITE PENDING-CHANGE-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE PENDING-CHANGES
                ELSE
                    MOVE WS-PENDING-STATUS TO WS-REFUSED-STATUS
                    PERFORM Note-File-Refused
                END-IF
                CLOSE ANONYMIZE-WORK
        END-EVALUATE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    ADD WS-FILE-CHANGES TO WS-TOTAL-CHANGES.

Anonymize-Responses.
    *> The reply keeps its type and date; every contact field on it
    *> goes, as on the contact record itself.
    MOVE 0 TO WS-FILE-CHANGES
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT RESPONSE-FILE
    IF WS-RESPONSE-STATUS = '00'
        OPEN OUTPUT ANONYMIZE-WORK
        MOVE WS-ANONWORK-STATUS TO WS-WORK-OPEN-STATUS
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ RESPONSE-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF RR-CUST-ID = WS-INPUT-CUST-ID
                        MOVE SPACES TO RR-STREET
                        MOVE SPACES TO RR-CITY
                        MOVE SPACES TO RR-POSTAL-CODE
                        MOVE SPACES TO RR-PHONE
                        MOVE SPACES TO RR-EMAIL
                        ADD 1 TO WS-FILE-CHANGES
                    END-IF
                    MOVE RECONF-RESPONSE-RECORD TO ANONYMIZE-WORK-RECORD
                    WRITE ANONYMIZE-WORK-RECORD
            END-READ
        END-PERFORM
        CLOSE ANONYMIZE-WORK
        CLOSE RESPONSE-FILE
        MOVE "RECONRSP.DAT" TO WS-REFUSED-FILE-NAME
        EVALUATE TRUE
            WHEN WS-FILE-CHANGES = 0
                CONTINUE
            WHEN WS-WORK-OPEN-STATUS NOT = '00'
                MOVE WS-WORK-OPEN-STATUS TO WS-REFUSED-STATUS
                PERFORM Note-File-Refused
            WHEN OTHER
                MOVE 'N' TO WS-EOF-SWITCH
                OPEN INPUT ANONYMIZE-WORK
                OPEN OUTPUT RESPONSE-FILE
                IF WS-RESPONSE-STATUS = '00'
                    PERFORM UNTIL END-OF-CURRENT-FILE
                        READ ANONYMIZE-WORK
                            AT END
                                MOVE 'Y' TO WS-EOF-SWITCH
                            NOT AT END
                                MOVE ANONYMIZE-WORK-RECORD
                                    TO RECONF-RESPONSE-RECORD
                                WRITE RECONF-RESPONSE-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE RESPONSE-FILE
                ELSE
                    MOVE WS-RESPONSE-STATUS TO WS-REFUSED-STATUS
                    PERFORM Note-File-Refused
                END-IF
                CLOSE ANONYMIZE-WORK
        END-EVALUATE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    ADD WS-FILE-CHANGES TO WS-TOTAL-CHANGES.

Anonymize-Return-File.
    *> The rejected line keeps its number and reason for the
    *> supplier; the personal fields echoed in it go.
    MOVE SPACES TO WS-RETURN-FILE-NAME
    STRING "INTAKE" WS-RETURN-CHANNEL ".RET"
        DELIMITED BY SIZE INTO WS-RETURN-FILE-NAME
    MOVE 0 TO WS-FILE-CHANGES
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT SUPPLIER-RETURN
    IF WS-RETURN-STATUS = '00'
        OPEN OUTPUT ANONYMIZE-WORK
        MOVE WS-ANONWORK-STATUS TO WS-WORK-OPEN-STATUS
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ SUPPLIER-RETURN
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    PERFORM Match-Return-Line
                    IF SUBJECT-MATCHED
                        MOVE WS-ANON-NAME TO WS-RS-NAME
                        MOVE SPACES TO WS-RS-STREET
                        MOVE SPACES TO WS-RS-CITY
                        MOVE SPACES TO WS-RS-POSTAL
                        MOVE SPACES TO WS-RS-PHONE
                        MOVE SPACES TO WS-RS-EMAIL
                        MOVE WS-RETURN-SOURCE TO SR-SOURCE-LINE
                        ADD 1 TO WS-FILE-CHANGES
                    END-IF
                    MOVE SUPPLIER-RETURN-RECORD TO ANONYMIZE-WORK-RECORD
                    WRITE ANONYMIZE-WORK-RECORD
            END-READ
        END-PERFORM
        CLOSE ANONYMIZE-WORK
        CLOSE SUPPLIER-RETURN
        MOVE WS-RETURN-FILE-NAME TO WS-REFUSED-FILE-NAME
        EVALUATE TRUE
            WHEN WS-FILE-CHANGES = 0
                CONTINUE
            WHEN WS-WORK-OPEN-STATUS NOT = '00'
                MOVE WS-WORK-OPEN-STATUS TO WS-REFUSED-STATUS
                PERFORM Note-File-Refused
            WHEN OTHER
                MOVE 'N' TO WS-EOF-SWITCH
                OPEN INPUT ANONYMIZE-WORK
                OPEN OUTPUT SUPPLIER-RETURN
                IF WS-RETURN-STATUS = '00'
                    PERFORM UNTIL END-OF-CURRENT-FILE
                        READ ANONYMIZE-WORK
                            AT END
                                MOVE 'Y' TO WS-EOF-SWITCH
                            NOT AT END
                                MOVE ANONYMIZE-WORK-RECORD
                                    TO SUPPLIER-RETURN-RECORD
                                WRITE SUPPLIER-RETURN-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE SUPPLIER-RETURN
                ELSE
                    MOVE WS-RETURN-STATUS TO WS-REFUSED-STATUS
                    PERFORM Note-File-Refused
                END-IF
                CLOSE ANONYMIZE-WORK
        END-EVALUATE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    ADD WS-FILE-CHANGES TO WS-TOTAL-CHANGES.

Anonymize-Audit-File.
    MOVE 0 TO WS-FILE-CHANGES
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS = '00'
        OPEN OUTPUT ANONYMIZE-WORK
        MOVE WS-ANONWORK-STATUS TO WS-WORK-OPEN-STATUS
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ AUDIT-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF AUDIT-CUST-ID = WS-INPUT-CUST-ID
                        PERFORM Anonymize-One-Audit-Entry
                        ADD 1 TO WS-FILE-CHANGES
                    END-IF
                    MOVE AUDIT-LOG-RECORD TO ANONYMIZE-WORK-RECORD
                    WRITE ANONYMIZE-WORK-RECORD
            END-READ
        END-PERFORM
        CLOSE ANONYMIZE-WORK
        CLOSE AUDIT-FILE
        MOVE WS-AUDIT-FILE-NAME TO WS-REFUSED-FILE-NAME
        EVALUATE TRUE
            WHEN WS-FILE-CHANGES = 0
                CONTINUE
            WHEN WS-WORK-OPEN-STATUS NOT = '00'
                MOVE WS-WORK-OPEN-STATUS TO WS-REFUSED-STATUS
                PERFORM Note-File-Refused
            WHEN OTHER
                MOVE 'N' TO WS-EOF-SWITCH
                OPEN INPUT ANONYMIZE-WORK
                OPEN OUTPUT AUDIT-FILE
                IF WS-AUDIT-STATUS = '00'
                    PERFORM UNTIL END-OF-CURRENT-FILE
                        READ ANONYMIZE-WORK
                            AT END
                                MOVE 'Y' TO WS-EOF-SWITCH
                            NOT AT END
                                MOVE ANONYMIZE-WORK-RECORD
                                    TO AUDIT-LOG-RECORD
                                WRITE AUDIT-LOG-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE AUDIT-FILE
                ELSE
                    MOVE WS-AUDIT-STATUS TO WS-REFUSED-STATUS
                    PERFORM Note-File-Refused
                END-IF
                CLOSE ANONYMIZE-WORK
        END-EVALUATE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    ADD WS-FILE-CHANGES TO WS-TOTAL-CHANGES.

Anonymize-One-Audit-Entry.
    *> The name always goes. The before/after columns go too, except
    *> on the actions known to carry only statuses, case IDs and
    *> decision codes -- an action added later is erased by default
    *> rather than leaked by default. A merge keeps its "merged into"
    *> note (a CUST-ID), only the absorbed name goes.
    MOVE WS-ANON-NAME TO AUDIT-CUST-NAME
    EVALUATE AUDIT-ACTION
        WHEN 'DEACTIV '
        WHEN 'REACTIV '
        WHEN 'CASEENT '
        WHEN 'CASECANC'
        WHEN 'LGPDERAS'
            CONTINUE
        WHEN 'MERGE   '
            MOVE WS-ANON-VALUE TO AUDIT-OLD-VALUE
        WHEN OTHER
            IF AUDIT-OLD-VALUE NOT = SPACES
                MOVE WS-ANON-VALUE TO AUDIT-OLD-VALUE
            END-IF
            IF AUDIT-NEW-VALUE NOT = SPACES
                MOVE WS-ANON-VALUE TO AUDIT-NEW-VALUE
            END-IF
    END-EVALUATE.

Anonymize-Feed-File.
    MOVE 0 TO WS-FILE-CHANGES
    MOVE 0 TO WS-HASH-DELTA
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT CRM-FEED-FILE
    IF WS-FEED-STATUS = '00'
        OPEN OUTPUT ANONYMIZE-WORK
        MOVE WS-ANONWORK-STATUS TO WS-WORK-OPEN-STATUS
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ CRM-FEED-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    PERFORM Anonymize-One-Feed-Record
                    MOVE CRM-FEED-RECORD TO ANONYMIZE-WORK-RECORD
                    WRITE ANONYMIZE-WORK-RECORD
            END-READ
        END-PERFORM
        CLOSE ANONYMIZE-WORK
        CLOSE CRM-FEED-FILE
        MOVE WS-FEED-FILE-NAME TO WS-REFUSED-FILE-NAME
        EVALUATE TRUE
            WHEN WS-FILE-CHANGES = 0
                CONTINUE
            WHEN WS-WORK-OPEN-STATUS NOT = '00'
                MOVE WS-WORK-OPEN-STATUS TO WS-REFUSED-STATUS
                PERFORM Note-File-Refused
            WHEN OTHER
                MOVE 'N' TO WS-EOF-SWITCH
                OPEN INPUT ANONYMIZE-WORK
                OPEN OUTPUT CRM-FEED-FILE
                IF WS-FEED-STATUS = '00'
                    PERFORM UNTIL END-OF-CURRENT-FILE
                        READ ANONYMIZE-WORK
                            AT END
                                MOVE 'Y' TO WS-EOF-SWITCH
                            NOT AT END
                                MOVE ANONYMIZE-WORK-RECORD
                                    TO CRM-FEED-RECORD
                                WRITE CRM-FEED-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE CRM-FEED-FILE
                ELSE
                    MOVE WS-FEED-STATUS TO WS-REFUSED-STATUS
                    PERFORM Note-File-Refused
                END-IF
                CLOSE ANONYMIZE-WORK
        END-EVALUATE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    ADD WS-FILE-CHANGES TO WS-TOTAL-CHANGES.

Anonymize-One-Feed-Record.
    EVALUATE TRUE
        WHEN FEED-HEADER-REC
            MOVE 0 TO WS-HASH-DELTA
        WHEN FEED-DETAIL-REC
            IF FEED-CUST-ID = WS-INPUT-CUST-ID
                MOVE FEED-CUST-NAME TO WS-HASH-NAME
                PERFORM Compute-Name-Hash
                MOVE WS-HASH-RESULT TO WS-OLD-NAME-HASH
                MOVE WS-ANON-NAME TO FEED-CUST-NAME
                MOVE WS-ANON-NAME TO WS-HASH-NAME
                PERFORM Compute-Name-Hash
                MOVE WS-HASH-RESULT TO WS-NEW-NAME-HASH
                COMPUTE WS-HASH-DELTA = WS-HASH-DELTA
                    + WS-NEW-NAME-HASH - WS-OLD-NAME-HASH
                MOVE SPACES TO FEED-STREET
                MOVE SPACES TO FEED-CITY
                MOVE SPACES TO FEED-POSTAL-CODE
                MOVE SPACES TO FEED-PHONE
                MOVE SPACES TO FEED-EMAIL
                ADD 1 TO WS-FILE-CHANGES
            END-IF
        WHEN FEED-TRAILER-REC
            IF WS-HASH-DELTA NOT = 0
                COMPUTE FEED-TRL-NAME-HASH =
                    FEED-TRL-NAME-HASH + WS-HASH-DELTA
            END-IF
            MOVE 0 TO WS-HASH-DELTA
        WHEN FEED-EVENT-REC
            CONTINUE
        WHEN OTHER
            *> Pre-envelope record: no trailer to correct.
            MOVE CRM-FEED-RECORD TO WS-LEGACY-FEED-REC
            IF WS-LEG-CUST-ID = WS-INPUT-CUST-ID
                MOVE WS-ANON-NAME TO WS-LEG-CUST-NAME
                MOVE WS-LEGACY-FEED-REC TO CRM-FEED-RECORD
                ADD 1 TO WS-FILE-CHANGES
            END-IF
    END-EVALUATE.

Compute-Name-Hash.
    *> The same per-character sum CRMFEED and RECONCIL compute.
    MOVE 0 TO WS-HASH-RESULT
    PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
            UNTIL WS-NAME-IDX > 52
        MOVE FUNCTION ORD(WS-HASH-NAME(WS-NAME-IDX:1))
            TO WS-NAME-CHAR-VALUE
        ADD WS-NAME-CHAR-VALUE TO WS-HASH-RESULT
    END-PERFORM.

Anonymize-Archived-Feed.
    *> MONARCH's per-customer carry-forward holds the last name
    *> archived; it must match the anonymized master for RECONCIL.
    MOVE 0 TO WS-FILE-CHANGES
    MOVE 'N' TO WS-EOF-SWITCH
    OPEN INPUT ARCHIVED-FEED
    IF WS-ARCHFEED-STATUS = '00'
        OPEN OUTPUT ANONYMIZE-WORK
        MOVE WS-ANONWORK-STATUS TO WS-WORK-OPEN-STATUS
        PERFORM UNTIL END-OF-CURRENT-FILE
            READ ARCHIVED-FEED
                AT END
                    MOVE 'Y' TO WS-EOF-SWITCH
                NOT AT END
                    IF AF-CUST-ID = WS-INPUT-CUST-ID
                        MOVE WS-ANON-NAME TO AF-CUST-NAME
                        ADD 1 TO WS-FILE-CHANGES
                    END-IF
                    MOVE ARCHIVED-FEED-CUSTOMER
                        TO ANONYMIZE-WORK-RECORD
                    WRITE ANONYMIZE-WORK-RECORD
            END-READ
        END-PERFORM
        CLOSE ANONYMIZE-WORK
        CLOSE ARCHIVED-FEED
        MOVE "ARCHFEED.DAT" TO WS-REFUSED-FILE-NAME
        EVALUATE TRUE
            WHEN WS-FILE-CHANGES = 0
                CONTINUE
            WHEN WS-WORK-OPEN-STATUS NOT = '00'
                MOVE WS-WORK-OPEN-STATUS TO WS-REFUSED-STATUS
                PERFORM Note-File-Refused
            WHEN OTHER
                MOVE 'N' TO WS-EOF-SWITCH
                OPEN INPUT ANONYMIZE-WORK
                OPEN OUTPUT ARCHIVED-FEED
                IF WS-ARCHFEED-STATUS = '00'
                    PERFORM UNTIL END-OF-CURRENT-FILE
                        READ ANONYMIZE-WORK
                            AT END
                                MOVE 'Y' TO WS-EOF-SWITCH
                            NOT AT END
                                MOVE ANONYMIZE-WORK-RECORD
                                    TO ARCHIVED-FEED-CUSTOMER
                                WRITE ARCHIVED-FEED-CUSTOMER
                        END-READ
                    END-PERFORM
                    CLOSE ARCHIVED-FEED
                ELSE
                    MOVE WS-ARCHFEED-STATUS TO WS-REFUSED-STATUS
                    PERFORM Note-File-Refused
                END-IF
                CLOSE ANONYMIZE-WORK
        END-EVALUATE
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    ADD WS-FILE-CHANGES TO WS-TOTAL-CHANGES.

Queue-Crm-Deletion.
    *> Same append discipline as CUSTMANT's lifecycle events: the
    *> CRM learns of the erasure through CRMFEED's next batch.
    OPEN EXTEND CRM-EVENT-FILE
    IF WS-EVENT-STATUS = '05' OR WS-EVENT-STATUS = '35'
        CLOSE CRM-EVENT-FILE
        OPEN OUTPUT CRM-EVENT-FILE
    END-IF
    MOVE SPACES              TO CRM-EVENT-RECORD
    MOVE WS-INPUT-CUST-ID    TO EVT-CUST-ID
    MOVE 'X'                 TO EVT-TYPE
    MOVE 0                   TO EVT-SURVIVOR-ID
    MOVE WS-CURRENT-DATE-NUM TO EVT-EVENT-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-TIME     TO EVT-EVENT-TIME
    MOVE WS-OPERATOR-ID      TO EVT-OPERATOR-ID
    MOVE 'P'                 TO EVT-STATUS
    MOVE 0                   TO EVT-CYCLE-NBR
    MOVE 0                   TO EVT-SENT-DATE
    MOVE 0                   TO EVT-REJECT-COUNT
    MOVE WS-CURRENT-DATE-NUM TO EVT-STATUS-DATE
    WRITE CRM-EVENT-RECORD
    IF WS-EVENT-STATUS NOT = '00'
        DISPLAY "AVISO: evento CRM nao gravado, status: ",
                WS-EVENT-STATUS
        ADD 1 TO WS-FILES-REFUSED
        MOVE 'Y' TO WS-EVENT-FAILED-SW
    END-IF
    CLOSE CRM-EVENT-FILE.

Write-Audit-Entry.
    *> Operator-stamped like every master change; the entry itself
    *> carries no personal data, only the request number.
    MOVE "AUDIT.LOG" TO WS-AUDIT-FILE-NAME
    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
        CLOSE AUDIT-FILE
        OPEN OUTPUT AUDIT-FILE
    END-IF
    MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
    MOVE WS-JOB-ID           TO AUDIT-JOB-ID
    MOVE WS-CURRENT-DATE-NUM TO AUDIT-TS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-TIME     TO AUDIT-TS-TIME
    MOVE WS-ANON-NAME        TO AUDIT-CUST-NAME
    MOVE CUST-CAPTURE-YEAR   TO AUDIT-CAP-YEAR
    MOVE CUST-CAPTURE-MONTH  TO AUDIT-CAP-MONTH
    MOVE CUST-CAPTURE-DAY    TO AUDIT-CAP-DAY
    SET AUDIT-RESULT-OK TO TRUE
    MOVE WS-INPUT-CUST-ID    TO AUDIT-CUST-ID
    MOVE WS-AUDIT-ACTION     TO AUDIT-ACTION
    MOVE WS-AUDIT-OLD-VALUE  TO AUDIT-OLD-VALUE
    MOVE WS-AUDIT-NEW-VALUE  TO AUDIT-NEW-VALUE
    MOVE CUST-SOURCE-CHANNEL TO AUDIT-SOURCE-CHANNEL
    MOVE SPACES              TO AUDIT-APPROVER-ID
    WRITE AUDIT-LOG-RECORD
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY "AVISO: audit trail nao gravado, status: ",
                WS-AUDIT-STATUS
    END-IF
    CLOSE AUDIT-FILE.
