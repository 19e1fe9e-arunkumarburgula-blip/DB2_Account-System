       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBOFA01.
       AUTHOR.        MAINFRAME-DEV.
       DATE-WRITTEN.  2024-10-21.
      *================================================================*
      *  PROGRAM : DBOFA01                                              *
      *  DESC    : OFAC SANCTIONS SCREENING - LIST, CUSTOMERS, REVIEW   *
      *            DAILY BATCH, IN FIVE PHASES:                         *
      *            1. LIST LOAD: A NEWER SDN LIST ON SDNLIST REPLACES   *
      *               TBSDN/TBSDNTOK IN ONE UNIT OF WORK (AN OLDER OR   *
      *               SAME-DATE FILE IS IGNORED, A BAD FILE IS ROLLED   *
      *               BACK AND THE LOADED LIST KEPT)                    *
      *            2. REVIEW DECISIONS (OFADEC) FROM COMPLIANCE: H      *
      *               CONFIRMS A HIT AGAINST ONE SDN ENTRY, F CLEARS A  *
      *               FALSE POSITIVE. AN ACH ITEM DBOFA02 HELD THAT HAS *
      *               NO CASE LEFT OPEN OR CONFIRMED IS WRITTEN TO      *
      *               OFATXN FOR DBTXN01                                *
      *            3. CUSTOMER SCREENING: EVERY TBCUST CUSTOMER NEW OR  *
      *               CHANGED (TBCUST OR TBOWNER) SINCE ITS LAST SCREEN *
      *               - OR EVERY CUSTOMER, WHEN THE LIST IS NEWER THAN  *
      *               THEIR LAST SCREEN - IS SCORED AGAINST THE LIST;   *
      *               A SCORE AT OR ABOVE THE THRESHOLD QUEUES A        *
      *               TBOFAC CASE. A MATCH ALREADY CLEARED FOR THE SAME *
      *               NAME IS NOT QUEUED AGAIN                          *
      *            4. THE OPEN REVIEW QUEUE, HIGHEST SCORE FIRST        *
      *            5. BLOCKED PROPERTY (BLKRPT) FOR EVERY HIT CONFIRMED *
      *               TODAY: A CUSTOMER'S OPEN ACCOUNTS ARE FROZEN      *
      *               THROUGH DBACCT01 ('F' REQUESTS TO OFAFRZ); AN ACH *
      *               ITEM STAYS HELD OUT OF POSTING                    *
      *            MATCH SCORE: THE NAMES ARE REDUCED TO WORDS          *
      *            (PUNCTUATION, SINGLE LETTERS AND NOISE WORDS         *
      *            DROPPED, UP TO 8 WORDS); SCORE = THE AVERAGE OF THE  *
      *            SHARE OF THE SCREENED NAME'S WORDS AND THE SHARE OF  *
      *            THE SDN NAME'S WORDS THE TWO HAVE IN COMMON, 0-100.  *
      *            THIS PROGRAM NEVER CHANGES ACCT_STATUS OR POSTS -    *
      *            DBACCT01 AND DBTXN01 REMAIN THE ONLY WRITERS.        *
      *                                                                 *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY)                              *
      *                                                                 *
      *  PARM (OFAPARM, OPTIONAL, 80 BYTES - SHARED WITH DBOFA02):      *
      *    1-3   MATCH SCORE THRESHOLD 9(3) (DEFAULT 085)               *
      *  SDN LIST (SDNLIST, OPTIONAL, 200 BYTES):                       *
      *    HEADER : 1-3 'HDR'  4-13 LIST DATE (YYYY-MM-DD)              *
      *    NAME   : 1 'N' PRIMARY / 'A' ALIAS   2-11 SDN ENTRY 9(10)    *
      *             12-15 NAME SEQ 9(4) (0000 = PRIMARY)                *
      *             16-115 NAME   116-127 SDN TYPE   128-157 PROGRAM    *
      *    TRAILER: 1-3 'TRL'  4-12 NAME RECORD COUNT 9(9)              *
      *  DECISION (OFADEC, OPTIONAL, 80 BYTES):                         *
      *    1      PARTY TYPE (C = CUSTOMER, A = ACH ITEM)               *
      *    2-16   PARTY KEY (CUST-ID OR TXN-ID)                         *
      *    17-26  SDN ENTRY 9(10) (H - REQUIRED; F - ZERO CLEARS ALL    *
      *           THE PARTY'S OPEN CASES)                               *
      *    27     DECISION (H = CONFIRMED HIT, F = FALSE POSITIVE)      *
      *    28-67  REVIEW NOTE                                           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFA-PARM-FILE
               ASSIGN TO OFAPARM
               FILE STATUS IS WS-PRM-FS.

           SELECT OPTIONAL SDN-LIST-FILE
               ASSIGN TO SDNLIST
               FILE STATUS IS WS-SDN-FS.

           SELECT OPTIONAL DECISION-FILE
               ASSIGN TO OFADEC
               FILE STATUS IS WS-DEC-FS.

           SELECT FREEZE-REQ-FILE
               ASSIGN TO OFAFRZ
               FILE STATUS IS WS-FRZ-FS.

           SELECT RELEASE-TXN-FILE
               ASSIGN TO OFATXN
               FILE STATUS IS WS-TXO-FS.

           SELECT SCREEN-RPT-FILE
               ASSIGN TO OFARPT
               FILE STATUS IS WS-RPT-FS.

           SELECT BLOCKED-RPT-FILE
               ASSIGN TO BLKRPT
               FILE STATUS IS WS-BLK-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  OFA-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OFA-PARM-RECORD                 PIC X(80).

       FD  SDN-LIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  SDN-LIST-RECORD                 PIC X(200).

       FD  DECISION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DECISION-RECORD                 PIC X(80).

       FD  FREEZE-REQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  FREEZE-REQ-RECORD               PIC X(200).

       FD  RELEASE-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  RELEASE-TXN-RECORD              PIC X(200).

       FD  SCREEN-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  SCREEN-RPT-RECORD               PIC X(132).

       FD  BLOCKED-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  BLOCKED-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME                 PIC X(08) VALUE 'DBOFA01'.
       01  WS-PRM-FS                       PIC X(02).
       01  WS-SDN-FS                       PIC X(02).
       01  WS-DEC-FS                       PIC X(02).
       01  WS-FRZ-FS                       PIC X(02).
       01  WS-TXO-FS                       PIC X(02).
       01  WS-RPT-FS                       PIC X(02).
       01  WS-BLK-FS                       PIC X(02).
       01  WS-SDN-EOF-SW                   PIC X(01) VALUE 'N'.
           88  SDN-AT-END                            VALUE 'Y'.
       01  WS-DEC-EOF-SW                   PIC X(01) VALUE 'N'.
           88  DECISIONS-AT-END                      VALUE 'Y'.
       01  WS-SQL-EOF-SW                   PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CURSOR                     VALUE 'Y'.
       01  WS-CAND-EOF-SW                  PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CANDIDATES                 VALUE 'Y'.
       01  WS-ACCT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  SQL-END-OF-ACCOUNTS                   VALUE 'Y'.

      *------- PARAMETERS -------*
       01  WS-SCORE-THRESHOLD              PIC 9(03) VALUE 85.
       01  WS-OFA-PARM-REC.
           05  PRM-SCORE-THRESHOLD         PIC 9(03).
           05  FILLER                      PIC X(77).

      *------- SDN LIST RECORD AND ITS VIEWS -------*
       01  WS-SDN-RECORD                   PIC X(200).
       01  WS-SDN-HDR-VIEW REDEFINES WS-SDN-RECORD.
           05  SDH-REC-TYPE                PIC X(03).
               88  SDN-HEADER                        VALUE 'HDR'.
               88  SDN-TRAILER                       VALUE 'TRL'.
           05  SDH-LIST-DATE               PIC X(10).
           05  FILLER                      PIC X(187).
       01  WS-SDN-TRL-VIEW REDEFINES WS-SDN-RECORD.
           05  FILLER                      PIC X(03).
           05  SDT-NAME-COUNT              PIC 9(09).
           05  FILLER                      PIC X(188).
       01  WS-SDN-NAME-VIEW REDEFINES WS-SDN-RECORD.
           05  SDN-NAME-TYPE               PIC X(01).
               88  SDN-NAME-RECORD                   VALUE 'N' 'A'.
           05  SDN-ENTRY-ID                PIC 9(10).
           05  SDN-NAME-SEQ                PIC 9(04).
           05  SDN-NAME                    PIC X(100).
           05  SDN-TYPE                    PIC X(12).
           05  SDN-PROGRAM                 PIC X(30).
           05  FILLER                      PIC X(43).

       01  WS-LIST-LOAD-SW                 PIC X(01) VALUE 'Y'.
           88  LIST-LOAD-OK                          VALUE 'Y'.
           88  LIST-LOAD-FAILED                      VALUE 'N'.
       01  WS-TRAILER-SEEN-SW              PIC X(01) VALUE 'N'.
           88  SDN-TRAILER-SEEN                      VALUE 'Y'.

      *------- REVIEW DECISION -------*
       01  WS-DECISION.
           05  DEC-PARTY-TYPE              PIC X(01).
               88  DEC-PARTY-VALID                   VALUE 'C' 'A'.
           05  DEC-PARTY-KEY               PIC X(15).
           05  DEC-SDN-ID                  PIC 9(10).
           05  DEC-DECISION                PIC X(01).
               88  DEC-CONFIRM-HIT                   VALUE 'H'.
               88  DEC-FALSE-POSITIVE                VALUE 'F'.
           05  DEC-REVIEW-NOTE             PIC X(40).
           05  FILLER                      PIC X(13).
       01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.

      *------- NAME REDUCED TO MATCHING WORDS -------*
       01  WS-NAME-WORK                    PIC X(100).
       01  WS-NAME-PTR                     PIC 9(03) COMP.
       01  WS-WORD                         PIC X(20).
           88  NOISE-WORD                            VALUE 'THE' 'AND'
                                                     'OF' 'INC' 'LTD'
                                                     'LLC' 'CO' 'CORP'
                                                     'SA'.
       01  WS-WORD-LEN                     PIC 9(03) COMP.
       01  WS-WORD-DUP-SW                  PIC X(01).
           88  WORD-IS-DUPLICATE                     VALUE 'Y'.
       01  WS-TOKEN-COUNT                  PIC 9(02) COMP VALUE 0.
       01  WS-TOKEN-MAX                    PIC 9(02) COMP VALUE 8.
       01  WS-TOKEN-IDX                    PIC 9(02) COMP.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN                    PIC X(20) OCCURS 8 TIMES.

      *------- MATCH SCORE WORK FIELDS -------*
       01  WS-MATCH-SCORE                  PIC 9(03).
       01  WS-SCORE-WORK                   PIC 9(05)V99.
       01  WS-CASE-ACTION                  PIC X(40).

      *------- RELEASED ACH ITEM (WS-TXN-INPUT FORMAT, DBTXN01) -------*
       01  WS-TXN-OUT.
           05  TXO-TXN-ID                  PIC X(15).
           05  TXO-ACCT-NUM                PIC X(12).
           05  TXO-TXN-TYPE                PIC X(03).
           05  TXO-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  TXO-DESC                    PIC X(50).
           05  TXO-REF                     PIC X(20).
           05  TXO-CHANNEL                 PIC X(03) VALUE 'ACH'.
           05  TXO-DEST-ACCT-NUM           PIC X(12).
           05  FILLER                      PIC X(75).

      *------- FREEZE REQUEST (DBACCT01 WS-REQUEST FORMAT) -------*
       01  WS-FREEZE-REQ.
           05  FRZ-OPER                    PIC X(01) VALUE 'F'.
           05  FRZ-ACCT-NUM                PIC X(12).
           05  FRZ-CUST-ID                 PIC X(10).
           05  FILLER                      PIC X(177).

      *------- COUNTERS -------*
       01  WS-TOTAL-SDN-NAMES              PIC 9(07) VALUE 0.
       01  WS-TOTAL-SDN-TOKENS             PIC 9(07) VALUE 0.
       01  WS-TOTAL-DECISIONS              PIC 9(07) VALUE 0.
       01  WS-TOTAL-CONFIRMED              PIC 9(07) VALUE 0.
       01  WS-TOTAL-CLEARED                PIC 9(07) VALUE 0.
       01  WS-TOTAL-DEC-REJECTED           PIC 9(07) VALUE 0.
       01  WS-TOTAL-RELEASED               PIC 9(07) VALUE 0.
       01  WS-TOTAL-SCREENED               PIC 9(07) VALUE 0.
       01  WS-TOTAL-NEW-CASES              PIC 9(07) VALUE 0.
       01  WS-TOTAL-QUEUED                 PIC 9(07) VALUE 0.
       01  WS-TOTAL-BLOCKED-PARTIES        PIC 9(07) VALUE 0.
       01  WS-TOTAL-BLOCKED-ACCTS          PIC 9(07) VALUE 0.
       01  WS-TOTAL-FREEZES                PIC 9(07) VALUE 0.
       01  WS-TOTAL-BLOCKED-AMT            PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-ERRORS                 PIC 9(07) VALUE 0.

      *------- SCREENING REPORT LINES -------*
       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(45) VALUE
               'DBOFA01 - SANCTIONS SCREENING REPORT'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(13) VALUE
               '  SDN LIST: '.
           05  RPT-LIST-DATE               PIC X(10).
           05  FILLER                      PIC X(13) VALUE
               '  THRESHOLD: '.
           05  RPT-THRESHOLD               PIC ZZ9.
           05  FILLER                      PIC X(36) VALUE SPACES.
       01  WS-RPT-SECTION                  PIC X(132).
       01  WS-RPT-HEADING-2.
           05  FILLER           PIC X(02) VALUE 'P'.
           05  FILLER           PIC X(16) VALUE 'PARTY KEY'.
           05  FILLER           PIC X(11) VALUE '  SDN ENTRY'.
           05  FILLER           PIC X(04) VALUE 'SCR'.
           05  FILLER           PIC X(31) VALUE 'SCREENED NAME'.
           05  FILLER           PIC X(31) VALUE 'SDN NAME'.
           05  FILLER           PIC X(37) VALUE 'ACTION'.

       01  WS-RPT-DETAIL.
           05  RPT-PARTY-TYPE              PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-PARTY-KEY               PIC X(15).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-SDN-ID                  PIC Z(09)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-SCORE                   PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-SCREEN-NAME             PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-SDN-NAME                PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ACTION                  PIC X(37).

      *------- BLOCKED PROPERTY REPORT LINES -------*
       01  WS-BLK-HEADING-1.
           05  FILLER                      PIC X(45) VALUE
               'DBOFA01 - BLOCKED PROPERTY REPORT'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BLK-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(75) VALUE SPACES.
       01  WS-BLK-PARTY-LINE.
           05  FILLER                      PIC X(15) VALUE
               'BLOCKED PARTY: '.
           05  BLK-PARTY-TYPE              PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BLK-PARTY-KEY               PIC X(15).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BLK-SCREEN-NAME             PIC X(40).
           05  FILLER                      PIC X(06) VALUE ' SDN: '.
           05  BLK-SDN-ID                  PIC Z(09)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BLK-SDN-PROGRAM             PIC X(30).
           05  FILLER                      PIC X(12) VALUE SPACES.
       01  WS-BLK-SDN-LINE.
           05  FILLER                      PIC X(15) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE
               'SDN NAME: '.
           05  BLK-SDN-NAME                PIC X(100).
           05  FILLER                      PIC X(07) VALUE SPACES.
       01  WS-BLK-NOTE-LINE.
           05  FILLER                      PIC X(15) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE
               'REVIEWED: '.
           05  BLK-REVIEWED-BY             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BLK-REVIEW-NOTE             PIC X(40).
           05  FILLER                      PIC X(58) VALUE SPACES.
       01  WS-BLK-PROPERTY-LINE.
           05  FILLER                      PIC X(15) VALUE SPACES.
           05  BLK-ACCT-NUM                PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BLK-PROPERTY-TYPE           PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BLK-STATUS                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BLK-AMOUNT                  PIC -(12)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BLK-REFERENCE               PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BLK-ACTION                  PIC X(40).
           05  FILLER                      PIC X(20) VALUE SPACES.
       01  WS-BLK-TOTAL-LINE.
           05  FILLER                      PIC X(25) VALUE
               'TOTAL BLOCKED PROPERTY: '.
           05  BLK-TOTAL-AMOUNT            PIC -(12)9.99.
           05  FILLER                      PIC X(91) VALUE SPACES.

       01  WS-RPT-BLANK                    PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.
       01  WS-RUN-DATE                     PIC X(10).

      *------- DB2 HOST VARIABLES -------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-LIST-DATE                    PIC X(10) VALUE SPACES.
       01  HV-FILE-LIST-DATE               PIC X(10).
       01  HV-CREATED-DATE                 PIC X(10).
       01  HV-SDN-ID                       PIC S9(09) COMP.
       01  HV-NAME-SEQ                     PIC S9(04) COMP.
       01  HV-NAME-TYPE                    PIC X(01).
       01  HV-SDN-NAME                     PIC X(100).
       01  HV-SDN-TYPE                     PIC X(12).
       01  HV-SDN-PROGRAM                  PIC X(30).
       01  HV-TOKEN-COUNT                  PIC S9(04) COMP.
       01  HV-TOKEN                        PIC X(20).
       01  HV-MATCH-COUNT                  PIC S9(09) COMP.
       01  HV-TOKEN-LIST.
           05  HV-TOKEN-1                  PIC X(20).
           05  HV-TOKEN-2                  PIC X(20).
           05  HV-TOKEN-3                  PIC X(20).
           05  HV-TOKEN-4                  PIC X(20).
           05  HV-TOKEN-5                  PIC X(20).
           05  HV-TOKEN-6                  PIC X(20).
           05  HV-TOKEN-7                  PIC X(20).
           05  HV-TOKEN-8                  PIC X(20).
       01  HV-TOKEN-TABLE REDEFINES HV-TOKEN-LIST.
           05  HV-TOKEN-ENTRY              PIC X(20) OCCURS 8 TIMES.
       01  HV-CUST-ID                      PIC X(10).
       01  HV-FIRST-NAME                   PIC X(20).
       01  HV-LAST-NAME                    PIC X(30).
       01  HV-SCREEN-NAME                  PIC X(60).
       01  HV-OLD-SCREEN-NAME              PIC X(60).
       01  HV-PARTY-TYPE                   PIC X(01).
       01  HV-PARTY-KEY                    PIC X(15).
       01  HV-CASE-STATUS                  PIC X(01).
       01  HV-MATCH-SCORE                  PIC S9(04) COMP.
       01  HV-CASE-COUNT                   PIC S9(04) COMP.
       01  HV-REVIEW-NOTE                  PIC X(40).
       01  HV-REVIEWED-BY                  PIC X(08).
       01  HV-OPEN-COUNT                   PIC S9(09) COMP.
       01  HV-ACCT-NUMBER                  PIC X(12).
       01  HV-ACCT-TYPE                    PIC X(03).
       01  HV-ACCT-STATUS                  PIC X(01).
       01  HV-BALANCE                      PIC S9(13)V99 COMP-3.
       01  HV-TXN-TYPE                     PIC X(03).
       01  HV-TXN-AMOUNT                   PIC S9(11)V99 COMP-3.
       01  HV-TXN-DESC                     PIC X(50).
       01  HV-TXN-REF                      PIC X(20).
       01  HV-NI-LIST-DATE                 PIC S9(04) COMP.
       01  HV-NI-ACCT-NUMBER               PIC S9(04) COMP.
       01  HV-NI-TXN-TYPE                  PIC S9(04) COMP.
       01  HV-NI-TXN-DESC                  PIC S9(04) COMP.
       01  HV-NI-TXN-REF                   PIC S9(04) COMP.
       01  HV-NI-REVIEW-NOTE               PIC S9(04) COMP.
       01  HV-NI-REVIEWED-BY               PIC S9(04) COMP.

      *------- CUSTOMERS DUE A SCREEN: NEVER SCREENED, SCREENED       *
      *------- AGAINST AN OLDER LIST, OR CHANGED (TBCUST ROW OR ANY    *
      *------- TBOWNER ROW) SINCE THE LAST SCREEN. WITH HOLD BECAUSE   *
      *------- EACH CUSTOMER IS COMMITTED ON ITS OWN                   *
           EXEC SQL
             DECLARE CSR-SCREEN-CUST CURSOR WITH HOLD FOR
               SELECT C.CUST_ID, C.FIRST_NAME, C.LAST_NAME
               FROM   TBCUST C
               WHERE  C.STATUS <> 'C'
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   TBSCREEN S
                       WHERE  S.CUST_ID    = C.CUST_ID
                         AND  S.LIST_DATE >= DATE(:HV-LIST-DATE)
                         AND  S.SCREEN_TS >= C.UPDATED_DATE
                         AND  NOT EXISTS
                              (SELECT 1
                               FROM   TBOWNER O
                               WHERE  O.CUST_ID = C.CUST_ID
                                 AND  O.UPDATED_DATE > S.SCREEN_TS))
               ORDER BY C.CUST_ID
           END-EXEC.

      *------- SDN NAMES SHARING AT LEAST ONE WORD WITH THE SCREENED  *
      *------- NAME, AND HOW MANY. UNUSED WORD SLOTS ARE BLANK, WHICH *
      *------- NEVER MATCHES A STORED WORD                            *
           EXEC SQL
             DECLARE CSR-CANDIDATES CURSOR FOR
               SELECT S.SDN_ID, S.NAME_SEQ, S.SDN_NAME,
                      S.SDN_PROGRAM, S.TOKEN_COUNT, COUNT(*)
               FROM   TBSDNTOK T,
                      TBSDN S
               WHERE  T.TOKEN IN (:HV-TOKEN-1, :HV-TOKEN-2,
                                  :HV-TOKEN-3, :HV-TOKEN-4,
                                  :HV-TOKEN-5, :HV-TOKEN-6,
                                  :HV-TOKEN-7, :HV-TOKEN-8)
                 AND  S.SDN_ID   = T.SDN_ID
                 AND  S.NAME_SEQ = T.NAME_SEQ
               GROUP BY S.SDN_ID, S.NAME_SEQ, S.SDN_NAME,
                        S.SDN_PROGRAM, S.TOKEN_COUNT
           END-EXEC.

      *------- THE OPEN REVIEW QUEUE, HIGHEST SCORE FIRST ------------*
           EXEC SQL
             DECLARE CSR-REVIEW-QUEUE CURSOR FOR
               SELECT PARTY_TYPE, PARTY_KEY, SDN_ID, MATCH_SCORE,
                      SCREEN_NAME, SDN_NAME,
                      CHAR(DATE(CREATED_TS), ISO)
               FROM   TBOFAC
               WHERE  CASE_STATUS = 'P'
               ORDER BY MATCH_SCORE DESC, PARTY_TYPE, PARTY_KEY
           END-EXEC.

      *------- HITS CONFIRMED TODAY, ONE ROW PER PARTY AND SDN ENTRY -*
           EXEC SQL
             DECLARE CSR-BLOCKED CURSOR FOR
               SELECT PARTY_TYPE, PARTY_KEY, SDN_ID,
                      MAX(SCREEN_NAME), MAX(SDN_NAME),
                      MAX(SDN_PROGRAM), MAX(ACCT_NUMBER),
                      MAX(TXN_TYPE), MAX(TXN_AMOUNT), MAX(TXN_REF),
                      MAX(REVIEWED_BY), MAX(REVIEW_NOTE)
               FROM   TBOFAC
               WHERE  CASE_STATUS = 'H'
                 AND  DATE(REVIEWED_TS) = CURRENT DATE
               GROUP BY PARTY_TYPE, PARTY_KEY, SDN_ID
               ORDER BY PARTY_TYPE, PARTY_KEY, SDN_ID
           END-EXEC.

      *------- EVERY ACCOUNT STILL OPEN THAT A BLOCKED CUSTOMER OWNS  *
      *------- (TBOWNER, OR TBACCT.CUST_ID FOR OLDER ACCOUNTS)        *
           EXEC SQL
             DECLARE CSR-BLOCKED-ACCTS CURSOR FOR
               SELECT A.ACCT_NUMBER, A.ACCT_TYPE, A.ACCT_STATUS,
                      A.BALANCE
               FROM   TBACCT A
               WHERE  A.ACCT_STATUS <> 'C'
                 AND  (A.CUST_ID = :HV-CUST-ID
                       OR EXISTS
                          (SELECT 1
                           FROM   TBOWNER O
                           WHERE  O.ACCT_NUMBER = A.ACCT_NUMBER
                             AND  O.CUST_ID     = :HV-CUST-ID))
               ORDER BY A.ACCT_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           IF WS-RETURN-CODE < 16
              PERFORM 2000-LOAD-SDN-LIST
              PERFORM 2500-GET-CURRENT-LIST
           END-IF

           IF WS-RETURN-CODE < 16
              PERFORM 3000-PROCESS-DECISION
                 UNTIL DECISIONS-AT-END
           END-IF

           IF WS-RETURN-CODE < 8 AND LIST-LOAD-OK
              PERFORM 4000-SCREEN-CUSTOMERS
           END-IF

           IF WS-RETURN-CODE < 16
              PERFORM 5000-LIST-REVIEW-QUEUE
              PERFORM 6000-REPORT-BLOCKED-PROPERTY
           END-IF

           PERFORM 9000-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-NAME ' - SANCTIONS SCREENING STARTED'
           OPEN OUTPUT FREEZE-REQ-FILE
           OPEN OUTPUT RELEASE-TXN-FILE
           OPEN OUTPUT SCREEN-RPT-FILE
           OPEN OUTPUT BLOCKED-RPT-FILE
           OPEN INPUT  SDN-LIST-FILE
           OPEN INPUT  DECISION-FILE

           OPEN INPUT OFA-PARM-FILE
           READ OFA-PARM-FILE INTO WS-OFA-PARM-REC
             AT END
                CONTINUE
             NOT AT END
                IF PRM-SCORE-THRESHOLD IS NUMERIC
                   AND PRM-SCORE-THRESHOLD > 0
                   AND PRM-SCORE-THRESHOLD NOT > 100
                   MOVE PRM-SCORE-THRESHOLD TO WS-SCORE-THRESHOLD
                END-IF
           END-READ
           CLOSE OFA-PARM-FILE

           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO)
             INTO   :WS-RUN-DATE
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CURRENT DATE SELECT FAILED: SQLCODE='
                      SQLCODE
              SET DECISIONS-AT-END TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              DISPLAY 'MATCH SCORE THRESHOLD: ' WS-SCORE-THRESHOLD
              PERFORM 3010-READ-NEXT-DECISION
           END-IF.

      *================================================================*
      *  2000 - SDN LIST LOAD. ONLY A LIST NEWER THAN THE ONE LOADED   *
      *         IS TAKEN; THE OLD LIST IS DELETED AND THE NEW ONE      *
      *         INSERTED IN ONE UNIT OF WORK, COMMITTED ONLY WHEN THE  *
      *         TRAILER COUNT AGREES                                   *
      *================================================================*
       2000-LOAD-SDN-LIST.
           PERFORM 2010-READ-SDN-RECORD

           IF SDN-AT-END
              DISPLAY 'NO SDN LIST FILE - LOADED LIST KEPT'
           ELSE
              IF SDN-HEADER
                 MOVE SDH-LIST-DATE TO HV-FILE-LIST-DATE
                 PERFORM 2100-CHECK-LIST-DATE
              ELSE
                 DISPLAY 'SDN LIST REJECTED - NO HEADER RECORD'
                 SET LIST-LOAD-FAILED TO TRUE
                 MOVE 12 TO WS-RETURN-CODE
              END-IF
           END-IF

           CLOSE SDN-LIST-FILE.

       2010-READ-SDN-RECORD.
           READ SDN-LIST-FILE INTO WS-SDN-RECORD
             AT END SET SDN-AT-END TO TRUE
           END-READ.

       2100-CHECK-LIST-DATE.
           EXEC SQL
             SELECT CHAR(MAX(LIST_DATE), ISO)
             INTO   :HV-LIST-DATE :HV-NI-LIST-DATE
             FROM   TBSDN
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SDN LIST DATE SELECT FAILED: SQLCODE=' SQLCODE
              SET LIST-LOAD-FAILED TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              IF HV-NI-LIST-DATE < 0
                 MOVE SPACES TO HV-LIST-DATE
              END-IF
              IF HV-LIST-DATE NOT = SPACES
                 AND HV-FILE-LIST-DATE NOT > HV-LIST-DATE
                 DISPLAY 'SDN LIST ' HV-FILE-LIST-DATE
                         ' NOT NEWER THAN LOADED LIST '
                         HV-LIST-DATE ' - IGNORED'
              ELSE
                 PERFORM 2200-REPLACE-LIST
              END-IF
           END-IF.

       2200-REPLACE-LIST.
           DISPLAY 'LOADING SDN LIST DATED ' HV-FILE-LIST-DATE

           EXEC SQL DELETE FROM TBSDNTOK END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'SDN WORD DELETE FAILED: SQLCODE=' SQLCODE
              SET LIST-LOAD-FAILED TO TRUE
           ELSE
              EXEC SQL DELETE FROM TBSDN END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY 'SDN LIST DELETE FAILED: SQLCODE=' SQLCODE
                 SET LIST-LOAD-FAILED TO TRUE
              END-IF
           END-IF

           IF LIST-LOAD-OK
              PERFORM 2010-READ-SDN-RECORD
              PERFORM 2300-LOAD-SDN-RECORD
                 UNTIL SDN-AT-END
                    OR SDN-TRAILER-SEEN
                    OR LIST-LOAD-FAILED
           END-IF

           PERFORM 2400-END-LIST-LOAD.

       2300-LOAD-SDN-RECORD.
           EVALUATE TRUE
             WHEN SDN-TRAILER
                SET SDN-TRAILER-SEEN TO TRUE
             WHEN SDN-NAME-RECORD
                PERFORM 2310-INSERT-SDN-NAME
             WHEN WS-SDN-RECORD = SPACES
                CONTINUE
             WHEN OTHER
                DISPLAY 'SDN LIST REJECTED - UNKNOWN RECORD: '
                        WS-SDN-RECORD(1:20)
                SET LIST-LOAD-FAILED TO TRUE
           END-EVALUATE

           IF NOT SDN-TRAILER-SEEN AND LIST-LOAD-OK
              PERFORM 2010-READ-SDN-RECORD
           END-IF.

       2310-INSERT-SDN-NAME.
           IF SDN-ENTRY-ID NOT NUMERIC OR SDN-NAME-SEQ NOT NUMERIC
              DISPLAY 'SDN LIST REJECTED - BAD ENTRY NUMBER: '
                      WS-SDN-RECORD(1:20)
              SET LIST-LOAD-FAILED TO TRUE
           ELSE
              MOVE SDN-NAME TO WS-NAME-WORK
              PERFORM 8100-TOKENIZE-NAME

              MOVE SDN-ENTRY-ID   TO HV-SDN-ID
              MOVE SDN-NAME-SEQ   TO HV-NAME-SEQ
              MOVE SDN-NAME-TYPE  TO HV-NAME-TYPE
              MOVE SDN-NAME       TO HV-SDN-NAME
              MOVE SDN-TYPE       TO HV-SDN-TYPE
              MOVE SDN-PROGRAM    TO HV-SDN-PROGRAM
              MOVE WS-TOKEN-COUNT TO HV-TOKEN-COUNT

              EXEC SQL
                INSERT INTO TBSDN
                  (SDN_ID, NAME_SEQ, LIST_DATE, NAME_TYPE,
                   SDN_NAME, SDN_TYPE, SDN_PROGRAM, TOKEN_COUNT,
                   LOADED_TS)
                VALUES
                  (:HV-SDN-ID, :HV-NAME-SEQ,
                   DATE(:HV-FILE-LIST-DATE), :HV-NAME-TYPE,
                   :HV-SDN-NAME, :HV-SDN-TYPE, :HV-SDN-PROGRAM,
                   :HV-TOKEN-COUNT, CURRENT TIMESTAMP)
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-TOTAL-SDN-NAMES
                 PERFORM 2320-INSERT-SDN-TOKEN
                    VARYING WS-TOKEN-IDX FROM 1 BY 1
                    UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
                       OR LIST-LOAD-FAILED
              ELSE
                 DISPLAY 'SDN NAME INSERT FAILED: SQLCODE=' SQLCODE
                         ' ENTRY=' SDN-ENTRY-ID ' SEQ=' SDN-NAME-SEQ
                 SET LIST-LOAD-FAILED TO TRUE
              END-IF
           END-IF.

       2320-INSERT-SDN-TOKEN.
           MOVE WS-TOKEN(WS-TOKEN-IDX) TO HV-TOKEN

           EXEC SQL
             INSERT INTO TBSDNTOK
               (TOKEN, SDN_ID, NAME_SEQ)
             VALUES
               (:HV-TOKEN, :HV-SDN-ID, :HV-NAME-SEQ)
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-TOTAL-SDN-TOKENS
           ELSE
              DISPLAY 'SDN WORD INSERT FAILED: SQLCODE=' SQLCODE
                      ' ENTRY=' SDN-ENTRY-ID ' WORD=' HV-TOKEN
              SET LIST-LOAD-FAILED TO TRUE
           END-IF.

      *------- COMMIT ONLY A COMPLETE, BALANCED LIST -----------------*
       2400-END-LIST-LOAD.
           IF LIST-LOAD-OK
              IF NOT SDN-TRAILER-SEEN
                 DISPLAY 'SDN LIST REJECTED - NO TRAILER RECORD'
                 SET LIST-LOAD-FAILED TO TRUE
              ELSE
                 IF SDT-NAME-COUNT NOT NUMERIC
                    OR SDT-NAME-COUNT NOT = WS-TOTAL-SDN-NAMES
                    DISPLAY 'SDN LIST REJECTED - TRAILER COUNT '
                            SDT-NAME-COUNT ' LOADED '
                            WS-TOTAL-SDN-NAMES
                    SET LIST-LOAD-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF

           IF LIST-LOAD-OK
              EXEC SQL COMMIT END-EXEC
              DISPLAY 'SDN LIST ' HV-FILE-LIST-DATE ' LOADED: '
                      WS-TOTAL-SDN-NAMES ' NAMES'
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY 'SDN LIST LOAD ROLLED BACK - LOADED LIST KEPT'
              MOVE 0 TO WS-TOTAL-SDN-NAMES
              MOVE 0 TO WS-TOTAL-SDN-TOKENS
              ADD 1 TO WS-TOTAL-ERRORS
              IF WS-RETURN-CODE < 12
                 MOVE 12 TO WS-RETURN-CODE
              END-IF
           END-IF.

      *------- THE LIST IN FORCE FOR THIS RUN'S SCREENING ------------*
       2500-GET-CURRENT-LIST.
           EXEC SQL
             SELECT CHAR(MAX(LIST_DATE), ISO)
             INTO   :HV-LIST-DATE :HV-NI-LIST-DATE
             FROM   TBSDN
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SDN LIST DATE SELECT FAILED: SQLCODE=' SQLCODE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              IF HV-NI-LIST-DATE < 0
                 MOVE SPACES TO HV-LIST-DATE
                 DISPLAY 'NO SDN LIST LOADED - CUSTOMERS NOT SCREENED'
                 SET LIST-LOAD-FAILED TO TRUE
                 IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                 END-IF
              ELSE
                 DISPLAY 'SDN LIST IN FORCE: ' HV-LIST-DATE
              END-IF
           END-IF

           MOVE WS-RUN-DATE        TO RPT-RUN-DATE
           MOVE HV-LIST-DATE       TO RPT-LIST-DATE
           MOVE WS-SCORE-THRESHOLD TO RPT-THRESHOLD
           WRITE SCREEN-RPT-RECORD FROM WS-RPT-HEADING-1
           MOVE 'SECTION 1 - REVIEW DECISIONS' TO WS-RPT-SECTION
           PERFORM 8010-WRITE-SECTION-HEADING.

      *================================================================*
      *  3000 - ONE REVIEW DECISION FROM COMPLIANCE                    *
      *================================================================*
       3000-PROCESS-DECISION.
           ADD 1 TO WS-TOTAL-DECISIONS
           MOVE SPACES TO WS-REJECT-REASON
           MOVE DEC-PARTY-TYPE  TO HV-PARTY-TYPE
           MOVE DEC-PARTY-KEY   TO HV-PARTY-KEY
           MOVE DEC-REVIEW-NOTE TO HV-REVIEW-NOTE
           MOVE 0 TO HV-SDN-ID

           EVALUATE TRUE
             WHEN NOT DEC-PARTY-VALID
                MOVE 'INVALID PARTY TYPE' TO WS-REJECT-REASON
             WHEN DEC-PARTY-KEY = SPACES
                MOVE 'PARTY KEY IS REQUIRED' TO WS-REJECT-REASON
             WHEN DEC-SDN-ID NOT NUMERIC
                MOVE 'SDN ENTRY NOT NUMERIC' TO WS-REJECT-REASON
             WHEN DEC-CONFIRM-HIT AND DEC-SDN-ID = 0
                MOVE 'SDN ENTRY REQUIRED TO CONFIRM A HIT' TO
                        WS-REJECT-REASON
             WHEN DEC-CONFIRM-HIT
                MOVE DEC-SDN-ID TO HV-SDN-ID
                PERFORM 3100-CONFIRM-HIT
             WHEN DEC-FALSE-POSITIVE
                MOVE DEC-SDN-ID TO HV-SDN-ID
                PERFORM 3200-CLEAR-FALSE-POSITIVE
             WHEN OTHER
                MOVE 'INVALID DECISION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-TOTAL-DEC-REJECTED
              DISPLAY 'DECISION REJECTED: ' WS-REJECT-REASON
                      ' PARTY=' DEC-PARTY-TYPE ' ' DEC-PARTY-KEY
              MOVE SPACES TO WS-CASE-ACTION
              STRING 'REJECTED - ' DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                     INTO WS-CASE-ACTION
              END-STRING
              MOVE SPACES TO HV-SCREEN-NAME
              MOVE SPACES TO HV-SDN-NAME
              MOVE 0      TO HV-MATCH-SCORE
              PERFORM 8000-WRITE-REPORT-LINE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           PERFORM 3010-READ-NEXT-DECISION.

       3010-READ-NEXT-DECISION.
           READ DECISION-FILE INTO WS-DECISION
             AT END SET DECISIONS-AT-END TO TRUE
           END-READ.

      *------- H: THE NAMED SDN ENTRY'S OPEN CASES BECOME THE HIT;    *
      *------- THE PARTY'S OTHER OPEN CASES ARE CLOSED AS CLEARED.    *
      *------- THE FREEZE / BLOCKED PROPERTY REPORT FOLLOW IN 6000    *
       3100-CONFIRM-HIT.
           EXEC SQL
             UPDATE TBOFAC
             SET    CASE_STATUS = 'H',
                    REVIEW_NOTE = :HV-REVIEW-NOTE,
                    REVIEWED_BY = USER,
                    REVIEWED_TS = CURRENT TIMESTAMP
             WHERE  PARTY_TYPE  = :HV-PARTY-TYPE
               AND  PARTY_KEY   = :HV-PARTY-KEY
               AND  SDN_ID      = :HV-SDN-ID
               AND  CASE_STATUS = 'P'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                EXEC SQL
                  UPDATE TBOFAC
                  SET    CASE_STATUS = 'F',
                         REVIEW_NOTE = 'CLOSED - HIT CONFIRMED ON '
                                       || 'ANOTHER SDN ENTRY',
                         REVIEWED_BY = USER,
                         REVIEWED_TS = CURRENT TIMESTAMP
                  WHERE  PARTY_TYPE  = :HV-PARTY-TYPE
                    AND  PARTY_KEY   = :HV-PARTY-KEY
                    AND  CASE_STATUS = 'P'
                END-EXEC
                IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-TOTAL-CONFIRMED
                   MOVE 'HIT CONFIRMED - PROPERTY BLOCKED' TO
                           WS-CASE-ACTION
                   PERFORM 3300-WRITE-DECISION-LINE
                ELSE
                   PERFORM 3900-DECISION-SQL-ERROR
                END-IF
             WHEN 100
                MOVE 'NO OPEN CASE FOR THAT SDN ENTRY' TO
                        WS-REJECT-REASON
             WHEN OTHER
                PERFORM 3900-DECISION-SQL-ERROR
           END-EVALUATE.

      *------- F: ONE SDN ENTRY, OR ALL OF THE PARTY'S OPEN CASES ----*
       3200-CLEAR-FALSE-POSITIVE.
           EXEC SQL
             UPDATE TBOFAC
             SET    CASE_STATUS = 'F',
                    REVIEW_NOTE = :HV-REVIEW-NOTE,
                    REVIEWED_BY = USER,
                    REVIEWED_TS = CURRENT TIMESTAMP
             WHERE  PARTY_TYPE  = :HV-PARTY-TYPE
               AND  PARTY_KEY   = :HV-PARTY-KEY
               AND  (SDN_ID     = :HV-SDN-ID
                     OR :HV-SDN-ID = 0)
               AND  CASE_STATUS = 'P'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WS-TOTAL-CLEARED
                MOVE 'CLEARED - FALSE POSITIVE' TO WS-CASE-ACTION
                PERFORM 3300-WRITE-DECISION-LINE
                IF HV-PARTY-TYPE = 'A'
                   PERFORM 3210-RELEASE-ACH-ITEM
                END-IF
             WHEN 100
                MOVE 'NO OPEN CASE FOR THAT PARTY/SDN ENTRY' TO
                        WS-REJECT-REASON
             WHEN OTHER
                PERFORM 3900-DECISION-SQL-ERROR
           END-EVALUATE.

      *================================================================*
      *  3210 - A HELD ACH ITEM WITH NO CASE STILL OPEN OR CONFIRMED   *
      *         IS MARKED RELEASED AND, ONCE COMMITTED, WRITTEN TO     *
      *         OFATXN FOR DBTXN01 UNDER ITS ORIGINAL TXN-ID           *
      *================================================================*
       3210-RELEASE-ACH-ITEM.
           EXEC SQL
             SELECT COUNT(*)
             INTO   :HV-OPEN-COUNT
             FROM   TBOFAC
             WHERE  PARTY_TYPE = 'A'
               AND  PARTY_KEY  = :HV-PARTY-KEY
               AND  (CASE_STATUS IN ('P', 'H')
                     OR RELEASED_IND = 'Y')
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 3900-DECISION-SQL-ERROR
           ELSE
              IF HV-OPEN-COUNT = 0
                 EXEC SQL
                   SELECT MAX(ACCT_NUMBER), MAX(TXN_TYPE),
                          MAX(TXN_AMOUNT), MAX(TXN_DESC),
                          MAX(TXN_REF)
                   INTO   :HV-ACCT-NUMBER :HV-NI-ACCT-NUMBER,
                          :HV-TXN-TYPE :HV-NI-TXN-TYPE,
                          :HV-TXN-AMOUNT,
                          :HV-TXN-DESC :HV-NI-TXN-DESC,
                          :HV-TXN-REF :HV-NI-TXN-REF
                   FROM   TBOFAC
                   WHERE  PARTY_TYPE = 'A'
                     AND  PARTY_KEY  = :HV-PARTY-KEY
                END-EXEC

                IF SQLCODE = 0
                   EXEC SQL
                     UPDATE TBOFAC
                     SET    RELEASED_IND = 'Y'
                     WHERE  PARTY_TYPE = 'A'
                       AND  PARTY_KEY  = :HV-PARTY-KEY
                   END-EXEC
                END-IF

                IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   PERFORM 3220-WRITE-RELEASED-ITEM
                ELSE
                   PERFORM 3900-DECISION-SQL-ERROR
                END-IF
              END-IF
           END-IF.

       3220-WRITE-RELEASED-ITEM.
           IF HV-NI-TXN-DESC < 0
              MOVE SPACES TO HV-TXN-DESC
           END-IF
           IF HV-NI-TXN-REF < 0
              MOVE SPACES TO HV-TXN-REF
           END-IF

           MOVE SPACES         TO WS-TXN-OUT
           MOVE HV-PARTY-KEY   TO TXO-TXN-ID
           MOVE HV-ACCT-NUMBER TO TXO-ACCT-NUM
           MOVE HV-TXN-TYPE    TO TXO-TXN-TYPE
           MOVE HV-TXN-AMOUNT  TO TXO-AMOUNT
           MOVE HV-TXN-DESC    TO TXO-DESC
           MOVE HV-TXN-REF     TO TXO-REF
           MOVE 'ACH'          TO TXO-CHANNEL
           WRITE RELEASE-TXN-RECORD FROM WS-TXN-OUT
           ADD 1 TO WS-TOTAL-RELEASED

           MOVE 'ACH ITEM RELEASED FOR POSTING' TO WS-CASE-ACTION
           PERFORM 3300-WRITE-DECISION-LINE.

       3300-WRITE-DECISION-LINE.
           MOVE SPACES TO HV-SCREEN-NAME
           MOVE SPACES TO HV-SDN-NAME
           MOVE 0      TO HV-MATCH-SCORE
           PERFORM 8000-WRITE-REPORT-LINE.

       3900-DECISION-SQL-ERROR.
           DISPLAY 'DECISION UPDATE FAILED: SQLCODE=' SQLCODE
                   ' PARTY=' HV-PARTY-TYPE ' ' HV-PARTY-KEY
           EXEC SQL ROLLBACK END-EXEC
           ADD 1 TO WS-TOTAL-ERRORS
           MOVE 'DATABASE ERROR - RESUBMIT' TO WS-REJECT-REASON
           MOVE 8 TO WS-RETURN-CODE.

      *================================================================*
      *  4000 - SCREEN EVERY CUSTOMER DUE. EACH CUSTOMER'S CASES AND   *
      *         TBSCREEN ROW ARE ONE UNIT OF WORK; AN SQL ERROR HALTS  *
      *         THE PHASE AND THE REST ARE PICKED UP NEXT RUN          *
      *================================================================*
       4000-SCREEN-CUSTOMERS.
           MOVE 'SECTION 2 - NEW POSSIBLE MATCHES' TO WS-RPT-SECTION
           PERFORM 8010-WRITE-SECTION-HEADING

           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CSR-SCREEN-CUST END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN SCREENING CURSOR FAILED: SQLCODE='
                      SQLCODE
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM 4010-FETCH-NEXT-CUSTOMER
              PERFORM 4100-SCREEN-ONE-CUSTOMER
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-SCREEN-CUST END-EXEC
           END-IF.

       4010-FETCH-NEXT-CUSTOMER.
           EXEC SQL
             FETCH CSR-SCREEN-CUST
               INTO :HV-CUST-ID, :HV-FIRST-NAME, :HV-LAST-NAME
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                SET SQL-END-OF-CURSOR TO TRUE
             WHEN OTHER
                DISPLAY 'FETCH SCREENING CURSOR FAILED: SQLCODE='
                        SQLCODE
                ADD 1 TO WS-TOTAL-ERRORS
                MOVE 16 TO WS-RETURN-CODE
                SET SQL-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       4100-SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-TOTAL-SCREENED
           MOVE SPACES TO HV-SCREEN-NAME
           STRING HV-FIRST-NAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  HV-LAST-NAME  DELIMITED BY '  '
                  INTO HV-SCREEN-NAME
           END-STRING
           MOVE 'C'        TO HV-PARTY-TYPE
           MOVE HV-CUST-ID TO HV-PARTY-KEY
           MOVE 0          TO HV-CASE-COUNT

           MOVE HV-SCREEN-NAME TO WS-NAME-WORK
           PERFORM 8100-TOKENIZE-NAME
           PERFORM 8200-LOAD-TOKEN-HOSTVARS

           IF WS-TOKEN-COUNT > 0
              PERFORM 4200-MATCH-CANDIDATES
           END-IF

           IF WS-RETURN-CODE < 8
              PERFORM 4300-RECORD-SCREENING
           END-IF

           IF WS-RETURN-CODE < 8
              EXEC SQL COMMIT END-EXEC
              PERFORM 4010-FETCH-NEXT-CUSTOMER
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY 'SCREENING HALTED AFTER ERROR - REMAINING '
                      'CUSTOMERS DEFERRED TO NEXT RUN'
              SET SQL-END-OF-CURSOR TO TRUE
           END-IF.

       4200-MATCH-CANDIDATES.
           MOVE 'N' TO WS-CAND-EOF-SW
           EXEC SQL OPEN CSR-CANDIDATES END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN CANDIDATE CURSOR FAILED: SQLCODE='
                      SQLCODE ' CUST=' HV-CUST-ID
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM 4210-FETCH-NEXT-CANDIDATE
              PERFORM 4220-SCORE-CANDIDATE
                 UNTIL SQL-END-OF-CANDIDATES
              EXEC SQL CLOSE CSR-CANDIDATES END-EXEC
           END-IF.

       4210-FETCH-NEXT-CANDIDATE.
           EXEC SQL
             FETCH CSR-CANDIDATES
               INTO :HV-SDN-ID, :HV-NAME-SEQ, :HV-SDN-NAME,
                    :HV-SDN-PROGRAM, :HV-TOKEN-COUNT,
                    :HV-MATCH-COUNT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                SET SQL-END-OF-CANDIDATES TO TRUE
             WHEN OTHER
                DISPLAY 'FETCH CANDIDATE FAILED: SQLCODE=' SQLCODE
                        ' CUST=' HV-CUST-ID
                ADD 1 TO WS-TOTAL-ERRORS
                MOVE 8 TO WS-RETURN-CODE
                SET SQL-END-OF-CANDIDATES TO TRUE
           END-EVALUATE.

       4220-SCORE-CANDIDATE.
           PERFORM 8300-COMPUTE-MATCH-SCORE

           IF WS-MATCH-SCORE NOT < WS-SCORE-THRESHOLD
              PERFORM 4230-RECORD-CASE
           END-IF

           IF WS-RETURN-CODE < 8
              PERFORM 4210-FETCH-NEXT-CANDIDATE
           ELSE
              SET SQL-END-OF-CANDIDATES TO TRUE
           END-IF.

      *================================================================*
      *  4230 - QUEUE A POSSIBLE MATCH. AN EXISTING CASE FOR THE SAME  *
      *         PARTY AND SDN NAME IS KEPT AS IT IS (OPEN OR           *
      *         CONFIRMED), OR LEFT CLEARED WHILE THE SCREENED NAME    *
      *         IS UNCHANGED; A CLEARED CASE WHOSE NAME HAS CHANGED IS *
      *         REOPENED                                               *
      *================================================================*
       4230-RECORD-CASE.
           MOVE WS-MATCH-SCORE TO HV-MATCH-SCORE
           ADD 1 TO HV-CASE-COUNT

           EXEC SQL
             SELECT CASE_STATUS, SCREEN_NAME
             INTO   :HV-CASE-STATUS, :HV-OLD-SCREEN-NAME
             FROM   TBOFAC
             WHERE  PARTY_TYPE = :HV-PARTY-TYPE
               AND  PARTY_KEY  = :HV-PARTY-KEY
               AND  SDN_ID     = :HV-SDN-ID
               AND  NAME_SEQ   = :HV-NAME-SEQ
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
                EXEC SQL
                  INSERT INTO TBOFAC
                    (PARTY_TYPE, PARTY_KEY, SDN_ID, NAME_SEQ,
                     CASE_STATUS, MATCH_SCORE, SCREEN_NAME,
                     SDN_NAME, SDN_PROGRAM, LIST_DATE,
                     CREATED_BY, CREATED_TS)
                  VALUES
                    (:HV-PARTY-TYPE, :HV-PARTY-KEY, :HV-SDN-ID,
                     :HV-NAME-SEQ, 'P', :HV-MATCH-SCORE,
                     :HV-SCREEN-NAME, :HV-SDN-NAME, :HV-SDN-PROGRAM,
                     DATE(:HV-LIST-DATE), USER, CURRENT TIMESTAMP)
                END-EXEC
                MOVE 'QUEUED FOR REVIEW' TO WS-CASE-ACTION
             WHEN SQLCODE NOT = 0
                CONTINUE
             WHEN HV-CASE-STATUS = 'F'
                  AND HV-OLD-SCREEN-NAME NOT = HV-SCREEN-NAME
                EXEC SQL
                  UPDATE TBOFAC
                  SET    CASE_STATUS = 'P',
                         MATCH_SCORE = :HV-MATCH-SCORE,
                         SCREEN_NAME = :HV-SCREEN-NAME,
                         LIST_DATE   = DATE(:HV-LIST-DATE),
                         CREATED_TS  = CURRENT TIMESTAMP
                  WHERE  PARTY_TYPE = :HV-PARTY-TYPE
                    AND  PARTY_KEY  = :HV-PARTY-KEY
                    AND  SDN_ID     = :HV-SDN-ID
                    AND  NAME_SEQ   = :HV-NAME-SEQ
                END-EXEC
                MOVE 'REOPENED - NAME CHANGED SINCE CLEARED' TO
                        WS-CASE-ACTION
             WHEN OTHER
                MOVE SPACES TO WS-CASE-ACTION
           END-EVALUATE

           IF SQLCODE NOT = 0
              DISPLAY 'REVIEW CASE WRITE FAILED: SQLCODE=' SQLCODE
                      ' CUST=' HV-CUST-ID ' SDN=' HV-SDN-ID
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              IF WS-CASE-ACTION NOT = SPACES
                 ADD 1 TO WS-TOTAL-NEW-CASES
                 PERFORM 8000-WRITE-REPORT-LINE
              END-IF
           END-IF.

       4300-RECORD-SCREENING.
           EXEC SQL
             UPDATE TBSCREEN
             SET    SCREEN_NAME = :HV-SCREEN-NAME,
                    LIST_DATE   = DATE(:HV-LIST-DATE),
                    SCREEN_TS   = CURRENT TIMESTAMP,
                    MATCH_COUNT = :HV-CASE-COUNT
             WHERE  CUST_ID = :HV-CUST-ID
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                INSERT INTO TBSCREEN
                  (CUST_ID, SCREEN_NAME, LIST_DATE, SCREEN_TS,
                   MATCH_COUNT)
                VALUES
                  (:HV-CUST-ID, :HV-SCREEN-NAME,
                   DATE(:HV-LIST-DATE), CURRENT TIMESTAMP,
                   :HV-CASE-COUNT)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'SCREENING STATUS WRITE FAILED: SQLCODE='
                      SQLCODE ' CUST=' HV-CUST-ID
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *================================================================*
      *  5000 - THE OPEN REVIEW QUEUE (CUSTOMERS AND HELD ACH ITEMS)   *
      *================================================================*
       5000-LIST-REVIEW-QUEUE.
           MOVE 'SECTION 3 - OPEN REVIEW QUEUE' TO WS-RPT-SECTION
           PERFORM 8010-WRITE-SECTION-HEADING

           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CSR-REVIEW-QUEUE END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN REVIEW QUEUE CURSOR FAILED: SQLCODE='
                      SQLCODE
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM 5010-FETCH-NEXT-QUEUED
              PERFORM 5100-LIST-QUEUED-CASE
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-REVIEW-QUEUE END-EXEC
           END-IF.

       5010-FETCH-NEXT-QUEUED.
           EXEC SQL
             FETCH CSR-REVIEW-QUEUE
               INTO :HV-PARTY-TYPE, :HV-PARTY-KEY, :HV-SDN-ID,
                    :HV-MATCH-SCORE, :HV-SCREEN-NAME, :HV-SDN-NAME,
                    :HV-CREATED-DATE
           END-EXEC

           IF SQLCODE NOT = 0
              SET SQL-END-OF-CURSOR TO TRUE
           END-IF.

       5100-LIST-QUEUED-CASE.
           ADD 1 TO WS-TOTAL-QUEUED
           MOVE SPACES TO WS-CASE-ACTION
           STRING 'PENDING SINCE ' DELIMITED BY SIZE
                  HV-CREATED-DATE DELIMITED BY SIZE
                  INTO WS-CASE-ACTION
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 5010-FETCH-NEXT-QUEUED.

      *================================================================*
      *  6000 - BLOCKED PROPERTY FOR EVERY HIT CONFIRMED TODAY. A      *
      *         CUSTOMER'S OPEN ACCOUNTS GET A DBACCT01 FREEZE; AN     *
      *         ACH ITEM IS ALREADY HELD AND IS NEVER RELEASED. A      *
      *         SAME-DAY RERUN REPEATS THE FREEZE REQUESTS, WHICH      *
      *         DBACCT01 REJECTS FOR AN ACCOUNT ALREADY FROZEN         *
      *================================================================*
       6000-REPORT-BLOCKED-PROPERTY.
           MOVE WS-RUN-DATE TO BLK-RUN-DATE
           WRITE BLOCKED-RPT-RECORD FROM WS-BLK-HEADING-1

           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CSR-BLOCKED END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN BLOCKED CURSOR FAILED: SQLCODE=' SQLCODE
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM 6010-FETCH-NEXT-BLOCKED
              PERFORM 6100-REPORT-BLOCKED-PARTY
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-BLOCKED END-EXEC
           END-IF

           WRITE BLOCKED-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-TOTAL-BLOCKED-AMT TO BLK-TOTAL-AMOUNT
           WRITE BLOCKED-RPT-RECORD FROM WS-BLK-TOTAL-LINE.

       6010-FETCH-NEXT-BLOCKED.
           EXEC SQL
             FETCH CSR-BLOCKED
               INTO :HV-PARTY-TYPE, :HV-PARTY-KEY, :HV-SDN-ID,
                    :HV-SCREEN-NAME, :HV-SDN-NAME, :HV-SDN-PROGRAM,
                    :HV-ACCT-NUMBER :HV-NI-ACCT-NUMBER,
                    :HV-TXN-TYPE :HV-NI-TXN-TYPE,
                    :HV-TXN-AMOUNT,
                    :HV-TXN-REF :HV-NI-TXN-REF,
                    :HV-REVIEWED-BY :HV-NI-REVIEWED-BY,
                    :HV-REVIEW-NOTE :HV-NI-REVIEW-NOTE
           END-EXEC

           IF SQLCODE NOT = 0
              SET SQL-END-OF-CURSOR TO TRUE
           ELSE
              IF HV-NI-ACCT-NUMBER < 0
                 MOVE SPACES TO HV-ACCT-NUMBER
              END-IF
              IF HV-NI-TXN-TYPE < 0
                 MOVE SPACES TO HV-TXN-TYPE
              END-IF
              IF HV-NI-TXN-REF < 0
                 MOVE SPACES TO HV-TXN-REF
              END-IF
              IF HV-NI-REVIEWED-BY < 0
                 MOVE SPACES TO HV-REVIEWED-BY
              END-IF
              IF HV-NI-REVIEW-NOTE < 0
                 MOVE SPACES TO HV-REVIEW-NOTE
              END-IF
           END-IF.

       6100-REPORT-BLOCKED-PARTY.
           ADD 1 TO WS-TOTAL-BLOCKED-PARTIES
           WRITE BLOCKED-RPT-RECORD FROM WS-RPT-BLANK
           MOVE HV-PARTY-TYPE  TO BLK-PARTY-TYPE
           MOVE HV-PARTY-KEY   TO BLK-PARTY-KEY
           MOVE HV-SCREEN-NAME TO BLK-SCREEN-NAME
           MOVE HV-SDN-ID      TO BLK-SDN-ID
           MOVE HV-SDN-PROGRAM TO BLK-SDN-PROGRAM
           WRITE BLOCKED-RPT-RECORD FROM WS-BLK-PARTY-LINE
           MOVE HV-SDN-NAME    TO BLK-SDN-NAME
           WRITE BLOCKED-RPT-RECORD FROM WS-BLK-SDN-LINE
           MOVE HV-REVIEWED-BY TO BLK-REVIEWED-BY
           MOVE HV-REVIEW-NOTE TO BLK-REVIEW-NOTE
           WRITE BLOCKED-RPT-RECORD FROM WS-BLK-NOTE-LINE

           IF HV-PARTY-TYPE = 'C'
              PERFORM 6200-BLOCK-CUSTOMER-ACCOUNTS
           ELSE
              PERFORM 6300-REPORT-BLOCKED-ACH-ITEM
           END-IF

           PERFORM 6010-FETCH-NEXT-BLOCKED.

       6200-BLOCK-CUSTOMER-ACCOUNTS.
           MOVE HV-PARTY-KEY TO HV-CUST-ID
           MOVE 'N' TO WS-ACCT-EOF-SW
           EXEC SQL OPEN CSR-BLOCKED-ACCTS END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN BLOCKED ACCOUNT CURSOR FAILED: SQLCODE='
                      SQLCODE ' CUST=' HV-CUST-ID
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM 6210-FETCH-NEXT-ACCOUNT
              IF SQL-END-OF-ACCOUNTS
                 MOVE SPACES TO WS-BLK-PROPERTY-LINE
                 MOVE 'NO OPEN ACCOUNTS HELD' TO BLK-ACTION
                 WRITE BLOCKED-RPT-RECORD FROM WS-BLK-PROPERTY-LINE
              END-IF
              PERFORM 6220-BLOCK-ONE-ACCOUNT
                 UNTIL SQL-END-OF-ACCOUNTS
              EXEC SQL CLOSE CSR-BLOCKED-ACCTS END-EXEC
           END-IF.

       6210-FETCH-NEXT-ACCOUNT.
           EXEC SQL
             FETCH CSR-BLOCKED-ACCTS
               INTO :HV-ACCT-NUMBER, :HV-ACCT-TYPE,
                    :HV-ACCT-STATUS, :HV-BALANCE
           END-EXEC

           IF SQLCODE NOT = 0
              SET SQL-END-OF-ACCOUNTS TO TRUE
           END-IF.

      *------- DBACCT01 FREEZES ONLY FROM STATUS 'O'; A DORMANT       *
      *------- ACCOUNT IS LISTED FOR A MANUAL FREEZE                  *
       6220-BLOCK-ONE-ACCOUNT.
           ADD 1 TO WS-TOTAL-BLOCKED-ACCTS
           ADD HV-BALANCE TO WS-TOTAL-BLOCKED-AMT
           MOVE SPACES         TO WS-BLK-PROPERTY-LINE
           MOVE HV-ACCT-NUMBER TO BLK-ACCT-NUM
           MOVE HV-ACCT-TYPE   TO BLK-PROPERTY-TYPE
           MOVE HV-ACCT-STATUS TO BLK-STATUS
           MOVE HV-BALANCE     TO BLK-AMOUNT

           EVALUATE HV-ACCT-STATUS
             WHEN 'O'
                MOVE SPACES         TO WS-FREEZE-REQ
                MOVE 'F'            TO FRZ-OPER
                MOVE HV-ACCT-NUMBER TO FRZ-ACCT-NUM
                MOVE HV-CUST-ID     TO FRZ-CUST-ID
                WRITE FREEZE-REQ-RECORD FROM WS-FREEZE-REQ
                ADD 1 TO WS-TOTAL-FREEZES
                MOVE 'FREEZE REQUESTED (DBACCT01)' TO BLK-ACTION
             WHEN 'F'
                MOVE 'ALREADY FROZEN' TO BLK-ACTION
             WHEN OTHER
                MOVE 'NOT OPEN - FREEZE MANUALLY' TO BLK-ACTION
           END-EVALUATE

           WRITE BLOCKED-RPT-RECORD FROM WS-BLK-PROPERTY-LINE
           PERFORM 6210-FETCH-NEXT-ACCOUNT.

       6300-REPORT-BLOCKED-ACH-ITEM.
           ADD HV-TXN-AMOUNT TO WS-TOTAL-BLOCKED-AMT
           MOVE SPACES         TO WS-BLK-PROPERTY-LINE
           MOVE HV-ACCT-NUMBER TO BLK-ACCT-NUM
           MOVE HV-TXN-TYPE    TO BLK-PROPERTY-TYPE
           MOVE HV-TXN-AMOUNT  TO BLK-AMOUNT
           MOVE HV-TXN-REF     TO BLK-REFERENCE
           MOVE 'ACH ITEM HELD - NOT POSTED' TO BLK-ACTION
           WRITE BLOCKED-RPT-RECORD FROM WS-BLK-PROPERTY-LINE.

      *------- ONE SCREENING REPORT LINE FOR THE CURRENT CASE --------*
       8000-WRITE-REPORT-LINE.
           MOVE SPACES          TO WS-RPT-DETAIL
           MOVE HV-PARTY-TYPE   TO RPT-PARTY-TYPE
           MOVE HV-PARTY-KEY    TO RPT-PARTY-KEY
           MOVE HV-SDN-ID       TO RPT-SDN-ID
           MOVE HV-MATCH-SCORE  TO RPT-SCORE
           MOVE HV-SCREEN-NAME  TO RPT-SCREEN-NAME
           MOVE HV-SDN-NAME     TO RPT-SDN-NAME
           MOVE WS-CASE-ACTION  TO RPT-ACTION
           WRITE SCREEN-RPT-RECORD FROM WS-RPT-DETAIL.

       8010-WRITE-SECTION-HEADING.
           WRITE SCREEN-RPT-RECORD FROM WS-RPT-BLANK
           WRITE SCREEN-RPT-RECORD FROM WS-RPT-SECTION
           WRITE SCREEN-RPT-RECORD FROM WS-RPT-HEADING-2.

      *================================================================*
      *  8100 - REDUCE WS-NAME-WORK TO ITS MATCHING WORDS: UPPER CASE, *
      *         PUNCTUATION TO SPACES, SINGLE LETTERS, NOISE WORDS AND *
      *         REPEATS DROPPED, AT MOST WS-TOKEN-MAX WORDS. DBOFA02   *
      *         REDUCES ACH NAMES THE SAME WAY                         *
      *================================================================*
       8100-TOKENIZE-NAME.
           INSPECT WS-NAME-WORK CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NAME-WORK CONVERTING
                   '.,;:-/&()#"*+'
                TO '             '
           INSPECT WS-NAME-WORK REPLACING ALL "'" BY SPACE

           MOVE 0      TO WS-TOKEN-COUNT
           MOVE SPACES TO WS-TOKEN-TABLE
           MOVE 1      TO WS-NAME-PTR
           PERFORM 8110-NEXT-WORD
              UNTIL WS-NAME-PTR > 100
                 OR WS-TOKEN-COUNT >= WS-TOKEN-MAX.

       8110-NEXT-WORD.
           MOVE SPACES TO WS-WORD
           MOVE 0      TO WS-WORD-LEN
           UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
                    INTO WS-WORD COUNT IN WS-WORD-LEN
                    WITH POINTER WS-NAME-PTR
           END-UNSTRING

           IF WS-WORD-LEN > 1 AND NOT NOISE-WORD
              MOVE 'N' TO WS-WORD-DUP-SW
              PERFORM 8120-CHECK-DUPLICATE-WORD
                 VARYING WS-TOKEN-IDX FROM 1 BY 1
                 UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
                    OR WORD-IS-DUPLICATE
              IF NOT WORD-IS-DUPLICATE
                 ADD 1 TO WS-TOKEN-COUNT
                 MOVE WS-WORD TO WS-TOKEN(WS-TOKEN-COUNT)
              END-IF
           END-IF.

       8120-CHECK-DUPLICATE-WORD.
           IF WS-TOKEN(WS-TOKEN-IDX) = WS-WORD
              SET WORD-IS-DUPLICATE TO TRUE
           END-IF.

      *------- THE WORDS INTO THE CANDIDATE CURSOR'S IN-LIST ---------*
       8200-LOAD-TOKEN-HOSTVARS.
           MOVE SPACES TO HV-TOKEN-LIST
           PERFORM 8210-LOAD-ONE-TOKEN
              VARYING WS-TOKEN-IDX FROM 1 BY 1
              UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT.

       8210-LOAD-ONE-TOKEN.
           MOVE WS-TOKEN(WS-TOKEN-IDX) TO
                HV-TOKEN-ENTRY(WS-TOKEN-IDX).

      *------- AVERAGE OF THE SHARED-WORD SHARE OF EACH NAME ---------*
       8300-COMPUTE-MATCH-SCORE.
           IF HV-TOKEN-COUNT < 1
              MOVE 0 TO WS-MATCH-SCORE
           ELSE
              COMPUTE WS-SCORE-WORK =
                      ((HV-MATCH-COUNT * 100 / WS-TOKEN-COUNT)
                     + (HV-MATCH-COUNT * 100 / HV-TOKEN-COUNT)) / 2
              IF WS-SCORE-WORK > 100
                 MOVE 100 TO WS-MATCH-SCORE
              ELSE
                 MOVE WS-SCORE-WORK TO WS-MATCH-SCORE
              END-IF
           END-IF.

       9000-FINALIZE.
           CLOSE DECISION-FILE
           CLOSE FREEZE-REQ-FILE
           CLOSE RELEASE-TXN-FILE
           CLOSE SCREEN-RPT-FILE
           CLOSE BLOCKED-RPT-FILE

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'SDN LIST IN FORCE    : ' HV-LIST-DATE
           DISPLAY 'SDN NAMES LOADED     : ' WS-TOTAL-SDN-NAMES
           DISPLAY 'SDN WORDS LOADED     : ' WS-TOTAL-SDN-TOKENS
           DISPLAY 'DECISIONS READ       : ' WS-TOTAL-DECISIONS
           DISPLAY 'HITS CONFIRMED       : ' WS-TOTAL-CONFIRMED
           DISPLAY 'FALSE POSITIVES      : ' WS-TOTAL-CLEARED
           DISPLAY 'DECISIONS REJECTED   : ' WS-TOTAL-DEC-REJECTED
           DISPLAY 'ACH ITEMS RELEASED   : ' WS-TOTAL-RELEASED
           DISPLAY 'CUSTOMERS SCREENED   : ' WS-TOTAL-SCREENED
           DISPLAY 'CASES QUEUED         : ' WS-TOTAL-NEW-CASES
           DISPLAY 'OPEN REVIEW QUEUE    : ' WS-TOTAL-QUEUED
           DISPLAY 'PARTIES BLOCKED      : ' WS-TOTAL-BLOCKED-PARTIES
           DISPLAY 'ACCOUNTS BLOCKED     : ' WS-TOTAL-BLOCKED-ACCTS
           DISPLAY 'FREEZE REQUESTS      : ' WS-TOTAL-FREEZES
           DISPLAY 'BLOCKED AMOUNT       : ' WS-TOTAL-BLOCKED-AMT
           DISPLAY 'ERRORS               : ' WS-TOTAL-ERRORS
           DISPLAY 'RETURN CODE          : ' WS-RETURN-CODE
           DISPLAY '======================================='.
