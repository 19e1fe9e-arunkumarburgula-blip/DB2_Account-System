       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBOFA02.
       AUTHOR.        MAINFRAME-DEV.
       DATE-WRITTEN.  2024-10-21.
      *================================================================*
      *  PROGRAM : DBOFA02                                              *
      *  DESC    : OFAC SANCTIONS SCREENING - INBOUND ACH ITEMS         *
      *            RUNS BETWEEN DBACH01 AND DBEDT01. EVERY ENTRY ON     *
      *            DBACH01'S OUTPUT IS SCREENED BEFORE IT CAN POST:     *
      *            THE INDIVIDUAL NAME (DESC 1-22) AND THE COMPANY NAME *
      *            (DESC 28-43) ARE SCORED AGAINST THE SDN LIST THE     *
      *            SAME WAY DBOFA01 SCORES CUSTOMERS, AND THE RECEIVING *
      *            ACCOUNT'S OWNERS ARE CHECKED FOR A CONFIRMED HIT.    *
      *            AN ITEM THAT MATCHES AT OR ABOVE THE THRESHOLD IS    *
      *            HELD - QUEUED IN TBOFAC (PARTY 'A', KEY = TXN-ID)    *
      *            FOR COMPLIANCE REVIEW THROUGH DBOFA01 AND LEFT OFF   *
      *            THE OUTPUT. AN ITEM TO A BLOCKED CUSTOMER'S ACCOUNT  *
      *            IS HELD AS A CONFIRMED HIT AND APPEARS ON DBOFA01'S  *
      *            BLOCKED PROPERTY REPORT. HELD ITEMS ARE NOT POSTED   *
      *            AND SO ARE NOT RETURNED BY DBACH02.                  *
      *                                                                  *
      *  INPUT (RAWTXN) AND OUTPUT (SCRNTXN) ARE THE DBEDT01 FORMAT:    *
      *  THE INPUT HDR/TRL PAIR IS VERIFIED, THE HEADER PASSED          *
      *  THROUGH AND THE TRAILER REBUILT OVER THE ITEMS PASSED. THE     *
      *  WHOLE FILE IS ONE UNIT OF WORK - A CONTROL FAILURE OR SQL      *
      *  ERROR ROLLS BACK EVERY CASE AND SETS RETURN CODE 12 SO THE     *
      *  SCHEDULER STOPS THE STREAM, AS DOES A MISSING SDN LIST.        *
      *                                                                  *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY)                              *
      *                                                                  *
      *  PARM (OFAPARM, OPTIONAL, 80 BYTES - SHARED WITH DBOFA01):      *
      *    1-3   MATCH SCORE THRESHOLD 9(3) (DEFAULT 085)               *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFA-PARM-FILE
               ASSIGN TO OFAPARM
               FILE STATUS IS WS-PRM-FS.

           SELECT RAW-TXN-FILE
               ASSIGN TO RAWTXN
               FILE STATUS IS WS-RAW-FS.

           SELECT SCREENED-TXN-FILE
               ASSIGN TO SCRNTXN
               FILE STATUS IS WS-SCR-FS.

           SELECT HOLD-RPT-FILE
               ASSIGN TO OFAHLD
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  OFA-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OFA-PARM-RECORD                 PIC X(80).

       FD  RAW-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  RAW-TXN-RECORD                  PIC X(200).

       FD  SCREENED-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  SCREENED-TXN-RECORD             PIC X(200).

       FD  HOLD-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLD-RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME                 PIC X(08) VALUE 'DBOFA02'.
       01  WS-PRM-FS                       PIC X(02).
       01  WS-RAW-FS                       PIC X(02).
       01  WS-SCR-FS                       PIC X(02).
       01  WS-RPT-FS                       PIC X(02).
       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-FILE                           VALUE 'Y'.
       01  WS-CAND-EOF-SW                  PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CANDIDATES                 VALUE 'Y'.

      *------- PARAMETERS -------*
       01  WS-SCORE-THRESHOLD              PIC 9(03) VALUE 85.
       01  WS-OFA-PARM-REC.
           05  PRM-SCORE-THRESHOLD         PIC 9(03).
           05  FILLER                      PIC X(77).

      *------- INPUT RECORD AND ITS VIEWS (AS IN DBEDT01) -------*
       01  WS-SCREEN-RECORD                PIC X(200).

       01  WS-SCREEN-TAG-VIEW REDEFINES WS-SCREEN-RECORD.
           05  WS-SCR-REC-TAG              PIC X(03).
               88  SCR-HEADER-REC                    VALUE 'HDR'.
               88  SCR-TRAILER-REC                   VALUE 'TRL'.
           05  FILLER                      PIC X(197).

       01  WS-TRAILER-VIEW REDEFINES WS-SCREEN-RECORD.
           05  FILLER                      PIC X(03).
           05  TRL-RECORD-COUNT            PIC 9(09).
           05  TRL-HASH-TOTAL              PIC S9(11)V99 COMP-3.
           05  FILLER                      PIC X(181).

       01  WS-TXN-INPUT REDEFINES WS-SCREEN-RECORD.
           05  WS-TXN-ID                   PIC X(15).
           05  WS-TXN-ACCT-NUM             PIC X(12).
           05  WS-TXN-TYPE                 PIC X(03).
           05  WS-TXN-AMOUNT               PIC S9(11)V99 COMP-3.
           05  WS-TXN-DESC.
               10  WS-TXN-INDIV-NAME       PIC X(22).
               10  FILLER                  PIC X(05).
               10  WS-TXN-COMPANY-NAME     PIC X(16).
               10  FILLER                  PIC X(07).
           05  WS-TXN-REF                  PIC X(20).
           05  WS-TXN-CHANNEL              PIC X(03).
           05  WS-TXN-DEST-ACCT-NUM        PIC X(12).
           05  WS-TXN-OVERRIDE-IND         PIC X(01).
           05  WS-TXN-FILLER               PIC X(74).

      *------- REBUILT TRAILER OVER THE ITEMS PASSED -------*
       01  WS-EDT-TRAILER.
           05  FILLER                      PIC X(03) VALUE 'TRL'.
           05  EDT-TRL-COUNT               PIC 9(09).
           05  EDT-TRL-HASH                PIC S9(11)V99 COMP-3.
           05  FILLER                      PIC X(181) VALUE SPACES.

      *------- FILE CONTROL STATE -------*
       01  WS-HEADER-SEEN-SW               PIC X(01) VALUE 'N'.
           88  HEADER-SEEN                           VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW              PIC X(01) VALUE 'N'.
           88  TRAILER-SEEN                          VALUE 'Y'.
       01  WS-CONTROL-OK-SW                PIC X(01) VALUE 'Y'.
           88  CONTROL-OK                            VALUE 'Y'.
           88  CONTROL-FAILED                        VALUE 'N'.
       01  WS-HOLD-SW                      PIC X(01) VALUE 'N'.
           88  ITEM-HELD                             VALUE 'Y'.
           88  ITEM-PASSED                           VALUE 'N'.

      *------- NAME REDUCED TO MATCHING WORDS (AS IN DBOFA01) -------*
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
       01  WS-HOLD-REASON                  PIC X(30).

      *------- COUNTERS -------*
       01  WS-TOTAL-READ                   PIC 9(07) VALUE 0.
       01  WS-TOTAL-PASSED                 PIC 9(07) VALUE 0.
       01  WS-TOTAL-HELD                   PIC 9(07) VALUE 0.
       01  WS-TOTAL-BLOCKED                PIC 9(07) VALUE 0.
       01  WS-TOTAL-CASES                  PIC 9(07) VALUE 0.
       01  WS-READ-HASH                    PIC S9(11)V99 COMP-3
                                            VALUE 0.
       01  WS-PASSED-HASH                  PIC S9(11)V99 COMP-3
                                            VALUE 0.
       01  WS-HELD-AMOUNT                  PIC S9(13)V99 COMP-3
                                            VALUE 0.

      *------- HELD ITEM REPORT LINES -------*
       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(45) VALUE
               'DBOFA02 - ACH ITEMS HELD FOR SANCTIONS REVIEW'.
           05  FILLER                      PIC X(13) VALUE
               '  SDN LIST: '.
           05  RPT-LIST-DATE               PIC X(10).
           05  FILLER                      PIC X(13) VALUE
               '  THRESHOLD: '.
           05  RPT-THRESHOLD               PIC ZZ9.
           05  FILLER                      PIC X(48) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER           PIC X(16) VALUE 'TXN ID'.
           05  FILLER           PIC X(13) VALUE 'ACCOUNT'.
           05  FILLER           PIC X(04) VALUE 'TYP'.
           05  FILLER           PIC X(17) VALUE '           AMOUNT'.
           05  FILLER           PIC X(04) VALUE 'SCR'.
           05  FILLER           PIC X(23) VALUE 'SCREENED NAME'.
           05  FILLER           PIC X(25) VALUE 'SDN NAME'.
           05  FILLER           PIC X(30) VALUE 'STATUS'.
       01  WS-RPT-DETAIL.
           05  RPT-TXN-ID                  PIC X(15).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ACCT-NUM                PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-TXN-TYPE                PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AMOUNT                  PIC -(12)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-SCORE                   PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-SCREEN-NAME             PIC X(22).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-SDN-NAME                PIC X(24).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-STATUS                  PIC X(30).
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               'ITEMS HELD: '.
           05  RPT-TOTAL-HELD              PIC Z(06)9.
           05  FILLER                      PIC X(16) VALUE
               '   AMOUNT HELD: '.
           05  RPT-TOTAL-AMOUNT            PIC -(12)9.99.
           05  FILLER                      PIC X(73) VALUE SPACES.
       01  WS-RPT-BLANK                    PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.

      *------- DB2 HOST VARIABLES -------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-LIST-DATE                    PIC X(10) VALUE SPACES.
       01  HV-SDN-ID                       PIC S9(09) COMP.
       01  HV-NAME-SEQ                     PIC S9(04) COMP.
       01  HV-SDN-NAME                     PIC X(100).
       01  HV-SDN-PROGRAM                  PIC X(30).
       01  HV-TOKEN-COUNT                  PIC S9(04) COMP.
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
       01  HV-PARTY-KEY                    PIC X(15).
       01  HV-CASE-STATUS                  PIC X(01).
       01  HV-MATCH-SCORE                  PIC S9(04) COMP.
       01  HV-SCREEN-NAME                  PIC X(60).
       01  HV-OWNER-CUST-ID                PIC X(15).
       01  HV-REVIEW-NOTE                  PIC X(40).
       01  HV-ACCT-NUMBER                  PIC X(12).
       01  HV-TXN-TYPE                     PIC X(03).
       01  HV-TXN-AMOUNT                   PIC S9(11)V99 COMP-3.
       01  HV-TXN-DESC                     PIC X(50).
       01  HV-TXN-REF                      PIC X(20).
       01  HV-TXN-CHANNEL                  PIC X(03).
       01  HV-NI-LIST-DATE                 PIC S9(04) COMP.

      *------- SDN NAMES SHARING AT LEAST ONE WORD WITH THE SCREENED  *
      *------- NAME, AND HOW MANY (AS IN DBOFA01)                     *
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

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD
               UNTIL END-OF-FILE
           PERFORM 3000-END-OF-FILE
           PERFORM 9000-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-NAME ' - ACH SANCTIONS SCREEN STARTED'
           OPEN INPUT  RAW-TXN-FILE
           OPEN OUTPUT SCREENED-TXN-FILE
           OPEN OUTPUT HOLD-RPT-FILE

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
             SELECT CHAR(MAX(LIST_DATE), ISO)
             INTO   :HV-LIST-DATE :HV-NI-LIST-DATE
             FROM   TBSDN
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
                DISPLAY 'SDN LIST DATE SELECT FAILED: SQLCODE='
                        SQLCODE
                PERFORM 9100-FLAG-CONTROL-FAILURE
                SET END-OF-FILE TO TRUE
             WHEN HV-NI-LIST-DATE < 0
                DISPLAY 'NO SDN LIST LOADED - ACH FILE NOT SCREENED'
                PERFORM 9100-FLAG-CONTROL-FAILURE
                SET END-OF-FILE TO TRUE
             WHEN OTHER
                DISPLAY 'SDN LIST IN FORCE: ' HV-LIST-DATE
                        ' THRESHOLD: ' WS-SCORE-THRESHOLD
                PERFORM 2900-READ-NEXT
           END-EVALUATE

           MOVE HV-LIST-DATE       TO RPT-LIST-DATE
           MOVE WS-SCORE-THRESHOLD TO RPT-THRESHOLD
           WRITE HOLD-RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE HOLD-RPT-RECORD FROM WS-RPT-BLANK
           WRITE HOLD-RPT-RECORD FROM WS-RPT-HEADING-2.

      *================================================================*
      *  2000 - HEADER PASSES THROUGH, TRAILER IS CHECKED, EVERY       *
      *         DETAIL IS SCREENED AND PASSED OR HELD                  *
      *================================================================*
       2000-PROCESS-RECORD.
           EVALUATE TRUE
             WHEN SCR-HEADER-REC
                IF HEADER-SEEN OR WS-TOTAL-READ > 0
                   DISPLAY 'CONTROL FAILURE - HEADER OUT OF PLACE'
                   PERFORM 9100-FLAG-CONTROL-FAILURE
                ELSE
                   SET HEADER-SEEN TO TRUE
                   WRITE SCREENED-TXN-RECORD FROM WS-SCREEN-RECORD
                END-IF
             WHEN SCR-TRAILER-REC
                PERFORM 2800-CHECK-TRAILER
             WHEN TRAILER-SEEN
                DISPLAY 'CONTROL FAILURE - RECORD AFTER TRAILER'
                PERFORM 9100-FLAG-CONTROL-FAILURE
             WHEN OTHER
                PERFORM 2100-SCREEN-ITEM
           END-EVALUATE

           IF CONTROL-OK
              PERFORM 2900-READ-NEXT
           ELSE
              SET END-OF-FILE TO TRUE
           END-IF.

       2100-SCREEN-ITEM.
           ADD 1 TO WS-TOTAL-READ
           ADD WS-TXN-AMOUNT TO WS-READ-HASH
           SET ITEM-PASSED TO TRUE

           MOVE WS-TXN-ID       TO HV-PARTY-KEY
           MOVE WS-TXN-ACCT-NUM TO HV-ACCT-NUMBER
           MOVE WS-TXN-TYPE     TO HV-TXN-TYPE
           MOVE WS-TXN-AMOUNT   TO HV-TXN-AMOUNT
           MOVE WS-TXN-DESC     TO HV-TXN-DESC
           MOVE WS-TXN-REF      TO HV-TXN-REF
           MOVE WS-TXN-CHANNEL  TO HV-TXN-CHANNEL

           PERFORM 2200-CHECK-BLOCKED-OWNER

           IF CONTROL-OK
              MOVE WS-TXN-INDIV-NAME TO HV-SCREEN-NAME
              PERFORM 2300-SCREEN-NAME
           END-IF

           IF CONTROL-OK
              MOVE WS-TXN-COMPANY-NAME TO HV-SCREEN-NAME
              PERFORM 2300-SCREEN-NAME
           END-IF

           IF ITEM-HELD
              ADD 1 TO WS-TOTAL-HELD
              ADD WS-TXN-AMOUNT TO WS-HELD-AMOUNT
           ELSE
              WRITE SCREENED-TXN-RECORD FROM WS-SCREEN-RECORD
              ADD 1 TO WS-TOTAL-PASSED
              ADD WS-TXN-AMOUNT TO WS-PASSED-HASH
           END-IF.

      *------- AN OWNER OF THE RECEIVING ACCOUNT (TBOWNER, OR         *
      *------- TBACCT.CUST_ID) WHO IS A CONFIRMED HIT BLOCKS THE ITEM *
       2200-CHECK-BLOCKED-OWNER.
           EXEC SQL
             SELECT F.PARTY_KEY, F.SDN_ID, F.NAME_SEQ, F.SDN_NAME,
                    F.SDN_PROGRAM
             INTO   :HV-OWNER-CUST-ID, :HV-SDN-ID, :HV-NAME-SEQ,
                    :HV-SDN-NAME, :HV-SDN-PROGRAM
             FROM   TBOFAC F
             WHERE  F.PARTY_TYPE  = 'C'
               AND  F.CASE_STATUS = 'H'
               AND  (F.PARTY_KEY IN
                       (SELECT O.CUST_ID
                        FROM   TBOWNER O
                        WHERE  O.ACCT_NUMBER = :HV-ACCT-NUMBER)
                     OR F.PARTY_KEY IN
                       (SELECT A.CUST_ID
                        FROM   TBACCT A
                        WHERE  A.ACCT_NUMBER = :HV-ACCT-NUMBER))
             FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                MOVE WS-TXN-INDIV-NAME TO HV-SCREEN-NAME
                MOVE 100 TO WS-MATCH-SCORE
                MOVE SPACES TO HV-REVIEW-NOTE
                STRING 'OWNER ' DELIMITED BY SIZE
                       HV-OWNER-CUST-ID(1:10) DELIMITED BY SIZE
                       ' CONFIRMED SANCTIONS HIT' DELIMITED BY SIZE
                       INTO HV-REVIEW-NOTE
                END-STRING
                MOVE 'H' TO HV-CASE-STATUS
                PERFORM 2500-RECORD-CASE
                IF CONTROL-OK
                   ADD 1 TO WS-TOTAL-BLOCKED
                END-IF
             WHEN 100
                CONTINUE
             WHEN OTHER
                DISPLAY 'BLOCKED OWNER CHECK FAILED: SQLCODE='
                        SQLCODE ' TXN=' WS-TXN-ID
                PERFORM 9100-FLAG-CONTROL-FAILURE
           END-EVALUATE.

       2300-SCREEN-NAME.
           MOVE HV-SCREEN-NAME TO WS-NAME-WORK
           PERFORM 8100-TOKENIZE-NAME

           IF WS-TOKEN-COUNT > 0
              PERFORM 8200-LOAD-TOKEN-HOSTVARS
              MOVE 'N' TO WS-CAND-EOF-SW
              EXEC SQL OPEN CSR-CANDIDATES END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'OPEN CANDIDATE CURSOR FAILED: SQLCODE='
                         SQLCODE ' TXN=' WS-TXN-ID
                 PERFORM 9100-FLAG-CONTROL-FAILURE
              ELSE
                 PERFORM 2310-FETCH-NEXT-CANDIDATE
                 PERFORM 2320-SCORE-CANDIDATE
                    UNTIL SQL-END-OF-CANDIDATES
                 EXEC SQL CLOSE CSR-CANDIDATES END-EXEC
              END-IF
           END-IF.

       2310-FETCH-NEXT-CANDIDATE.
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
                        ' TXN=' WS-TXN-ID
                PERFORM 9100-FLAG-CONTROL-FAILURE
                SET SQL-END-OF-CANDIDATES TO TRUE
           END-EVALUATE.

       2320-SCORE-CANDIDATE.
           PERFORM 8300-COMPUTE-MATCH-SCORE

           IF WS-MATCH-SCORE NOT < WS-SCORE-THRESHOLD
              MOVE 'P'    TO HV-CASE-STATUS
              MOVE SPACES TO HV-REVIEW-NOTE
              PERFORM 2500-RECORD-CASE
           END-IF

           IF CONTROL-OK
              PERFORM 2310-FETCH-NEXT-CANDIDATE
           ELSE
              SET SQL-END-OF-CANDIDATES TO TRUE
           END-IF.

      *================================================================*
      *  2500 - QUEUE THE ITEM'S CASE AND HOLD THE ITEM. THE CASE MAY  *
      *         ALREADY EXIST WHEN THE SAME FILE IS SCREENED AGAIN, OR *
      *         BOTH NAMES MATCH THE SAME SDN NAME: AN OPEN OR         *
      *         CONFIRMED CASE STILL HOLDS THE ITEM, A CLEARED ONE     *
      *         DOES NOT                                               *
      *================================================================*
       2500-RECORD-CASE.
           MOVE WS-MATCH-SCORE TO HV-MATCH-SCORE

           IF HV-CASE-STATUS = 'H'
              EXEC SQL
                INSERT INTO TBOFAC
                  (PARTY_TYPE, PARTY_KEY, SDN_ID, NAME_SEQ,
                   CASE_STATUS, MATCH_SCORE, SCREEN_NAME,
                   SDN_NAME, SDN_PROGRAM, LIST_DATE,
                   ACCT_NUMBER, TXN_TYPE, TXN_AMOUNT, TXN_DESC,
                   TXN_REF, TXN_CHANNEL, REVIEW_NOTE,
                   REVIEWED_BY, REVIEWED_TS,
                   CREATED_BY, CREATED_TS)
                VALUES
                  ('A', :HV-PARTY-KEY, :HV-SDN-ID, :HV-NAME-SEQ,
                   'H', :HV-MATCH-SCORE, :HV-SCREEN-NAME,
                   :HV-SDN-NAME, :HV-SDN-PROGRAM,
                   DATE(:HV-LIST-DATE),
                   :HV-ACCT-NUMBER, :HV-TXN-TYPE, :HV-TXN-AMOUNT,
                   :HV-TXN-DESC, :HV-TXN-REF, :HV-TXN-CHANNEL,
                   :HV-REVIEW-NOTE, USER, CURRENT TIMESTAMP,
                   USER, CURRENT TIMESTAMP)
              END-EXEC
              MOVE 'BLOCKED - OWNER IS A HIT' TO WS-HOLD-REASON
           ELSE
              EXEC SQL
                INSERT INTO TBOFAC
                  (PARTY_TYPE, PARTY_KEY, SDN_ID, NAME_SEQ,
                   CASE_STATUS, MATCH_SCORE, SCREEN_NAME,
                   SDN_NAME, SDN_PROGRAM, LIST_DATE,
                   ACCT_NUMBER, TXN_TYPE, TXN_AMOUNT, TXN_DESC,
                   TXN_REF, TXN_CHANNEL,
                   CREATED_BY, CREATED_TS)
                VALUES
                  ('A', :HV-PARTY-KEY, :HV-SDN-ID, :HV-NAME-SEQ,
                   'P', :HV-MATCH-SCORE, :HV-SCREEN-NAME,
                   :HV-SDN-NAME, :HV-SDN-PROGRAM,
                   DATE(:HV-LIST-DATE),
                   :HV-ACCT-NUMBER, :HV-TXN-TYPE, :HV-TXN-AMOUNT,
                   :HV-TXN-DESC, :HV-TXN-REF, :HV-TXN-CHANNEL,
                   USER, CURRENT TIMESTAMP)
              END-EXEC
              MOVE 'HELD - PENDING REVIEW' TO WS-HOLD-REASON
           END-IF

           EVALUATE SQLCODE
             WHEN 0
                ADD 1 TO WS-TOTAL-CASES
                SET ITEM-HELD TO TRUE
                PERFORM 2600-WRITE-HOLD-LINE
             WHEN -803
                PERFORM 2510-CHECK-EXISTING-CASE
             WHEN OTHER
                DISPLAY 'REVIEW CASE INSERT FAILED: SQLCODE='
                        SQLCODE ' TXN=' WS-TXN-ID
                PERFORM 9100-FLAG-CONTROL-FAILURE
           END-EVALUATE.

       2510-CHECK-EXISTING-CASE.
           EXEC SQL
             SELECT CASE_STATUS
             INTO   :HV-CASE-STATUS
             FROM   TBOFAC
             WHERE  PARTY_TYPE = 'A'
               AND  PARTY_KEY  = :HV-PARTY-KEY
               AND  SDN_ID     = :HV-SDN-ID
               AND  NAME_SEQ   = :HV-NAME-SEQ
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'REVIEW CASE SELECT FAILED: SQLCODE='
                      SQLCODE ' TXN=' WS-TXN-ID
              PERFORM 9100-FLAG-CONTROL-FAILURE
           ELSE
              IF HV-CASE-STATUS NOT = 'F'
                 SET ITEM-HELD TO TRUE
                 MOVE 'HELD - CASE ALREADY OPEN' TO WS-HOLD-REASON
                 PERFORM 2600-WRITE-HOLD-LINE
              END-IF
           END-IF.

       2600-WRITE-HOLD-LINE.
           MOVE SPACES          TO WS-RPT-DETAIL
           MOVE WS-TXN-ID       TO RPT-TXN-ID
           MOVE WS-TXN-ACCT-NUM TO RPT-ACCT-NUM
           MOVE WS-TXN-TYPE     TO RPT-TXN-TYPE
           MOVE WS-TXN-AMOUNT   TO RPT-AMOUNT
           MOVE HV-MATCH-SCORE  TO RPT-SCORE
           MOVE HV-SCREEN-NAME  TO RPT-SCREEN-NAME
           MOVE HV-SDN-NAME     TO RPT-SDN-NAME
           MOVE WS-HOLD-REASON  TO RPT-STATUS
           WRITE HOLD-RPT-RECORD FROM WS-RPT-DETAIL.

      *------- THE INPUT TRAILER MUST AGREE WITH WHAT WAS READ -------*
       2800-CHECK-TRAILER.
           IF TRAILER-SEEN OR NOT HEADER-SEEN
              DISPLAY 'CONTROL FAILURE - TRAILER OUT OF PLACE'
              PERFORM 9100-FLAG-CONTROL-FAILURE
           ELSE
              SET TRAILER-SEEN TO TRUE
              IF TRL-RECORD-COUNT NOT = WS-TOTAL-READ
                 OR TRL-HASH-TOTAL NOT = WS-READ-HASH
                 DISPLAY 'CONTROL FAILURE - TRAILER COUNT '
                         TRL-RECORD-COUNT ' READ ' WS-TOTAL-READ
                         ' HASH ' TRL-HASH-TOTAL
                         ' READ ' WS-READ-HASH
                 PERFORM 9100-FLAG-CONTROL-FAILURE
              END-IF
           END-IF.

       2900-READ-NEXT.
           READ RAW-TXN-FILE INTO WS-SCREEN-RECORD
             AT END SET END-OF-FILE TO TRUE
           END-READ.

      *================================================================*
      *  3000 - A BALANCED FILE COMMITS ITS CASES AND GETS A TRAILER   *
      *         OVER THE ITEMS PASSED; ANYTHING ELSE IS ROLLED BACK    *
      *================================================================*
       3000-END-OF-FILE.
           IF CONTROL-OK AND NOT TRAILER-SEEN
              DISPLAY 'CONTROL FAILURE - NO TRAILER RECORD'
              PERFORM 9100-FLAG-CONTROL-FAILURE
           END-IF

           IF CONTROL-OK
              EXEC SQL COMMIT END-EXEC
              MOVE WS-TOTAL-PASSED TO EDT-TRL-COUNT
              MOVE WS-PASSED-HASH  TO EDT-TRL-HASH
              WRITE SCREENED-TXN-RECORD FROM WS-EDT-TRAILER
              IF WS-TOTAL-HELD > 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY 'ACH FILE NOT SCREENED - REVIEW CASES ROLLED '
                      'BACK, NOTHING TO BE POSTED'
           END-IF

           WRITE HOLD-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-TOTAL-HELD  TO RPT-TOTAL-HELD
           MOVE WS-HELD-AMOUNT TO RPT-TOTAL-AMOUNT
           WRITE HOLD-RPT-RECORD FROM WS-RPT-TOTAL-LINE.

      *================================================================*
      *  8100 - REDUCE WS-NAME-WORK TO ITS MATCHING WORDS, EXACTLY AS  *
      *         DBOFA01 REDUCES CUSTOMER AND SDN NAMES                 *
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

       8200-LOAD-TOKEN-HOSTVARS.
           MOVE SPACES TO HV-TOKEN-LIST
           PERFORM 8210-LOAD-ONE-TOKEN
              VARYING WS-TOKEN-IDX FROM 1 BY 1
              UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT.

       8210-LOAD-ONE-TOKEN.
           MOVE WS-TOKEN(WS-TOKEN-IDX) TO
                HV-TOKEN-ENTRY(WS-TOKEN-IDX).

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
           CLOSE RAW-TXN-FILE
           CLOSE SCREENED-TXN-FILE
           CLOSE HOLD-RPT-FILE

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'SDN LIST IN FORCE    : ' HV-LIST-DATE
           DISPLAY 'ITEMS READ           : ' WS-TOTAL-READ
           DISPLAY 'ITEMS PASSED         : ' WS-TOTAL-PASSED
           DISPLAY 'ITEMS HELD           : ' WS-TOTAL-HELD
           DISPLAY '  OWNER BLOCKED      : ' WS-TOTAL-BLOCKED
           DISPLAY 'REVIEW CASES QUEUED  : ' WS-TOTAL-CASES
           DISPLAY 'AMOUNT HELD          : ' WS-HELD-AMOUNT
           DISPLAY 'PASSED HASH TOTAL    : ' WS-PASSED-HASH
           DISPLAY 'RETURN CODE          : ' WS-RETURN-CODE
           DISPLAY '======================================='.

       9100-FLAG-CONTROL-FAILURE.
           SET CONTROL-FAILED TO TRUE
           MOVE 12 TO WS-RETURN-CODE.
