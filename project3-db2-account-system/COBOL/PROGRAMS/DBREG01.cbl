       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBREG01.
       AUTHOR.        MAINFRAME-DEV.
       DATE-WRITTEN.  2024-11-04.
      *================================================================*
      *  PROGRAM : DBREG01                                              *
      *  DESC    : REG E ELECTRONIC DEBIT DISPUTE CASES                 *
      *            DAILY BATCH, AHEAD OF DBTXN01, IN THREE PHASES:      *
      *            1. DISPUTE REQUESTS (DSPREQ): 'O' OPENS A TBDISPUTE  *
      *               CASE ON A POSTED ELECTRONIC DEBIT (TBTXN, OR      *
      *               TBTXN_ARC) - PROVISIONAL CREDIT DUE 10 TBCAL      *
      *               BUSINESS DAYS AFTER THE CUSTOMER'S NOTICE,        *
      *               RESOLUTION DUE 45 CALENDAR DAYS AFTER IT. 'C'     *
      *               CLOSES IN THE CUSTOMER'S FAVOR: A PROVISIONAL     *
      *               CREDIT STANDS, OR A FINAL CRT IS FED IF NONE WAS  *
      *               MADE. 'B' CLOSES IN THE BANK'S FAVOR: A           *
      *               PROVISIONAL CREDIT IS TAKEN BACK BY A 'REV' OF    *
      *               IT. BOTH QUEUE THE RESOLUTION NOTICE (DSPC/DSPB)  *
      *            2. PROVISIONAL CREDITS: EVERY OPEN CASE AT OR PAST   *
      *               ITS DUE DATE GETS ITS CRT (REFERENCE = DISPUTED   *
      *               TXN-ID) AND A DSPP NOTICE                         *
      *            3. AGING: EVERY CASE STILL OPEN AGAINST ITS          *
      *               PROVISIONAL-CREDIT AND RESOLUTION DEADLINES -     *
      *               RETURN CODE 4 WHEN ANY DEADLINE HAS BEEN MISSED   *
      *            EACH CASE CHANGE IS COMMITTED BEFORE ITS TXN OR      *
      *            NOTICE IS WRITTEN. THIS PROGRAM NEVER POSTS -        *
      *            DBTXN01 REMAINS THE ONLY WRITER (THE SAME FEEDER     *
      *            PATTERN AS DBCLS01).                                 *
      *                                                                 *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY)                              *
      *                                                                 *
      *  REQUEST (DSPREQ, OPTIONAL, 100 BYTES):                         *
      *    1      OPER (O = OPEN, C = CUSTOMER FAVOR, B = BANK FAVOR)   *
      *    2-16   DISPUTED TXN-ID                                       *
      *    17-26  NOTICE DATE YYYY-MM-DD (O - BLANK = TODAY)            *
      *    27-39  DISPUTED AMOUNT 9(11)V99 (O - ZERO = FULL AMOUNT)     *
      *    40-79  DISPUTE REASON (O) / RESOLUTION NOTE (C, B)           *
      *  GENERATED TXN-ID (15): 'DSP' (CREDIT) OR 'DSR' (REVERSAL) +    *
      *  RUN DATE YYYYMMDD + 4-DIGIT SEQUENCE                           *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTE-REQ-FILE
               ASSIGN TO DSPREQ
               FILE STATUS IS WS-REQ-FS.

           SELECT DISPUTE-TXN-FILE
               ASSIGN TO DSPTXN
               FILE STATUS IS WS-TXO-FS.

           SELECT DISPUTE-RPT-FILE
               ASSIGN TO DSPRPT
               FILE STATUS IS WS-RPT-FS.

           SELECT CORR-EVENT-FILE
               ASSIGN TO CORREVT
               FILE STATUS IS WS-CRE-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPUTE-REQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DISPUTE-REQ-RECORD              PIC X(100).

       FD  DISPUTE-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  DISPUTE-TXN-RECORD              PIC X(200).

       FD  DISPUTE-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  DISPUTE-RPT-RECORD              PIC X(132).

       FD  CORR-EVENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CORR-EVENT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME                 PIC X(08) VALUE 'DBREG01'.
       01  WS-REQ-FS                       PIC X(02).
       01  WS-TXO-FS                       PIC X(02).
       01  WS-RPT-FS                       PIC X(02).
       01  WS-CRE-FS                       PIC X(02).
       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-FILE                           VALUE 'Y'.
       01  WS-SQL-EOF-SW                   PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CURSOR                     VALUE 'Y'.

      *------- DISPUTE REQUEST -------*
       01  WS-DISPUTE-REQ.
           05  REQ-OPER                    PIC X(01).
               88  REQ-OPEN-CASE                     VALUE 'O'.
               88  REQ-CUSTOMER-FAVOR                VALUE 'C'.
               88  REQ-BANK-FAVOR                    VALUE 'B'.
           05  REQ-TXN-ID                  PIC X(15).
           05  REQ-NOTICE-DATE             PIC X(10).
           05  REQ-DISPUTE-AMT             PIC 9(11)V99.
           05  REQ-DISPUTE-AMT-X REDEFINES REQ-DISPUTE-AMT
                                           PIC X(13).
           05  REQ-NOTE                    PIC X(40).
           05  FILLER                      PIC X(21).
       01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.

      *------- REG E DEADLINES -------*
       01  WS-PROV-BUS-DAYS                PIC 9(02) VALUE 10.
       01  WS-RESOLVE-DAYS                 PIC 9(03) VALUE 045.
       01  WS-DUE-SOON-DAYS                PIC 9(02) VALUE 05.
       01  WS-DAYS-WANTED                  PIC 9(02).
       01  WS-DAYS-COUNTED                 PIC 9(02).
       01  WS-CAL-STEPS                    PIC 9(03).
       01  WS-BUS-DAY-SW                   PIC X(01) VALUE 'N'.
           88  IS-BUSINESS-DAY                       VALUE 'Y'.

      *------- FEEDER TXN RECORD (WS-TXN-INPUT FORMAT, DBTXN01) -------*
       01  WS-TXN-OUT.
           05  TXO-TXN-ID                  PIC X(15).
           05  TXO-ACCT-NUM                PIC X(12).
           05  TXO-TXN-TYPE                PIC X(03).
           05  TXO-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  TXO-DESC                    PIC X(50).
           05  TXO-REF                     PIC X(20).
           05  TXO-CHANNEL                 PIC X(03) VALUE 'BAT'.
           05  TXO-DEST-ACCT-NUM           PIC X(12).
           05  TXO-OVERRIDE-IND            PIC X(01).
           05  FILLER                      PIC X(74).

      *------- SEQUENCE NUMBER FOR GENERATED TXN-ID -------*
       01  WS-DSP-SEQ-NUM                  PIC 9(04) VALUE 0.
       01  WS-TXN-PREFIX                   PIC X(03).
       01  WS-GEN-TXN-ID                   PIC X(15).

      *------- COUNTERS -------*
       01  WS-TOTAL-REQUESTS               PIC 9(07) VALUE 0.
       01  WS-TOTAL-OPENED                 PIC 9(07) VALUE 0.
       01  WS-TOTAL-CUST-FAVOR             PIC 9(07) VALUE 0.
       01  WS-TOTAL-BANK-FAVOR             PIC 9(07) VALUE 0.
       01  WS-TOTAL-REJECTED               PIC 9(07) VALUE 0.
       01  WS-TOTAL-PROV-CREDITS           PIC 9(07) VALUE 0.
       01  WS-TOTAL-PROV-AMT               PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-TXNS                   PIC 9(07) VALUE 0.
       01  WS-TOTAL-EVENTS                 PIC 9(07) VALUE 0.
       01  WS-TOTAL-OPEN-CASES             PIC 9(07) VALUE 0.
       01  WS-TOTAL-OPEN-AMT               PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-OVERDUE                PIC 9(07) VALUE 0.
       01  WS-TOTAL-DUE-SOON               PIC 9(07) VALUE 0.
       01  WS-TOTAL-ERRORS                 PIC 9(07) VALUE 0.

      *------- DISPUTE REPORT LINES -------*
       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(45) VALUE
               'DBREG01 - REG E DISPUTE CASE REPORT'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(75) VALUE SPACES.
       01  WS-RPT-SECTION                  PIC X(132).
       01  WS-RPT-HEADING-2.
           05  FILLER           PIC X(16) VALUE 'DISPUTED TXN'.
           05  FILLER           PIC X(13) VALUE 'ACCT NUMBER'.
           05  FILLER           PIC X(16) VALUE '  DISPUTED AMT'.
           05  FILLER           PIC X(02) VALUE 'S'.
           05  FILLER           PIC X(16) VALUE 'CASE TXN'.
           05  FILLER           PIC X(69) VALUE 'ACTION'.
       01  WS-RPT-DETAIL.
           05  RPT-TXN-ID                  PIC X(15).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ACCT-NUM                PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AMOUNT                  PIC -(11)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-STATUS                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-CASE-TXN-ID             PIC X(15).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ACTION                  PIC X(50).
           05  FILLER                      PIC X(19) VALUE SPACES.

       01  WS-AGE-HEADING.
           05  FILLER           PIC X(16) VALUE 'DISPUTED TXN'.
           05  FILLER           PIC X(13) VALUE 'ACCT NUMBER'.
           05  FILLER           PIC X(16) VALUE '  DISPUTED AMT'.
           05  FILLER           PIC X(02) VALUE 'S'.
           05  FILLER           PIC X(11) VALUE 'NOTICE'.
           05  FILLER           PIC X(11) VALUE 'PROV DUE'.
           05  FILLER           PIC X(11) VALUE 'RESOLVE BY'.
           05  FILLER           PIC X(05) VALUE 'OPEN'.
           05  FILLER           PIC X(06) VALUE ' LEFT'.
           05  FILLER           PIC X(41) VALUE 'DEADLINE STATUS'.
       01  WS-AGE-DETAIL.
           05  AGE-TXN-ID                  PIC X(15).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AGE-ACCT-NUM                PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AGE-AMOUNT                  PIC -(11)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AGE-STATUS                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AGE-NOTICE-DATE             PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AGE-PROV-DUE-DATE           PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AGE-RESOLVE-DUE-DATE        PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AGE-DAYS-OPEN               PIC ZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AGE-DAYS-LEFT               PIC -ZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AGE-FLAG                    PIC X(30).
           05  FILLER                      PIC X(11) VALUE SPACES.
       01  WS-AGE-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               'OPEN CASES: '.
           05  AGE-TOTAL-CASES             PIC Z(06)9.
           05  FILLER                      PIC X(18) VALUE
               '   AMOUNT: '.
           05  AGE-TOTAL-AMOUNT            PIC -(12)9.99.
           05  FILLER                      PIC X(18) VALUE
               '   PAST DEADLINE: '.
           05  AGE-TOTAL-OVERDUE           PIC Z(06)9.
           05  FILLER                      PIC X(46) VALUE SPACES.
       01  WS-RPT-BLANK                    PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-ACTION-TEXT                  PIC X(50).

      *------- CORRESPONDENCE EVENT FOR DBCOR01 -------*
       01  WS-CORR-EVENT.
           05  EVT-CODE                    PIC X(04).
           05  EVT-ACCT-NUM                PIC X(12).
           05  EVT-CUST-ID                 PIC X(10).
           05  EVT-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  EVT-DATE                    PIC X(10).
           05  EVT-TEXT                    PIC X(30).
           05  FILLER                      PIC X(07).

      *------- DB2 HOST VARIABLES -------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-TXN-ID                       PIC X(15).
       01  HV-ACCT-NUMBER                  PIC X(12).
       01  HV-TXN-TYPE                     PIC X(03).
       01  HV-TXN-AMOUNT                   PIC S9(11)V99 COMP-3.
       01  HV-TXN-DATE                     PIC X(10).
       01  HV-CHANNEL                      PIC X(03).
       01  HV-DISPUTE-AMOUNT               PIC S9(11)V99 COMP-3.
       01  HV-CASE-STATUS                  PIC X(01).
       01  HV-NEW-STATUS                   PIC X(01).
       01  HV-NOTICE-DATE                  PIC X(10).
       01  HV-PROV-DUE-DATE                PIC X(10).
       01  HV-RESOLVE-DUE-DATE             PIC X(10).
       01  HV-RESOLVE-DAYS                 PIC S9(04) COMP.
       01  HV-PROV-TXN-ID                  PIC X(15).
       01  HV-PROV-CREDIT-DATE             PIC X(10).
       01  HV-FINAL-TXN-ID                 PIC X(15).
       01  HV-NOTE                         PIC X(40).
       01  HV-CASE-COUNT                   PIC S9(09) COMP.
       01  HV-POSTED-COUNT                 PIC S9(09) COMP.
       01  HV-DAYS-OPEN                    PIC S9(09) COMP.
       01  HV-DAYS-LEFT                    PIC S9(09) COMP.
       01  HV-CAND-DATE                    PIC X(10).
       01  HV-CAL-DOW                      PIC S9(09) COMP.
       01  HV-CAL-COUNT                    PIC S9(09) COMP.
       01  HV-NI-CHANNEL                   PIC S9(04) COMP.
       01  HV-NI-PROV-TXN-ID               PIC S9(04) COMP.
       01  HV-NI-PROV-CREDIT-DATE          PIC S9(04) COMP.
       01  HV-NI-FINAL-TXN-ID              PIC S9(04) COMP.

      *------- OPEN CASES WHOSE PROVISIONAL CREDIT IS DUE. WITH HOLD  *
      *------- BECAUSE EACH CREDITED CASE IS COMMITTED ON ITS OWN     *
           EXEC SQL
             DECLARE CSR-PROV-DUE CURSOR WITH HOLD FOR
               SELECT TXN_ID, ACCT_NUMBER, DISPUTE_AMOUNT,
                      CHAR(PROV_DUE_DATE, ISO)
               FROM   TBDISPUTE
               WHERE  CASE_STATUS = 'O'
                 AND  PROV_DUE_DATE <= CURRENT DATE
               ORDER BY PROV_DUE_DATE, TXN_ID
           END-EXEC.

      *------- EVERY CASE STILL OPEN, NEAREST RESOLUTION DATE FIRST.  *
      *------- A PROVISIONAL CREDIT FED ON AN EARLIER DAY SHOULD BE   *
      *------- ON TBTXN BY NOW - DBTXN01 MAY HAVE REJECTED IT         *
           EXEC SQL
             DECLARE CSR-AGING CURSOR FOR
               SELECT D.TXN_ID, D.ACCT_NUMBER, D.DISPUTE_AMOUNT,
                      D.CASE_STATUS,
                      CHAR(D.NOTICE_DATE, ISO),
                      CHAR(D.PROV_DUE_DATE, ISO),
                      CHAR(D.RESOLVE_DUE_DATE, ISO),
                      CHAR(D.PROV_CREDIT_DATE, ISO),
                      DAYS(CURRENT DATE) - DAYS(D.NOTICE_DATE),
                      DAYS(D.RESOLVE_DUE_DATE) - DAYS(CURRENT DATE),
                      (SELECT COUNT(*)
                       FROM   TBTXN T
                       WHERE  T.TXN_ID = D.PROV_TXN_ID)
               FROM   TBDISPUTE D
               WHERE  D.CASE_STATUS IN ('O', 'P')
               ORDER BY D.RESOLVE_DUE_DATE, D.TXN_ID
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
              UNTIL END-OF-FILE
           IF WS-RETURN-CODE < 16
              PERFORM 3000-POST-PROVISIONAL-CREDITS
           END-IF
           IF WS-RETURN-CODE < 16
              PERFORM 4000-AGING-REPORT
           END-IF
           PERFORM 9000-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-NAME ' - REG E DISPUTE RUN STARTED'
           OPEN OUTPUT DISPUTE-TXN-FILE
           OPEN OUTPUT DISPUTE-RPT-FILE
           OPEN OUTPUT CORR-EVENT-FILE
           OPEN INPUT  DISPUTE-REQ-FILE
           MOVE WS-RESOLVE-DAYS TO HV-RESOLVE-DAYS

           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO)
             INTO   :WS-RUN-DATE
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CURRENT DATE SELECT FAILED: SQLCODE='
                      SQLCODE
              SET END-OF-FILE TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE WS-RUN-DATE TO RPT-RUN-DATE
              WRITE DISPUTE-RPT-RECORD FROM WS-RPT-HEADING-1
              MOVE 'DISPUTE REQUESTS' TO WS-RPT-SECTION
              PERFORM 8010-WRITE-SECTION-HEADING
              PERFORM 2010-READ-NEXT-REQUEST
           END-IF.

      *================================================================*
      *  2000 - ONE DISPUTE REQUEST                                    *
      *================================================================*
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-TOTAL-REQUESTS
           MOVE SPACES     TO WS-REJECT-REASON
           MOVE REQ-TXN-ID TO HV-TXN-ID
           MOVE REQ-NOTE   TO HV-NOTE
           MOVE SPACES     TO HV-ACCT-NUMBER
           MOVE SPACES     TO HV-CASE-STATUS
           MOVE 0          TO HV-DISPUTE-AMOUNT

           EVALUATE TRUE
             WHEN REQ-TXN-ID = SPACES
                MOVE 'DISPUTED TXN-ID IS REQUIRED' TO
                        WS-REJECT-REASON
             WHEN REQ-OPEN-CASE
                PERFORM 2100-OPEN-CASE
             WHEN REQ-CUSTOMER-FAVOR
             WHEN REQ-BANK-FAVOR
                PERFORM 2200-RESOLVE-CASE
             WHEN OTHER
                MOVE 'INVALID OPERATION' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-TOTAL-REJECTED
              DISPLAY 'REQUEST REJECTED: ' WS-REJECT-REASON
                      ' OPER=' REQ-OPER ' TXN=' REQ-TXN-ID
              MOVE SPACES TO WS-ACTION-TEXT
              STRING 'REJECTED - ' DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                     INTO WS-ACTION-TEXT
              END-STRING
              MOVE SPACES TO HV-FINAL-TXN-ID
              PERFORM 8000-WRITE-REPORT-LINE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           PERFORM 2010-READ-NEXT-REQUEST.

       2010-READ-NEXT-REQUEST.
           READ DISPUTE-REQ-FILE INTO WS-DISPUTE-REQ
             AT END SET END-OF-FILE TO TRUE
           END-READ.

      *================================================================*
      *  2100 - OPEN A CASE ON A POSTED ELECTRONIC DEBIT. CHECKS (CHK  *
      *         CHANNEL) AND BANK-GENERATED ITEMS (BAT) ARE NOT        *
      *         ELECTRONIC TRANSFERS                                   *
      *================================================================*
       2100-OPEN-CASE.
           PERFORM 2110-FIND-DISPUTED-TXN

           IF WS-REJECT-REASON = SPACES
              PERFORM 2120-VALIDATE-OPEN
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM 2130-SET-DEADLINES
           END-IF

           IF WS-REJECT-REASON = SPACES
              EXEC SQL
                INSERT INTO TBDISPUTE
                  (TXN_ID, ACCT_NUMBER, TXN_DATE, TXN_AMOUNT,
                   DISPUTE_AMOUNT, CASE_STATUS, NOTICE_DATE,
                   PROV_DUE_DATE, RESOLVE_DUE_DATE,
                   DISPUTE_REASON, CREATED_BY, UPDATED_DATE)
                VALUES
                  (:HV-TXN-ID, :HV-ACCT-NUMBER, DATE(:HV-TXN-DATE),
                   :HV-TXN-AMOUNT, :HV-DISPUTE-AMOUNT, 'O',
                   DATE(:HV-NOTICE-DATE), DATE(:HV-PROV-DUE-DATE),
                   DATE(:HV-RESOLVE-DUE-DATE),
                   :HV-NOTE, USER, CURRENT TIMESTAMP)
              END-EXEC

              EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-TOTAL-OPENED
                   MOVE 'O' TO HV-CASE-STATUS
                   MOVE SPACES TO HV-FINAL-TXN-ID
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING 'OPENED - PROV CREDIT DUE '
                          DELIMITED BY SIZE
                          HV-PROV-DUE-DATE DELIMITED BY SIZE
                          ' RESOLVE BY ' DELIMITED BY SIZE
                          HV-RESOLVE-DUE-DATE DELIMITED BY SIZE
                          INTO WS-ACTION-TEXT
                   END-STRING
                   PERFORM 8000-WRITE-REPORT-LINE
                WHEN -803
                   MOVE 'TXN ALREADY DISPUTED' TO WS-REJECT-REASON
                WHEN OTHER
                   PERFORM 2900-CASE-SQL-ERROR
              END-EVALUATE
           END-IF.

      *------- THE DISPUTED ITEM: LIVE TABLE FIRST, THEN THE ARCHIVE --*
       2110-FIND-DISPUTED-TXN.
           EXEC SQL
             SELECT ACCT_NUMBER, TXN_TYPE, TXN_AMOUNT,
                    CHAR(TXN_DATE, ISO), CHANNEL
             INTO   :HV-ACCT-NUMBER, :HV-TXN-TYPE, :HV-TXN-AMOUNT,
                    :HV-TXN-DATE, :HV-CHANNEL :HV-NI-CHANNEL
             FROM   TBTXN
             WHERE  TXN_ID = :HV-TXN-ID
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                SELECT ACCT_NUMBER, TXN_TYPE, TXN_AMOUNT,
                       CHAR(TXN_DATE, ISO), CHANNEL
                INTO   :HV-ACCT-NUMBER, :HV-TXN-TYPE,
                       :HV-TXN-AMOUNT, :HV-TXN-DATE,
                       :HV-CHANNEL :HV-NI-CHANNEL
                FROM   TBTXN_ARC
                WHERE  TXN_ID = :HV-TXN-ID
              END-EXEC
           END-IF

           EVALUATE SQLCODE
             WHEN 0
                IF HV-NI-CHANNEL < 0
                   MOVE SPACES TO HV-CHANNEL
                END-IF
             WHEN 100
                MOVE 'DISPUTED TXN NOT FOUND' TO WS-REJECT-REASON
             WHEN OTHER
                DISPLAY 'DISPUTED TXN LOOKUP FAILED: SQLCODE='
                        SQLCODE ' TXN=' HV-TXN-ID
                MOVE 'DISPUTED TXN LOOKUP ERROR' TO
                        WS-REJECT-REASON
           END-EVALUATE.

       2120-VALIDATE-OPEN.
           IF REQ-NOTICE-DATE = SPACES
              MOVE WS-RUN-DATE TO HV-NOTICE-DATE
           ELSE
              MOVE REQ-NOTICE-DATE TO HV-NOTICE-DATE
              EXEC SQL
                SELECT CHAR(DATE(:HV-NOTICE-DATE), ISO)
                INTO   :HV-NOTICE-DATE
                FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'INVALID NOTICE DATE' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF REQ-DISPUTE-AMT-X = SPACES
              MOVE 0 TO REQ-DISPUTE-AMT
           END-IF

           EVALUATE TRUE
             WHEN WS-REJECT-REASON NOT = SPACES
                CONTINUE
             WHEN HV-TXN-TYPE NOT = 'DBT'
                MOVE 'DISPUTED TXN IS NOT A DEBIT' TO
                        WS-REJECT-REASON
             WHEN HV-CHANNEL = 'CHK' OR HV-CHANNEL = 'BAT'
                MOVE 'NOT AN ELECTRONIC TRANSFER' TO
                        WS-REJECT-REASON
             WHEN HV-NOTICE-DATE > WS-RUN-DATE
                MOVE 'NOTICE DATE IN THE FUTURE' TO
                        WS-REJECT-REASON
             WHEN HV-NOTICE-DATE < HV-TXN-DATE
                MOVE 'NOTICE DATE BEFORE THE TXN DATE' TO
                        WS-REJECT-REASON
             WHEN REQ-DISPUTE-AMT NOT NUMERIC
                MOVE 'DISPUTED AMOUNT NOT NUMERIC' TO
                        WS-REJECT-REASON
             WHEN REQ-DISPUTE-AMT > HV-TXN-AMOUNT
                MOVE 'DISPUTED AMOUNT OVER TXN AMOUNT' TO
                        WS-REJECT-REASON
             WHEN REQ-DISPUTE-AMT = 0
                MOVE HV-TXN-AMOUNT TO HV-DISPUTE-AMOUNT
             WHEN OTHER
                MOVE REQ-DISPUTE-AMT TO HV-DISPUTE-AMOUNT
           END-EVALUATE.

      *================================================================*
      *  2130 - PROVISIONAL CREDIT DUE ON THE 10TH TBCAL BUSINESS DAY  *
      *         AFTER THE NOTICE (A NOTICE TAKEN ON A NON-BUSINESS DAY *
      *         IS RECEIVED ON THE NEXT ONE, SO ITS COUNT RUNS A DAY   *
      *         LONGER, AS FOR DBTXN01'S REG CC HOLDS); RESOLUTION     *
      *         DUE 45 CALENDAR DAYS AFTER THE NOTICE                  *
      *================================================================*
       2130-SET-DEADLINES.
           MOVE WS-PROV-BUS-DAYS TO WS-DAYS-WANTED
           MOVE HV-NOTICE-DATE   TO HV-CAND-DATE
           PERFORM 8800-CHECK-BUSINESS-DAY
           IF NOT IS-BUSINESS-DAY
              ADD 1 TO WS-DAYS-WANTED
           END-IF

           MOVE 0 TO WS-DAYS-COUNTED
           MOVE 0 TO WS-CAL-STEPS
           PERFORM 2140-STEP-ONE-DAY
              UNTIL WS-DAYS-COUNTED >= WS-DAYS-WANTED
                 OR WS-CAL-STEPS > 60

           IF WS-DAYS-COUNTED < WS-DAYS-WANTED
              MOVE 'PROVISIONAL CREDIT DATE NOT SET' TO
                      WS-REJECT-REASON
           ELSE
              MOVE HV-CAND-DATE TO HV-PROV-DUE-DATE
              EXEC SQL
                SELECT CHAR(DATE(:HV-NOTICE-DATE)
                            + :HV-RESOLVE-DAYS DAYS, ISO)
                INTO   :HV-RESOLVE-DUE-DATE
                FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'RESOLUTION DATE SELECT FAILED: SQLCODE='
                         SQLCODE ' TXN=' HV-TXN-ID
                 MOVE 'RESOLUTION DATE NOT SET' TO WS-REJECT-REASON
              END-IF
           END-IF.

       2140-STEP-ONE-DAY.
           ADD 1 TO WS-CAL-STEPS

           EXEC SQL
             SELECT CHAR(DATE(:HV-CAND-DATE) + 1 DAY, ISO)
             INTO   :HV-CAND-DATE
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CALENDAR DATE STEP FAILED: SQLCODE='
                      SQLCODE ' DATE=' HV-CAND-DATE
              MOVE 999 TO WS-CAL-STEPS
           ELSE
              PERFORM 8800-CHECK-BUSINESS-DAY
              IF IS-BUSINESS-DAY
                 ADD 1 TO WS-DAYS-COUNTED
              END-IF
           END-IF.

      *================================================================*
      *  2200 - RESOLVE A CASE. CUSTOMER FAVOR: A PROVISIONAL CREDIT   *
      *         STANDS, OTHERWISE THE FINAL CREDIT IS FED NOW. BANK    *
      *         FAVOR: A PROVISIONAL CREDIT IS REVERSED. THE CASE IS   *
      *         CLOSED AND COMMITTED BEFORE THE TXN AND NOTICE         *
      *================================================================*
       2200-RESOLVE-CASE.
           EXEC SQL
             SELECT ACCT_NUMBER, DISPUTE_AMOUNT, CASE_STATUS,
                    PROV_TXN_ID
             INTO   :HV-ACCT-NUMBER, :HV-DISPUTE-AMOUNT,
                    :HV-CASE-STATUS,
                    :HV-PROV-TXN-ID :HV-NI-PROV-TXN-ID
             FROM   TBDISPUTE
             WHERE  TXN_ID = :HV-TXN-ID
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
                MOVE 'NO DISPUTE CASE FOR TXN' TO WS-REJECT-REASON
             WHEN SQLCODE NOT = 0
                PERFORM 2900-CASE-SQL-ERROR
             WHEN HV-CASE-STATUS NOT = 'O'
                  AND HV-CASE-STATUS NOT = 'P'
                MOVE 'CASE ALREADY CLOSED' TO WS-REJECT-REASON
             WHEN OTHER
                PERFORM 2210-CLOSE-CASE
           END-EVALUATE.

       2210-CLOSE-CASE.
           MOVE REQ-OPER TO HV-NEW-STATUS
           MOVE SPACES   TO HV-FINAL-TXN-ID
           MOVE -1       TO HV-NI-FINAL-TXN-ID

           IF REQ-CUSTOMER-FAVOR AND HV-CASE-STATUS = 'O'
              MOVE 'DSP' TO WS-TXN-PREFIX
              PERFORM 8200-NEXT-TXN-ID
              MOVE WS-GEN-TXN-ID TO HV-FINAL-TXN-ID
              MOVE 0 TO HV-NI-FINAL-TXN-ID
           END-IF

           IF REQ-BANK-FAVOR AND HV-CASE-STATUS = 'P'
              MOVE 'DSR' TO WS-TXN-PREFIX
              PERFORM 8200-NEXT-TXN-ID
              MOVE WS-GEN-TXN-ID TO HV-FINAL-TXN-ID
              MOVE 0 TO HV-NI-FINAL-TXN-ID
           END-IF

           EXEC SQL
             UPDATE TBDISPUTE
             SET    CASE_STATUS     = :HV-NEW-STATUS,
                    FINAL_TXN_ID    = :HV-FINAL-TXN-ID
                                      :HV-NI-FINAL-TXN-ID,
                    RESOLVED_DATE   = CURRENT DATE,
                    RESOLUTION_NOTE = :HV-NOTE,
                    UPDATED_DATE    = CURRENT TIMESTAMP
             WHERE  TXN_ID      = :HV-TXN-ID
               AND  CASE_STATUS = :HV-CASE-STATUS
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 2900-CASE-SQL-ERROR
           ELSE
              EXEC SQL COMMIT END-EXEC
              IF REQ-CUSTOMER-FAVOR
                 PERFORM 2220-WRITE-CUSTOMER-FAVOR
              ELSE
                 PERFORM 2230-WRITE-BANK-FAVOR
              END-IF
           END-IF.

       2220-WRITE-CUSTOMER-FAVOR.
           ADD 1 TO WS-TOTAL-CUST-FAVOR

           IF HV-FINAL-TXN-ID NOT = SPACES
              PERFORM 8210-INIT-TXN-OUT
              MOVE 'CRT' TO TXO-TXN-TYPE
              MOVE 'REG E DISPUTE CREDIT - FINAL' TO TXO-DESC
              MOVE HV-TXN-ID TO TXO-REF
              WRITE DISPUTE-TXN-RECORD FROM WS-TXN-OUT
              ADD 1 TO WS-TOTAL-TXNS
              MOVE 'CLOSED CUSTOMER FAVOR - FINAL CREDIT SUBMITTED'
                TO WS-ACTION-TEXT
           ELSE
              MOVE 'CLOSED CUSTOMER FAVOR - PROVISIONAL CREDIT STANDS'
                TO WS-ACTION-TEXT
           END-IF

           MOVE 'C' TO HV-CASE-STATUS
           PERFORM 8000-WRITE-REPORT-LINE

           MOVE 'DSPC' TO EVT-CODE
           MOVE HV-DISPUTE-AMOUNT TO EVT-AMOUNT
           PERFORM 8300-WRITE-DISPUTE-EVENT.

      *------- THE REV TAKES BACK EXACTLY THE PROVISIONAL CRT; WITH NO *
      *------- CREDIT MADE THERE IS NOTHING TO REVERSE, BUT THE       *
      *------- CUSTOMER IS STILL TOLD THE OUTCOME                     *
       2230-WRITE-BANK-FAVOR.
           ADD 1 TO WS-TOTAL-BANK-FAVOR

           IF HV-FINAL-TXN-ID NOT = SPACES
              PERFORM 8210-INIT-TXN-OUT
              MOVE 'REV' TO TXO-TXN-TYPE
              MOVE 'REG E PROVISIONAL CREDIT REVERSED' TO TXO-DESC
              MOVE HV-PROV-TXN-ID TO TXO-REF
              WRITE DISPUTE-TXN-RECORD FROM WS-TXN-OUT
              ADD 1 TO WS-TOTAL-TXNS
              MOVE 'CLOSED BANK FAVOR - PROVISIONAL CREDIT REVERSED'
                TO WS-ACTION-TEXT
              MOVE HV-DISPUTE-AMOUNT TO EVT-AMOUNT
           ELSE
              MOVE 'CLOSED BANK FAVOR - NO CREDIT TO REVERSE'
                TO WS-ACTION-TEXT
              MOVE 0 TO EVT-AMOUNT
           END-IF

           MOVE 'B' TO HV-CASE-STATUS
           PERFORM 8000-WRITE-REPORT-LINE

           MOVE 'DSPB' TO EVT-CODE
           PERFORM 8300-WRITE-DISPUTE-EVENT.

       2900-CASE-SQL-ERROR.
           DISPLAY 'DISPUTE CASE UPDATE FAILED: SQLCODE=' SQLCODE
                   ' TXN=' HV-TXN-ID
           EXEC SQL ROLLBACK END-EXEC
           ADD 1 TO WS-TOTAL-ERRORS
           MOVE 'DATABASE ERROR - RESUBMIT' TO WS-REJECT-REASON
           MOVE 8 TO WS-RETURN-CODE.

      *================================================================*
      *  3000 - PROVISIONAL CREDIT FOR EVERY OPEN CASE DUE TODAY OR    *
      *         EARLIER. AN SQL ERROR HALTS THE PHASE; THE REST ARE    *
      *         STILL DUE ON THE NEXT RUN                              *
      *================================================================*
       3000-POST-PROVISIONAL-CREDITS.
           MOVE 'PROVISIONAL CREDITS' TO WS-RPT-SECTION
           PERFORM 8010-WRITE-SECTION-HEADING

           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CSR-PROV-DUE END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN PROVISIONAL CURSOR FAILED: SQLCODE='
                      SQLCODE
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM 3010-FETCH-NEXT-DUE
              PERFORM 3100-CREDIT-ONE-CASE
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-PROV-DUE END-EXEC
           END-IF.

       3010-FETCH-NEXT-DUE.
           EXEC SQL
             FETCH CSR-PROV-DUE
               INTO :HV-TXN-ID, :HV-ACCT-NUMBER,
                    :HV-DISPUTE-AMOUNT, :HV-PROV-DUE-DATE
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                SET SQL-END-OF-CURSOR TO TRUE
             WHEN OTHER
                DISPLAY 'FETCH PROVISIONAL CURSOR FAILED: SQLCODE='
                        SQLCODE
                ADD 1 TO WS-TOTAL-ERRORS
                MOVE 16 TO WS-RETURN-CODE
                SET SQL-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       3100-CREDIT-ONE-CASE.
           MOVE 'DSP' TO WS-TXN-PREFIX
           PERFORM 8200-NEXT-TXN-ID
           MOVE WS-GEN-TXN-ID TO HV-PROV-TXN-ID

           EXEC SQL
             UPDATE TBDISPUTE
             SET    CASE_STATUS      = 'P',
                    PROV_TXN_ID      = :HV-PROV-TXN-ID,
                    PROV_CREDIT_DATE = CURRENT DATE,
                    UPDATED_DATE     = CURRENT TIMESTAMP
             WHERE  TXN_ID      = :HV-TXN-ID
               AND  CASE_STATUS = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'PROVISIONAL CREDIT UPDATE FAILED: SQLCODE='
                      SQLCODE ' TXN=' HV-TXN-ID
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PROVISIONAL CREDITS HALTED AFTER ERROR - '
                      'REMAINING CASES DEFERRED TO NEXT RUN'
              SET SQL-END-OF-CURSOR TO TRUE
           ELSE
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-TOTAL-PROV-CREDITS
              ADD HV-DISPUTE-AMOUNT TO WS-TOTAL-PROV-AMT

              MOVE HV-PROV-TXN-ID TO WS-GEN-TXN-ID
              PERFORM 8210-INIT-TXN-OUT
              MOVE 'CRT' TO TXO-TXN-TYPE
              MOVE 'REG E PROVISIONAL CREDIT' TO TXO-DESC
              MOVE HV-TXN-ID TO TXO-REF
              WRITE DISPUTE-TXN-RECORD FROM WS-TXN-OUT
              ADD 1 TO WS-TOTAL-TXNS

              MOVE 'P' TO HV-CASE-STATUS
              MOVE HV-PROV-TXN-ID TO HV-FINAL-TXN-ID
              MOVE SPACES TO WS-ACTION-TEXT
              STRING 'PROVISIONAL CREDIT SUBMITTED - DUE '
                     DELIMITED BY SIZE
                     HV-PROV-DUE-DATE DELIMITED BY SIZE
                     INTO WS-ACTION-TEXT
              END-STRING
              PERFORM 8000-WRITE-REPORT-LINE

              MOVE 'DSPP' TO EVT-CODE
              MOVE HV-DISPUTE-AMOUNT TO EVT-AMOUNT
              PERFORM 8300-WRITE-DISPUTE-EVENT

              PERFORM 3010-FETCH-NEXT-DUE
           END-IF.

      *================================================================*
      *  4000 - AGING: EVERY OPEN CASE AGAINST ITS DEADLINES           *
      *================================================================*
       4000-AGING-REPORT.
           MOVE 'OPEN CASE AGING' TO WS-RPT-SECTION
           WRITE DISPUTE-RPT-RECORD FROM WS-RPT-BLANK
           WRITE DISPUTE-RPT-RECORD FROM WS-RPT-SECTION
           WRITE DISPUTE-RPT-RECORD FROM WS-AGE-HEADING

           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CSR-AGING END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN AGING CURSOR FAILED: SQLCODE=' SQLCODE
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM 4010-FETCH-NEXT-AGING
              PERFORM 4100-AGE-ONE-CASE
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-AGING END-EXEC
           END-IF

           WRITE DISPUTE-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-TOTAL-OPEN-CASES TO AGE-TOTAL-CASES
           MOVE WS-TOTAL-OPEN-AMT   TO AGE-TOTAL-AMOUNT
           MOVE WS-TOTAL-OVERDUE    TO AGE-TOTAL-OVERDUE
           WRITE DISPUTE-RPT-RECORD FROM WS-AGE-TOTAL-LINE

           IF WS-TOTAL-OVERDUE > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       4010-FETCH-NEXT-AGING.
           EXEC SQL
             FETCH CSR-AGING
               INTO :HV-TXN-ID, :HV-ACCT-NUMBER, :HV-DISPUTE-AMOUNT,
                    :HV-CASE-STATUS, :HV-NOTICE-DATE,
                    :HV-PROV-DUE-DATE, :HV-RESOLVE-DUE-DATE,
                    :HV-PROV-CREDIT-DATE :HV-NI-PROV-CREDIT-DATE,
                    :HV-DAYS-OPEN, :HV-DAYS-LEFT, :HV-POSTED-COUNT
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                IF HV-NI-PROV-CREDIT-DATE < 0
                   MOVE SPACES TO HV-PROV-CREDIT-DATE
                END-IF
             WHEN 100
                SET SQL-END-OF-CURSOR TO TRUE
             WHEN OTHER
                DISPLAY 'FETCH AGING CURSOR FAILED: SQLCODE='
                        SQLCODE
                ADD 1 TO WS-TOTAL-ERRORS
                MOVE 8 TO WS-RETURN-CODE
                SET SQL-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      *------- THE WORST DEADLINE CONDITION IS SHOWN. AN OPEN CASE    *
      *------- PAST ITS PROVISIONAL DATE WAS MISSED BY 3000 (SQL      *
      *------- ERROR); A CREDIT FED ON AN EARLIER DAY BUT NOT ON      *
      *------- TBTXN WAS REJECTED BY DBTXN01                          *
       4100-AGE-ONE-CASE.
           ADD 1 TO WS-TOTAL-OPEN-CASES
           ADD HV-DISPUTE-AMOUNT TO WS-TOTAL-OPEN-AMT

           MOVE SPACES              TO WS-AGE-DETAIL
           MOVE HV-TXN-ID           TO AGE-TXN-ID
           MOVE HV-ACCT-NUMBER      TO AGE-ACCT-NUM
           MOVE HV-DISPUTE-AMOUNT   TO AGE-AMOUNT
           MOVE HV-CASE-STATUS      TO AGE-STATUS
           MOVE HV-NOTICE-DATE      TO AGE-NOTICE-DATE
           MOVE HV-PROV-DUE-DATE    TO AGE-PROV-DUE-DATE
           MOVE HV-RESOLVE-DUE-DATE TO AGE-RESOLVE-DUE-DATE
           MOVE HV-DAYS-OPEN        TO AGE-DAYS-OPEN
           MOVE HV-DAYS-LEFT        TO AGE-DAYS-LEFT

           EVALUATE TRUE
             WHEN HV-DAYS-LEFT < 0
                MOVE 'RESOLUTION DEADLINE PASSED' TO AGE-FLAG
                ADD 1 TO WS-TOTAL-OVERDUE
             WHEN HV-CASE-STATUS = 'O'
                  AND HV-PROV-DUE-DATE < WS-RUN-DATE
                MOVE 'PROVISIONAL CREDIT OVERDUE' TO AGE-FLAG
                ADD 1 TO WS-TOTAL-OVERDUE
             WHEN HV-CASE-STATUS = 'P'
                  AND HV-PROV-CREDIT-DATE < WS-RUN-DATE
                  AND HV-POSTED-COUNT = 0
                MOVE 'PROVISIONAL CREDIT NOT POSTED' TO AGE-FLAG
                ADD 1 TO WS-TOTAL-OVERDUE
             WHEN HV-DAYS-LEFT NOT > WS-DUE-SOON-DAYS
                MOVE 'RESOLUTION DUE WITHIN 5 DAYS' TO AGE-FLAG
                ADD 1 TO WS-TOTAL-DUE-SOON
             WHEN HV-CASE-STATUS = 'P'
                MOVE 'PROVISIONALLY CREDITED' TO AGE-FLAG
             WHEN OTHER
                MOVE 'WITHIN DEADLINES' TO AGE-FLAG
           END-EVALUATE

           WRITE DISPUTE-RPT-RECORD FROM WS-AGE-DETAIL
           PERFORM 4010-FETCH-NEXT-AGING.

      *------- ONE REPORT LINE FOR THE CURRENT CASE ------------------*
       8000-WRITE-REPORT-LINE.
           MOVE SPACES            TO WS-RPT-DETAIL
           MOVE HV-TXN-ID         TO RPT-TXN-ID
           MOVE HV-ACCT-NUMBER    TO RPT-ACCT-NUM
           MOVE HV-DISPUTE-AMOUNT TO RPT-AMOUNT
           MOVE HV-CASE-STATUS    TO RPT-STATUS
           MOVE HV-FINAL-TXN-ID   TO RPT-CASE-TXN-ID
           MOVE WS-ACTION-TEXT    TO RPT-ACTION
           WRITE DISPUTE-RPT-RECORD FROM WS-RPT-DETAIL.

       8010-WRITE-SECTION-HEADING.
           WRITE DISPUTE-RPT-RECORD FROM WS-RPT-BLANK
           WRITE DISPUTE-RPT-RECORD FROM WS-RPT-SECTION
           WRITE DISPUTE-RPT-RECORD FROM WS-RPT-HEADING-2.

       8200-NEXT-TXN-ID.
           ADD 1 TO WS-DSP-SEQ-NUM
           MOVE SPACES TO WS-GEN-TXN-ID
           STRING WS-TXN-PREFIX WS-RUN-DATE(1:4) WS-RUN-DATE(6:2)
                  WS-RUN-DATE(9:2) WS-DSP-SEQ-NUM
                  DELIMITED BY SIZE INTO WS-GEN-TXN-ID.

       8210-INIT-TXN-OUT.
           MOVE SPACES            TO WS-TXN-OUT
           MOVE WS-GEN-TXN-ID     TO TXO-TXN-ID
           MOVE HV-ACCT-NUMBER    TO TXO-ACCT-NUM
           MOVE HV-DISPUTE-AMOUNT TO TXO-AMOUNT
           MOVE 'BAT'             TO TXO-CHANNEL.

      *------- NOTICE TO THE ACCOUNT'S CUSTOMER (DBCOR01 RESOLVES THE *
      *------- RECIPIENT FROM TBACCT.CUST_ID)                         *
       8300-WRITE-DISPUTE-EVENT.
           MOVE HV-ACCT-NUMBER TO EVT-ACCT-NUM
           MOVE SPACES         TO EVT-CUST-ID
           MOVE WS-RUN-DATE    TO EVT-DATE
           MOVE SPACES         TO EVT-TEXT
           STRING 'DISPUTED TXN ' DELIMITED BY SIZE
                  HV-TXN-ID       DELIMITED BY SIZE
                  INTO EVT-TEXT
           END-STRING
           WRITE CORR-EVENT-RECORD FROM WS-CORR-EVENT
           ADD 1 TO WS-TOTAL-EVENTS.

      *------- BUSINESS DAY: MONDAY-FRIDAY WITH NO TBCAL ROW ----------*
       8800-CHECK-BUSINESS-DAY.
           MOVE 'N' TO WS-BUS-DAY-SW

           EXEC SQL
             SELECT DAYOFWEEK_ISO(DATE(:HV-CAND-DATE))
             INTO   :HV-CAL-DOW
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'DAY-OF-WEEK SELECT FAILED: SQLCODE='
                      SQLCODE ' DATE=' HV-CAND-DATE
           ELSE
              IF HV-CAL-DOW < 6
                 MOVE 0 TO HV-CAL-COUNT
                 EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-CAL-COUNT
                   FROM   TBCAL
                   WHERE  CAL_DATE = :HV-CAND-DATE
                 END-EXEC

                 IF SQLCODE NOT = 0
                    DISPLAY 'HOLIDAY LOOKUP FAILED: SQLCODE='
                            SQLCODE ' DATE=' HV-CAND-DATE
                 ELSE
                    IF HV-CAL-COUNT = 0
                       SET IS-BUSINESS-DAY TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       9000-FINALIZE.
           CLOSE DISPUTE-REQ-FILE
           CLOSE DISPUTE-TXN-FILE
           CLOSE DISPUTE-RPT-FILE
           CLOSE CORR-EVENT-FILE

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'REQUESTS READ        : ' WS-TOTAL-REQUESTS
           DISPLAY 'CASES OPENED         : ' WS-TOTAL-OPENED
           DISPLAY 'CUSTOMER FAVOR       : ' WS-TOTAL-CUST-FAVOR
           DISPLAY 'BANK FAVOR           : ' WS-TOTAL-BANK-FAVOR
           DISPLAY 'REQUESTS REJECTED    : ' WS-TOTAL-REJECTED
           DISPLAY 'PROVISIONAL CREDITS  : ' WS-TOTAL-PROV-CREDITS
           DISPLAY 'PROVISIONAL AMOUNT   : ' WS-TOTAL-PROV-AMT
           DISPLAY 'TXNS SUBMITTED       : ' WS-TOTAL-TXNS
           DISPLAY 'NOTICES QUEUED       : ' WS-TOTAL-EVENTS
           DISPLAY 'OPEN CASES           : ' WS-TOTAL-OPEN-CASES
           DISPLAY 'AMOUNT IN DISPUTE    : ' WS-TOTAL-OPEN-AMT
           DISPLAY 'PAST A DEADLINE      : ' WS-TOTAL-OVERDUE
           DISPLAY 'DUE WITHIN 5 DAYS    : ' WS-TOTAL-DUE-SOON
           DISPLAY 'ERRORS               : ' WS-TOTAL-ERRORS
           DISPLAY 'RETURN CODE          : ' WS-RETURN-CODE
           DISPLAY '======================================='.
