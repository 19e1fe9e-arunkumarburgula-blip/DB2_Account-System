       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBCLS01.
       AUTHOR.        MAINFRAME-DEV.
       DATE-WRITTEN.  2024-09-23.
      *================================================================*
      *  PROGRAM : DBCLS01                                              *
      *  DESC    : ACCOUNT CLOSURE WORKFLOW                             *
      *            TAKES A CLOSURE REQUEST ALL THE WAY TO A CLOSED      *
      *            ACCOUNT, REPLACING THE MANUAL CHECKLIST AHEAD OF     *
      *            DBACCT01'S ZERO-BALANCE-ONLY 'C' OPERATION:          *
      *            PHASE 1: PENDING TBCLOSE CASES WHOSE ACCOUNT         *
      *            DBACCT01 HAS SINCE CLOSED ARE COMPLETED - THE        *
      *            OFFICIAL CHECK (METHOD K) GOES TO CLSCHK AND A       *
      *            CLSD CLOSURE LETTER TO EVERY OWNER (DBCOR01).        *
      *            CASES STILL OPEN ARE LISTED FOR FOLLOW-UP.           *
      *            PHASE 2: EACH NEW REQUEST (CLSREQ) IS VALIDATED -    *
      *            ACCOUNT OPEN AND NOT OVERDRAWN, NO ACTIVE LEV LEVY   *
      *            HOLD, PAYOUT ACCOUNT OPEN - THEN IN ONE UNIT OF      *
      *            WORK ITS TBHOLD AND TBSTOP ROWS ARE RELEASED         *
      *            (AVAIL_BALANCE RESET TO BALANCE), TBSTANDING ORDERS  *
      *            AND TBODP LINKS ON EITHER SIDE ARE CANCELLED AND     *
      *            THE TBCLOSE CASE IS WRITTEN. AFTER THE COMMIT:       *
      *            - FINAL INTEREST ('INT', DBINT01 TIERS PRO-RATED     *
      *              FROM THE LAST INT POSTING OR THE OPEN DATE; A      *
      *              TIME DEPOSIT EARNS ITS TBCDTERM CONTRACT RATE),    *
      *              ANY EARLY-WITHDRAWAL PENALTY ('FEE') ON A TIME     *
      *              DEPOSIT CLOSED BEFORE MATURITY, AND THE PAYOUT OF  *
      *              BALANCE PLUS INTEREST LESS PENALTY ('XFR' TO THE   *
      *              NAMED ACCOUNT, OR 'DBT' FOR AN OFFICIAL CHECK) GO  *
      *              TO CLSTXN FOR DBTXN01, LIMIT OVERRIDE SET          *
      *            - A 'C' REQUEST GOES TO CLSACT FOR DBACCT01          *
      *            THE JOB RUNS THIS PROGRAM AHEAD OF DBTXN01/DBACCT01  *
      *            AND AGAIN AFTER THEM (EMPTY CLSREQ) TO COMPLETE THE  *
      *            DAY'S CLOSURES. THIS PROGRAM NEVER POSTS OR CHANGES  *
      *            ACCT_STATUS - DBTXN01 AND DBACCT01 REMAIN THE ONLY   *
      *            WRITERS (THE SAME FEEDER PATTERN AS DBOVD01).        *
      *                                                                 *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY)                              *
      *                                                                 *
      *  REQUEST (CLSREQ, OPTIONAL, 100 BYTES):                         *
      *    1-12   ACCT-NUMBER         13    PAYOUT METHOD (T/K)        *
      *    14-25  PAYOUT ACCT (T)     26-65 PAYEE NAME (K - BLANK =    *
      *           THE ACCOUNT'S CUSTOMER NAME)                          *
      *    66-95  CLOSE REASON                                         *
      *  OFFICIAL CHECK (CLSCHK, 100 BYTES):                            *
      *    1-12   ACCT-NUMBER         13-52 PAYEE NAME                 *
      *    53-65  AMOUNT 9(11)V99     66-75 ISSUE DATE                 *
      *    76-85  CLOSURE REQUEST DATE                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLOSE-REQ-FILE
               ASSIGN TO CLSREQ
               FILE STATUS IS WS-REQ-FS.

           SELECT CLOSE-TXN-FILE
               ASSIGN TO CLSTXN
               FILE STATUS IS WS-TXO-FS.

           SELECT CLOSE-ACT-FILE
               ASSIGN TO CLSACT
               FILE STATUS IS WS-ACT-FS.

           SELECT OFFICIAL-CHECK-FILE
               ASSIGN TO CLSCHK
               FILE STATUS IS WS-CHK-FS.

           SELECT CLOSE-RPT-FILE
               ASSIGN TO CLSRPT
               FILE STATUS IS WS-RPT-FS.

           SELECT CORR-EVENT-FILE
               ASSIGN TO CORREVT
               FILE STATUS IS WS-CRE-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLOSE-REQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CLOSE-REQ-RECORD                PIC X(100).

       FD  CLOSE-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CLOSE-TXN-RECORD                PIC X(200).

       FD  CLOSE-ACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CLOSE-ACT-RECORD                PIC X(200).

       FD  OFFICIAL-CHECK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  OFFICIAL-CHECK-RECORD           PIC X(100).

       FD  CLOSE-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CLOSE-RPT-RECORD                PIC X(132).

       FD  CORR-EVENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CORR-EVENT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME                 PIC X(08) VALUE 'DBCLS01'.
       01  WS-REQ-FS                       PIC X(02).
       01  WS-TXO-FS                       PIC X(02).
       01  WS-ACT-FS                       PIC X(02).
       01  WS-CHK-FS                       PIC X(02).
       01  WS-RPT-FS                       PIC X(02).
       01  WS-CRE-FS                       PIC X(02).
       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-FILE                           VALUE 'Y'.
       01  WS-SQL-EOF-SW                   PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CURSOR                     VALUE 'Y'.
       01  WS-OWNER-EOF-SW                 PIC X(01) VALUE 'N'.
           88  SQL-END-OF-OWNERS                     VALUE 'Y'.

      *------- CLOSURE REQUEST -------*
       01  WS-CLOSE-REQ.
           05  REQ-ACCT-NUM                PIC X(12).
           05  REQ-PAYOUT-METHOD           PIC X(01).
               88  PAYOUT-BY-TRANSFER                VALUE 'T'.
               88  PAYOUT-BY-CHECK                   VALUE 'K'.
           05  REQ-PAYOUT-ACCT             PIC X(12).
           05  REQ-PAYEE-NAME              PIC X(40).
           05  REQ-CLOSE-REASON            PIC X(30).
           05  FILLER                      PIC X(05).

      *------- REQUEST VALIDATION / UNIT-OF-WORK STATUS -------*
       01  WS-VALIDATION-SW                PIC X(01) VALUE 'Y'.
           88  VALIDATION-PASSED                     VALUE 'Y'.
           88  VALIDATION-FAILED                     VALUE 'N'.
       01  WS-VALIDATION-REASON            PIC X(40) VALUE SPACES.
       01  WS-CLEAR-SW                     PIC X(01) VALUE 'Y'.
           88  CLEAR-OK                              VALUE 'Y'.
           88  CLEAR-FAILED                          VALUE 'N'.
       01  WS-CLEAR-STEP                   PIC X(20) VALUE SPACES.

      *------- FINAL INTEREST - THE DBINT01 RATE TIERS (ANNUAL RATE), *
      *------- PRO-RATED BY DAYS SINCE THE LAST INTEREST POSTING      *
       01  WS-TIER1-LIMIT                  PIC S9(13)V99 COMP-3
                                            VALUE 1000.00.
       01  WS-TIER2-LIMIT                  PIC S9(13)V99 COMP-3
                                            VALUE 10000.00.
       01  WS-TIER1-RATE                   PIC S9(01)V9(05) COMP-3
                                            VALUE 0.00500.
       01  WS-TIER2-RATE                   PIC S9(01)V9(05) COMP-3
                                            VALUE 0.01000.
       01  WS-TIER3-RATE                   PIC S9(01)V9(05) COMP-3
                                            VALUE 0.01500.
       01  WS-APPLICABLE-RATE              PIC S9(01)V9(05) COMP-3.
       01  WS-DAYS-PER-YEAR                PIC 9(03) COMP-3 VALUE 365.

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

      *------- CLOSE REQUEST (DBACCT01 WS-REQUEST FORMAT) -------*
       01  WS-CLOSE-ACT.
           05  ACT-OPER                    PIC X(01) VALUE 'C'.
           05  ACT-ACCT-NUM                PIC X(12).
           05  ACT-CUST-ID                 PIC X(10).
           05  FILLER                      PIC X(177).

      *------- OFFICIAL CHECK PAYOUT RECORD -------*
       01  WS-OFFICIAL-CHECK.
           05  CHK-ACCT-NUM                PIC X(12).
           05  CHK-PAYEE-NAME              PIC X(40).
           05  CHK-AMOUNT                  PIC 9(11)V99.
           05  CHK-ISSUE-DATE              PIC X(10).
           05  CHK-REQUEST-DATE            PIC X(10).
           05  FILLER                      PIC X(15).

      *------- SEQUENCE NUMBER FOR GENERATED TXN-ID -------*
       01  WS-CLS-SEQ-NUM                  PIC 9(04) VALUE 0.

      *------- OWNER NOTIFICATION WORK FIELDS -------*
       01  WS-ACCT-CUST-ID                 PIC X(10).
       01  WS-OWNERS-NOTIFIED              PIC 9(03) VALUE 0.

      *------- COUNTERS -------*
       01  WS-TOTAL-REQUESTS               PIC 9(07) VALUE 0.
       01  WS-TOTAL-PREPARED               PIC 9(07) VALUE 0.
       01  WS-TOTAL-REJECTED               PIC 9(07) VALUE 0.
       01  WS-TOTAL-COMPLETED              PIC 9(07) VALUE 0.
       01  WS-TOTAL-PENDING                PIC 9(07) VALUE 0.
       01  WS-TOTAL-CHECKS                 PIC 9(07) VALUE 0.
       01  WS-TOTAL-CHECK-AMT              PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-TXNS                   PIC 9(07) VALUE 0.
       01  WS-TOTAL-CD-PENALTIES           PIC 9(07) VALUE 0.
       01  WS-TOTAL-EVENTS                 PIC 9(07) VALUE 0.
       01  WS-TOTAL-ERRORS                 PIC 9(07) VALUE 0.

      *------- CLOSURE REPORT LINES -------*
       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(45) VALUE
               'DBCLS01 - ACCOUNT CLOSURE WORKFLOW REPORT'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(75) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER           PIC X(13) VALUE 'ACCT NUMBER'.
           05  FILLER           PIC X(11) VALUE 'REQUESTED'.
           05  FILLER           PIC X(02) VALUE 'M'.
           05  FILLER           PIC X(13) VALUE 'PAYOUT ACCT'.
           05  FILLER           PIC X(16) VALUE 'PAYOUT AMOUNT'.
           05  FILLER           PIC X(77) VALUE 'ACTION'.

       01  WS-RPT-DETAIL.
           05  RPT-ACCT-NUM                PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-REQUEST-DATE            PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-METHOD                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-PAYOUT-ACCT             PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-PAYOUT-AMOUNT           PIC -(11)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ACTION                  PIC X(40).
           05  FILLER                      PIC X(37) VALUE SPACES.

       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-ACTION-TEXT                  PIC X(40).

      *------- CORRESPONDENCE EVENT FOR DBCOR01, ONE PER OWNER -------*
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

       01  HV-ACCT-NUMBER                  PIC X(12).
       01  HV-CUST-ID                      PIC X(10).
       01  HV-ACCT-STATUS                  PIC X(01).
       01  HV-BALANCE                      PIC S9(13)V99 COMP-3.
       01  HV-INT-DAYS                     PIC S9(09) COMP.
       01  HV-FINAL-INTEREST               PIC S9(11)V99 COMP-3.
       01  HV-PAYOUT-AMOUNT                PIC S9(11)V99 COMP-3.
       01  HV-PAYOUT-METHOD                PIC X(01).
       01  HV-PAYOUT-ACCT                  PIC X(12).
       01  HV-PAYEE-NAME                   PIC X(40).
       01  HV-CLOSE-REASON                 PIC X(30).
       01  HV-REQUEST-DATE                 PIC X(10).
       01  HV-DEST-STATUS                  PIC X(01).
       01  HV-LEVY-COUNT                   PIC S9(09) COMP.
       01  HV-PENDING-COUNT                PIC S9(09) COMP.
       01  HV-LAST-NAME                    PIC X(30).
       01  HV-FIRST-NAME                   PIC X(20).
       01  HV-HOLDS-RELEASED               PIC S9(04) COMP.
       01  HV-STOPS-RELEASED               PIC S9(04) COMP.
       01  HV-ORDERS-CANCELLED             PIC S9(04) COMP.
       01  HV-LINKS-CANCELLED              PIC S9(04) COMP.
       01  HV-NI-PAYOUT-ACCT               PIC S9(04) COMP.
       01  HV-NI-PAYEE-NAME                PIC S9(04) COMP.

      *------- TIME DEPOSIT TERMS (ACTIVE TBCDTERM ROW, IF ANY) -------*
       01  HV-CD-IND                       PIC X(01).
           88  ACCT-IS-CD                            VALUE 'Y'.
       01  HV-CD-RATE                      PIC S9(02)V9(05) COMP-3.
       01  HV-CD-PENALTY-DAYS              PIC S9(04) COMP.
       01  HV-CD-EARLY-IND                 PIC X(01).
           88  CD-BEFORE-MATURITY                    VALUE 'Y'.
       01  HV-CD-PENALTY                   PIC S9(11)V99 COMP-3.

      *------- PHASE 1: CASES WAITING ON DBTXN01/DBACCT01. WITH HOLD  *
      *------- BECAUSE EACH COMPLETED CASE IS COMMITTED ON ITS OWN    *
           EXEC SQL
             DECLARE CSR-PENDING CURSOR WITH HOLD FOR
               SELECT C.ACCT_NUMBER, CHAR(C.REQUEST_DATE, ISO),
                      C.PAYOUT_METHOD,
                      C.PAYOUT_ACCT, C.PAYEE_NAME,
                      C.PAYOUT_AMOUNT,
                      A.ACCT_STATUS, A.CUST_ID
               FROM   TBCLOSE C,
                      TBACCT A
               WHERE  C.CLOSE_STATUS = 'P'
                 AND  A.ACCT_NUMBER = C.ACCT_NUMBER
               ORDER BY C.ACCT_NUMBER
           END-EXEC.

      *------- EVERY OWNER GETS THE CLOSURE LETTER (PRIMARY FIRST);   *
      *------- ACCOUNTS OPENED BEFORE TBOWNER EXISTED FALL BACK TO    *
      *------- THE TBACCT.CUST_ID LETTER                              *
           EXEC SQL
             DECLARE CSR-ACCT-OWNERS CURSOR FOR
               SELECT CUST_ID
               FROM   TBOWNER
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               ORDER BY OWNER_ROLE DESC, CUST_ID
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COMPLETE-CLOSED-CASE
              UNTIL SQL-END-OF-CURSOR
           PERFORM 3000-PROCESS-REQUEST
              UNTIL END-OF-FILE
           PERFORM 9000-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-NAME ' - ACCOUNT CLOSURE STARTED'
           OPEN OUTPUT CLOSE-TXN-FILE
           OPEN OUTPUT CLOSE-ACT-FILE
           OPEN OUTPUT OFFICIAL-CHECK-FILE
           OPEN OUTPUT CLOSE-RPT-FILE
           OPEN OUTPUT CORR-EVENT-FILE
           OPEN INPUT  CLOSE-REQ-FILE

           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO)
             INTO   :WS-RUN-DATE
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CURRENT DATE SELECT FAILED: SQLCODE='
                      SQLCODE
              SET SQL-END-OF-CURSOR TO TRUE
              SET END-OF-FILE TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE WS-RUN-DATE TO RPT-RUN-DATE
              WRITE CLOSE-RPT-RECORD FROM WS-RPT-HEADING-1
              WRITE CLOSE-RPT-RECORD FROM WS-RPT-HEADING-2

              EXEC SQL OPEN CSR-PENDING END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'OPEN PENDING CURSOR FAILED: SQLCODE='
                         SQLCODE
                 SET SQL-END-OF-CURSOR TO TRUE
                 SET END-OF-FILE TO TRUE
                 MOVE 16 TO WS-RETURN-CODE
              ELSE
                 PERFORM 2010-FETCH-NEXT-PENDING
                 PERFORM 3010-READ-NEXT-REQUEST
              END-IF
           END-IF.

      *================================================================*
      *  2000 - COMPLETE A CASE ONCE DBACCT01 HAS CLOSED THE ACCOUNT.  *
      *         DBACCT01 CLOSES ONLY AT ZERO BALANCE, SO A CLOSED      *
      *         ACCOUNT MEANS DBTXN01 POSTED THE PAYOUT; THE CASE IS   *
      *         COMMITTED BEFORE THE CHECK OR LETTER IS WRITTEN        *
      *================================================================*
       2000-COMPLETE-CLOSED-CASE.
           IF HV-ACCT-STATUS = 'C'
              EXEC SQL
                UPDATE TBCLOSE
                SET    CLOSE_STATUS = 'C',
                       CLOSED_DATE  = CURRENT DATE,
                       UPDATED_DATE = CURRENT TIMESTAMP
                WHERE  ACCT_NUMBER  = :HV-ACCT-NUMBER
                  AND  REQUEST_DATE = DATE(:HV-REQUEST-DATE)
                  AND  CLOSE_STATUS = 'P'
              END-EXEC

              IF SQLCODE = 0
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO WS-TOTAL-COMPLETED
                 IF HV-PAYOUT-METHOD = 'K'
                    PERFORM 2100-WRITE-OFFICIAL-CHECK
                 END-IF
                 PERFORM 4000-NOTIFY-OWNERS
                 MOVE 'CLOSED - CLOSURE LETTER SENT' TO
                         WS-ACTION-TEXT
                 PERFORM 8000-WRITE-REPORT-LINE
              ELSE
                 DISPLAY 'CLOSURE CASE UPDATE FAILED: SQLCODE='
                         SQLCODE ' ACCT=' HV-ACCT-NUMBER
                 ADD 1 TO WS-TOTAL-ERRORS
                 EXEC SQL ROLLBACK END-EXEC
                 DISPLAY 'CLOSURE COMPLETION HALTED AFTER ERROR - '
                         'REMAINING CASES DEFERRED TO NEXT RUN'
                 SET SQL-END-OF-CURSOR TO TRUE
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WS-TOTAL-PENDING
              MOVE 'STILL OPEN - CHECK DBTXN01/DBACCT01 REJECTS'
                TO WS-ACTION-TEXT
              PERFORM 8000-WRITE-REPORT-LINE
           END-IF

           IF NOT SQL-END-OF-CURSOR
              PERFORM 2010-FETCH-NEXT-PENDING
           END-IF.

       2010-FETCH-NEXT-PENDING.
           EXEC SQL
             FETCH CSR-PENDING
               INTO :HV-ACCT-NUMBER, :HV-REQUEST-DATE,
                    :HV-PAYOUT-METHOD,
                    :HV-PAYOUT-ACCT :HV-NI-PAYOUT-ACCT,
                    :HV-PAYEE-NAME :HV-NI-PAYEE-NAME,
                    :HV-PAYOUT-AMOUNT,
                    :HV-ACCT-STATUS, :HV-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              SET SQL-END-OF-CURSOR TO TRUE
           ELSE
              IF HV-NI-PAYOUT-ACCT < 0
                 MOVE SPACES TO HV-PAYOUT-ACCT
              END-IF
              IF HV-NI-PAYEE-NAME < 0
                 MOVE SPACES TO HV-PAYEE-NAME
              END-IF
           END-IF.

      *------- OFFICIAL CHECK FOR THE AMOUNT DBTXN01 DEBITED ---------*
       2100-WRITE-OFFICIAL-CHECK.
           MOVE SPACES           TO WS-OFFICIAL-CHECK
           MOVE HV-ACCT-NUMBER   TO CHK-ACCT-NUM
           MOVE HV-PAYEE-NAME    TO CHK-PAYEE-NAME
           MOVE HV-PAYOUT-AMOUNT TO CHK-AMOUNT
           MOVE WS-RUN-DATE      TO CHK-ISSUE-DATE
           MOVE HV-REQUEST-DATE  TO CHK-REQUEST-DATE
           WRITE OFFICIAL-CHECK-RECORD FROM WS-OFFICIAL-CHECK
           ADD 1 TO WS-TOTAL-CHECKS
           ADD HV-PAYOUT-AMOUNT TO WS-TOTAL-CHECK-AMT.

      *================================================================*
      *  3000 - ONE NEW CLOSURE REQUEST                                *
      *================================================================*
       3000-PROCESS-REQUEST.
           ADD 1 TO WS-TOTAL-REQUESTS
           MOVE REQ-ACCT-NUM      TO HV-ACCT-NUMBER
           MOVE REQ-PAYOUT-METHOD TO HV-PAYOUT-METHOD
           MOVE REQ-PAYOUT-ACCT   TO HV-PAYOUT-ACCT
           MOVE REQ-PAYEE-NAME    TO HV-PAYEE-NAME
           MOVE REQ-CLOSE-REASON  TO HV-CLOSE-REASON
           MOVE WS-RUN-DATE       TO HV-REQUEST-DATE
           MOVE 0 TO HV-PAYOUT-AMOUNT

           PERFORM 3100-VALIDATE-REQUEST

           IF VALIDATION-PASSED
              PERFORM 3200-CLEAR-ACCOUNT
           END-IF

           IF VALIDATION-PASSED
              PERFORM 3300-WRITE-CLOSURE-ITEMS
           ELSE
              ADD 1 TO WS-TOTAL-REJECTED
              DISPLAY 'CLOSURE REJECTED: ' WS-VALIDATION-REASON
                      ' ACCT=' HV-ACCT-NUMBER
              MOVE SPACES TO WS-ACTION-TEXT
              STRING 'REJECTED - ' DELIMITED BY SIZE
                     WS-VALIDATION-REASON DELIMITED BY SIZE
                     INTO WS-ACTION-TEXT
              END-STRING
              PERFORM 8000-WRITE-REPORT-LINE
           END-IF

           PERFORM 3010-READ-NEXT-REQUEST.

       3010-READ-NEXT-REQUEST.
           READ CLOSE-REQ-FILE INTO WS-CLOSE-REQ
             AT END SET END-OF-FILE TO TRUE
           END-READ.

      *================================================================*
      *  3100 - VALIDATE THE REQUEST AND WORK OUT THE PAYOUT           *
      *================================================================*
       3100-VALIDATE-REQUEST.
           SET VALIDATION-PASSED TO TRUE
           MOVE SPACES TO WS-VALIDATION-REASON

           IF NOT PAYOUT-BY-TRANSFER
              AND NOT PAYOUT-BY-CHECK
              SET VALIDATION-FAILED TO TRUE
              MOVE 'INVALID PAYOUT METHOD' TO WS-VALIDATION-REASON
           END-IF

           IF VALIDATION-PASSED
              PERFORM 3110-GET-ACCOUNT
           END-IF

           IF VALIDATION-PASSED
              PERFORM 3120-CHECK-LEVY-AND-PENDING
           END-IF

           IF VALIDATION-PASSED
              AND PAYOUT-BY-TRANSFER
              PERFORM 3130-CHECK-PAYOUT-ACCOUNT
           END-IF

           IF VALIDATION-PASSED
              PERFORM 3140-CALCULATE-PAYOUT
           END-IF

           IF VALIDATION-PASSED
              AND PAYOUT-BY-CHECK
              AND HV-PAYEE-NAME = SPACES
              PERFORM 3150-GET-PAYEE-NAME
           END-IF.

      *------- ACCOUNT STATE, AND DAYS OF INTEREST NOT YET POSTED ----*
      *------- (A TIME DEPOSIT'S DAYS STOP AT ITS MATURITY DATE)      *
       3110-GET-ACCOUNT.
           EXEC SQL
             SELECT A.ACCT_STATUS, A.BALANCE, A.CUST_ID,
                    DAYS(CASE WHEN C.MATURITY_DATE < CURRENT DATE
                              THEN C.MATURITY_DATE
                              ELSE CURRENT DATE END)
                    - DAYS(COALESCE(
                        (SELECT MAX(T.TXN_DATE)
                         FROM   TBTXN T
                         WHERE  T.ACCT_NUMBER = A.ACCT_NUMBER
                           AND  T.TXN_TYPE = 'INT'),
                        A.OPEN_DATE)),
                    CASE WHEN C.ACCT_NUMBER IS NULL
                         THEN 'N' ELSE 'Y' END,
                    COALESCE(C.CONTRACT_RATE, 0),
                    COALESCE(C.PENALTY_DAYS, 0),
                    CASE WHEN C.MATURITY_DATE > CURRENT DATE
                         THEN 'Y' ELSE 'N' END
             INTO   :HV-ACCT-STATUS, :HV-BALANCE, :HV-CUST-ID,
                    :HV-INT-DAYS,
                    :HV-CD-IND, :HV-CD-RATE,
                    :HV-CD-PENALTY-DAYS, :HV-CD-EARLY-IND
             FROM   TBACCT A
             LEFT JOIN TBCDTERM C
               ON   C.ACCT_NUMBER = A.ACCT_NUMBER
              AND   C.CD_STATUS = 'A'
             WHERE  A.ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = +100
                SET VALIDATION-FAILED TO TRUE
                MOVE 'ACCOUNT NOT FOUND' TO WS-VALIDATION-REASON
             WHEN SQLCODE NOT = 0
                DISPLAY 'ACCOUNT SELECT FAILED: SQLCODE='
                        SQLCODE ' ACCT=' HV-ACCT-NUMBER
                SET VALIDATION-FAILED TO TRUE
                MOVE 'UNABLE TO READ ACCOUNT' TO
                        WS-VALIDATION-REASON
             WHEN HV-ACCT-STATUS NOT = 'O'
                SET VALIDATION-FAILED TO TRUE
                MOVE 'ACCOUNT NOT OPEN' TO WS-VALIDATION-REASON
             WHEN HV-BALANCE < 0
                SET VALIDATION-FAILED TO TRUE
                MOVE 'ACCOUNT OVERDRAWN' TO WS-VALIDATION-REASON
           END-EVALUATE.

      *------- A LEGAL LEVY HOLD BLOCKS CLOSURE; ONE CASE PER DAY ----*
       3120-CHECK-LEVY-AND-PENDING.
           MOVE 0 TO HV-LEVY-COUNT
           MOVE 0 TO HV-PENDING-COUNT

           EXEC SQL
             SELECT COUNT(*)
             INTO   :HV-LEVY-COUNT
             FROM   TBHOLD
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  HOLD_STATUS = 'A'
               AND  HOLD_TYPE   = 'LEV'
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*)
                INTO   :HV-PENDING-COUNT
                FROM   TBCLOSE
                WHERE  ACCT_NUMBER  = :HV-ACCT-NUMBER
                  AND  REQUEST_DATE = CURRENT DATE
              END-EXEC
           END-IF

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
                DISPLAY 'CLOSURE CHECK FAILED: SQLCODE='
                        SQLCODE ' ACCT=' HV-ACCT-NUMBER
                SET VALIDATION-FAILED TO TRUE
                MOVE 'UNABLE TO VERIFY HOLDS' TO
                        WS-VALIDATION-REASON
             WHEN HV-LEVY-COUNT > 0
                SET VALIDATION-FAILED TO TRUE
                MOVE 'LEVY HOLD - CANNOT CLOSE' TO
                        WS-VALIDATION-REASON
             WHEN HV-PENDING-COUNT > 0
                SET VALIDATION-FAILED TO TRUE
                MOVE 'CLOSURE ALREADY REQUESTED TODAY' TO
                        WS-VALIDATION-REASON
           END-EVALUATE.

      *------- TRANSFER PAYOUT: ANOTHER ACCOUNT, OPEN ---------------*
       3130-CHECK-PAYOUT-ACCOUNT.
           IF HV-PAYOUT-ACCT = SPACES
              OR HV-PAYOUT-ACCT = HV-ACCT-NUMBER
              SET VALIDATION-FAILED TO TRUE
              MOVE 'INVALID PAYOUT ACCOUNT' TO WS-VALIDATION-REASON
           ELSE
              EXEC SQL
                SELECT ACCT_STATUS
                INTO   :HV-DEST-STATUS
                FROM   TBACCT
                WHERE  ACCT_NUMBER = :HV-PAYOUT-ACCT
              END-EXEC

              IF SQLCODE NOT = 0
                 SET VALIDATION-FAILED TO TRUE
                 MOVE 'PAYOUT ACCOUNT NOT FOUND' TO
                         WS-VALIDATION-REASON
              ELSE
                 IF HV-DEST-STATUS NOT = 'O'
                    SET VALIDATION-FAILED TO TRUE
                    MOVE 'PAYOUT ACCOUNT NOT OPEN' TO
                            WS-VALIDATION-REASON
                 END-IF
              END-IF
           END-IF.

      *------- FINAL INTEREST ON A POSITIVE BALANCE, THEN THE PAYOUT -*
      *------- LESS PENALTY_DAYS OF INTEREST ON THE BALANCE WHEN A    *
      *------- TIME DEPOSIT IS CLOSED BEFORE MATURITY                 *
       3140-CALCULATE-PAYOUT.
           MOVE 0 TO HV-FINAL-INTEREST
           MOVE 0 TO HV-CD-PENALTY

           IF HV-BALANCE > 0
              AND HV-INT-DAYS > 0
              EVALUATE TRUE
                WHEN ACCT-IS-CD
                   MOVE HV-CD-RATE TO WS-APPLICABLE-RATE
                WHEN HV-BALANCE < WS-TIER1-LIMIT
                   MOVE WS-TIER1-RATE TO WS-APPLICABLE-RATE
                WHEN HV-BALANCE < WS-TIER2-LIMIT
                   MOVE WS-TIER2-RATE TO WS-APPLICABLE-RATE
                WHEN OTHER
                   MOVE WS-TIER3-RATE TO WS-APPLICABLE-RATE
              END-EVALUATE

              COMPUTE HV-FINAL-INTEREST ROUNDED =
                 HV-BALANCE * WS-APPLICABLE-RATE * HV-INT-DAYS
                 / WS-DAYS-PER-YEAR
           END-IF

           IF ACCT-IS-CD
              AND CD-BEFORE-MATURITY
              AND HV-BALANCE > 0
              COMPUTE HV-CD-PENALTY ROUNDED =
                 HV-BALANCE * HV-CD-RATE * HV-CD-PENALTY-DAYS
                 / WS-DAYS-PER-YEAR
              IF HV-CD-PENALTY > HV-BALANCE + HV-FINAL-INTEREST
                 COMPUTE HV-CD-PENALTY =
                    HV-BALANCE + HV-FINAL-INTEREST
              END-IF
           END-IF

           COMPUTE HV-PAYOUT-AMOUNT =
              HV-BALANCE + HV-FINAL-INTEREST - HV-CD-PENALTY

           IF HV-PAYOUT-AMOUNT = 0
              MOVE 'N' TO HV-PAYOUT-METHOD
           END-IF.

      *------- OFFICIAL CHECK PAYEE DEFAULTS TO THE KEYED CUSTOMER ---*
       3150-GET-PAYEE-NAME.
           EXEC SQL
             SELECT LAST_NAME, FIRST_NAME
             INTO   :HV-LAST-NAME, :HV-FIRST-NAME
             FROM   TBCUST
             WHERE  CUST_ID = :HV-CUST-ID
           END-EXEC

           IF SQLCODE = 0
              STRING HV-FIRST-NAME DELIMITED BY '  '
                     ' '           DELIMITED BY SIZE
                     HV-LAST-NAME  DELIMITED BY '  '
                     INTO HV-PAYEE-NAME
              END-STRING
           ELSE
              SET VALIDATION-FAILED TO TRUE
              MOVE 'PAYEE NAME REQUIRED' TO WS-VALIDATION-REASON
           END-IF.

      *================================================================*
      *  3200 - CLEAR THE ACCOUNT FOR CLOSURE (ONE UNIT OF WORK)       *
      *         HOLDS AND STOPS RELEASED, AVAIL_BALANCE BACK TO        *
      *         BALANCE, STANDING ORDERS AND ODP LINKS NAMING THE      *
      *         ACCOUNT ON EITHER SIDE CANCELLED, OLDER PENDING CASES  *
      *         SUPERSEDED, THEN THE NEW TBCLOSE CASE WRITTEN          *
      *================================================================*
       3200-CLEAR-ACCOUNT.
           SET CLEAR-OK TO TRUE
           MOVE 0 TO HV-HOLDS-RELEASED
           MOVE 0 TO HV-STOPS-RELEASED
           MOVE 0 TO HV-ORDERS-CANCELLED
           MOVE 0 TO HV-LINKS-CANCELLED

           EXEC SQL
             UPDATE TBHOLD
             SET    HOLD_STATUS   = 'R',
                    RELEASED_DATE = CURRENT DATE,
                    UPDATED_DATE  = CURRENT TIMESTAMP
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  HOLD_STATUS = 'A'
               AND  HOLD_TYPE  <> 'LEV'
           END-EXEC
           MOVE 'HOLD RELEASE' TO WS-CLEAR-STEP
           PERFORM 3290-CHECK-CLEAR-STEP
           IF CLEAR-OK
              MOVE SQLERRD(3) TO HV-HOLDS-RELEASED
           END-IF

           IF CLEAR-OK
              EXEC SQL
                UPDATE TBACCT
                SET    AVAIL_BALANCE = BALANCE,
                       UPDATED_DATE  = CURRENT TIMESTAMP,
                       UPDATED_BY    = USER
                WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
              END-EXEC
              MOVE 'AVAIL BALANCE' TO WS-CLEAR-STEP
              PERFORM 3290-CHECK-CLEAR-STEP
           END-IF

           IF CLEAR-OK
              EXEC SQL
                UPDATE TBSTOP
                SET    STOP_STATUS   = 'R',
                       RELEASED_DATE = CURRENT DATE,
                       UPDATED_DATE  = CURRENT TIMESTAMP
                WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
                  AND  STOP_STATUS = 'A'
              END-EXEC
              MOVE 'STOP RELEASE' TO WS-CLEAR-STEP
              PERFORM 3290-CHECK-CLEAR-STEP
              IF CLEAR-OK
                 MOVE SQLERRD(3) TO HV-STOPS-RELEASED
              END-IF
           END-IF

           IF CLEAR-OK
              EXEC SQL
                UPDATE TBSTANDING
                SET    ORDER_STATUS = 'X',
                       UPDATED_DATE = CURRENT TIMESTAMP
                WHERE  (SRC_ACCT_NUMBER  = :HV-ACCT-NUMBER
                        OR DEST_ACCT_NUMBER = :HV-ACCT-NUMBER)
                  AND  ORDER_STATUS <> 'X'
              END-EXEC
              MOVE 'STANDING ORDERS' TO WS-CLEAR-STEP
              PERFORM 3290-CHECK-CLEAR-STEP
              IF CLEAR-OK
                 MOVE SQLERRD(3) TO HV-ORDERS-CANCELLED
              END-IF
           END-IF

           IF CLEAR-OK
              EXEC SQL
                UPDATE TBODP
                SET    ODP_STATUS   = 'X',
                       UPDATED_DATE = CURRENT TIMESTAMP
                WHERE  (PROT_ACCT_NUMBER  = :HV-ACCT-NUMBER
                        OR COVER_ACCT_NUMBER = :HV-ACCT-NUMBER)
                  AND  ODP_STATUS = 'A'
              END-EXEC
              MOVE 'ODP LINKS' TO WS-CLEAR-STEP
              PERFORM 3290-CHECK-CLEAR-STEP
              IF CLEAR-OK
                 MOVE SQLERRD(3) TO HV-LINKS-CANCELLED
              END-IF
           END-IF

           IF CLEAR-OK
              EXEC SQL
                UPDATE TBCLOSE
                SET    CLOSE_STATUS = 'S',
                       UPDATED_DATE = CURRENT TIMESTAMP
                WHERE  ACCT_NUMBER  = :HV-ACCT-NUMBER
                  AND  CLOSE_STATUS = 'P'
              END-EXEC
              MOVE 'SUPERSEDE CASE' TO WS-CLEAR-STEP
              PERFORM 3290-CHECK-CLEAR-STEP
           END-IF

           IF CLEAR-OK
              PERFORM 3210-INSERT-CLOSURE-CASE
           END-IF

           IF CLEAR-OK
              EXEC SQL COMMIT END-EXEC
           ELSE
              DISPLAY 'CLOSURE UPDATE FAILED AT ' WS-CLEAR-STEP
                      ': SQLCODE=' SQLCODE ' ACCT=' HV-ACCT-NUMBER
              ADD 1 TO WS-TOTAL-ERRORS
              EXEC SQL ROLLBACK END-EXEC
              SET VALIDATION-FAILED TO TRUE
              MOVE 'CLOSURE UPDATE FAILED' TO WS-VALIDATION-REASON
           END-IF.

       3210-INSERT-CLOSURE-CASE.
           MOVE 0 TO HV-NI-PAYOUT-ACCT
           MOVE 0 TO HV-NI-PAYEE-NAME
           IF HV-PAYOUT-METHOD NOT = 'T'
              MOVE -1 TO HV-NI-PAYOUT-ACCT
           END-IF
           IF HV-PAYOUT-METHOD NOT = 'K'
              MOVE -1 TO HV-NI-PAYEE-NAME
           END-IF

           EXEC SQL
             INSERT INTO TBCLOSE
               (ACCT_NUMBER, REQUEST_DATE, CLOSE_STATUS,
                PAYOUT_METHOD, PAYOUT_ACCT, PAYEE_NAME,
                FINAL_INTEREST, PAYOUT_AMOUNT,
                HOLDS_RELEASED, STOPS_RELEASED,
                ORDERS_CANCELLED, LINKS_CANCELLED,
                CLOSE_REASON, CREATED_BY, UPDATED_DATE)
             VALUES
               (:HV-ACCT-NUMBER, CURRENT DATE, 'P',
                :HV-PAYOUT-METHOD,
                :HV-PAYOUT-ACCT :HV-NI-PAYOUT-ACCT,
                :HV-PAYEE-NAME :HV-NI-PAYEE-NAME,
                :HV-FINAL-INTEREST, :HV-PAYOUT-AMOUNT,
                :HV-HOLDS-RELEASED, :HV-STOPS-RELEASED,
                :HV-ORDERS-CANCELLED, :HV-LINKS-CANCELLED,
                :HV-CLOSE-REASON, USER, CURRENT TIMESTAMP)
           END-EXEC

           MOVE 'CLOSURE CASE' TO WS-CLEAR-STEP
           PERFORM 3290-CHECK-CLEAR-STEP.

      *------- A SET UPDATE THAT FINDS NOTHING TO CHANGE IS FINE ----*
       3290-CHECK-CLEAR-STEP.
           IF SQLCODE NOT = 0
              IF SQLCODE = +100
                 MOVE 0 TO SQLERRD(3)
              ELSE
                 SET CLEAR-FAILED TO TRUE
              END-IF
           END-IF.

      *================================================================*
      *  3300 - FEEDER ITEMS FOR THE COMMITTED CASE: FINAL INTEREST,   *
      *         ANY CD EARLY-WITHDRAWAL PENALTY AND THE PAYOUT FOR     *
      *         DBTXN01 (IN THAT ORDER), THEN THE DBACCT01 CLOSE       *
      *         REQUEST. THE PENALTY IS CHARGED HERE, AHEAD OF THE     *
      *         PAYOUT, SO THE PAYOUT EMPTIES THE ACCOUNT AND DBTXN01  *
      *         HAS NOTHING LEFT TO CHARGE ITS OWN PENALTY AGAINST     *
      *================================================================*
       3300-WRITE-CLOSURE-ITEMS.
           ADD 1 TO WS-TOTAL-PREPARED

           IF HV-FINAL-INTEREST > 0
              PERFORM 3310-INIT-TXN-OUT
              MOVE 'INT'             TO TXO-TXN-TYPE
              MOVE HV-FINAL-INTEREST TO TXO-AMOUNT
              MOVE 'FINAL INTEREST - ACCOUNT CLOSURE' TO TXO-DESC
              WRITE CLOSE-TXN-RECORD FROM WS-TXN-OUT
              ADD 1 TO WS-TOTAL-TXNS
           END-IF

           IF HV-CD-PENALTY > 0
              PERFORM 3310-INIT-TXN-OUT
              MOVE 'FEE'             TO TXO-TXN-TYPE
              MOVE HV-CD-PENALTY     TO TXO-AMOUNT
              MOVE 'Y'               TO TXO-OVERRIDE-IND
              MOVE 'CD EARLY WITHDRAWAL PENALTY' TO TXO-DESC
              WRITE CLOSE-TXN-RECORD FROM WS-TXN-OUT
              ADD 1 TO WS-TOTAL-TXNS
              ADD 1 TO WS-TOTAL-CD-PENALTIES
           END-IF

           IF HV-PAYOUT-AMOUNT > 0
              PERFORM 3310-INIT-TXN-OUT
              MOVE HV-PAYOUT-AMOUNT TO TXO-AMOUNT
              MOVE 'Y'              TO TXO-OVERRIDE-IND
              IF HV-PAYOUT-METHOD = 'T'
                 MOVE 'XFR'          TO TXO-TXN-TYPE
                 MOVE HV-PAYOUT-ACCT TO TXO-DEST-ACCT-NUM
                 MOVE 'CLOSING BALANCE TRANSFER' TO TXO-DESC
              ELSE
                 MOVE 'DBT'          TO TXO-TXN-TYPE
                 MOVE 'CLOSING BALANCE - OFFICIAL CHECK' TO TXO-DESC
              END-IF
              WRITE CLOSE-TXN-RECORD FROM WS-TXN-OUT
              ADD 1 TO WS-TOTAL-TXNS
           END-IF

           MOVE SPACES         TO WS-CLOSE-ACT
           MOVE 'C'            TO ACT-OPER
           MOVE HV-ACCT-NUMBER TO ACT-ACCT-NUM
           MOVE HV-CUST-ID     TO ACT-CUST-ID
           WRITE CLOSE-ACT-RECORD FROM WS-CLOSE-ACT

           IF HV-CD-PENALTY > 0
              MOVE 'CLOSURE PREPARED - CD PENALTY CHARGED' TO
                      WS-ACTION-TEXT
           ELSE
              MOVE 'CLOSURE PREPARED - PAYOUT SUBMITTED' TO
                      WS-ACTION-TEXT
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       3310-INIT-TXN-OUT.
           ADD 1 TO WS-CLS-SEQ-NUM

           MOVE SPACES TO WS-TXN-OUT
           STRING 'CLS' WS-RUN-DATE(1:4) WS-RUN-DATE(6:2)
                  WS-RUN-DATE(9:2) WS-CLS-SEQ-NUM
                  DELIMITED BY SIZE INTO TXO-TXN-ID
           MOVE HV-ACCT-NUMBER TO TXO-ACCT-NUM
           MOVE WS-RUN-DATE    TO TXO-REF
           MOVE 'BAT'          TO TXO-CHANNEL.

      *================================================================*
      *  4000 - ONE CLSD CLOSURE LETTER PER OWNER; THE AMOUNT IS THE   *
      *         PAYOUT AND THE REFERENCE SAYS WHERE IT WENT            *
      *================================================================*
       4000-NOTIFY-OWNERS.
           MOVE HV-CUST-ID TO WS-ACCT-CUST-ID
           MOVE 0 TO WS-OWNERS-NOTIFIED
           MOVE 'N' TO WS-OWNER-EOF-SW

           EXEC SQL OPEN CSR-ACCT-OWNERS END-EXEC

           IF SQLCODE = 0
              PERFORM 4010-FETCH-NEXT-OWNER
              PERFORM 4020-NOTIFY-ONE-OWNER
                 UNTIL SQL-END-OF-OWNERS
              EXEC SQL CLOSE CSR-ACCT-OWNERS END-EXEC
           ELSE
              DISPLAY 'OPEN OWNER CURSOR FAILED: SQLCODE='
                      SQLCODE ' ACCT=' HV-ACCT-NUMBER
           END-IF

           IF WS-OWNERS-NOTIFIED = 0
              MOVE WS-ACCT-CUST-ID TO HV-CUST-ID
              PERFORM 4030-WRITE-CLOSURE-EVENT
           END-IF

           MOVE WS-ACCT-CUST-ID TO HV-CUST-ID.

       4010-FETCH-NEXT-OWNER.
           EXEC SQL
             FETCH CSR-ACCT-OWNERS
               INTO :HV-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              SET SQL-END-OF-OWNERS TO TRUE
           END-IF.

       4020-NOTIFY-ONE-OWNER.
           PERFORM 4030-WRITE-CLOSURE-EVENT
           ADD 1 TO WS-OWNERS-NOTIFIED
           PERFORM 4010-FETCH-NEXT-OWNER.

       4030-WRITE-CLOSURE-EVENT.
           MOVE 'CLSD'           TO EVT-CODE
           MOVE HV-ACCT-NUMBER   TO EVT-ACCT-NUM
           MOVE HV-CUST-ID       TO EVT-CUST-ID
           MOVE HV-PAYOUT-AMOUNT TO EVT-AMOUNT
           MOVE WS-RUN-DATE      TO EVT-DATE
           MOVE SPACES           TO EVT-TEXT
           EVALUATE HV-PAYOUT-METHOD
             WHEN 'T'
                STRING 'PAID TO ACCOUNT ' DELIMITED BY SIZE
                       HV-PAYOUT-ACCT     DELIMITED BY SIZE
                       INTO EVT-TEXT
                END-STRING
             WHEN 'K'
                MOVE 'PAID BY OFFICIAL CHECK' TO EVT-TEXT
           END-EVALUATE
           WRITE CORR-EVENT-RECORD FROM WS-CORR-EVENT
           ADD 1 TO WS-TOTAL-EVENTS.

      *------- ONE CLOSURE REPORT LINE FOR THE CURRENT CASE/REQUEST --*
       8000-WRITE-REPORT-LINE.
           MOVE SPACES            TO WS-RPT-DETAIL
           MOVE HV-ACCT-NUMBER    TO RPT-ACCT-NUM
           MOVE HV-REQUEST-DATE   TO RPT-REQUEST-DATE
           MOVE HV-PAYOUT-METHOD  TO RPT-METHOD
           MOVE HV-PAYOUT-ACCT    TO RPT-PAYOUT-ACCT
           MOVE HV-PAYOUT-AMOUNT  TO RPT-PAYOUT-AMOUNT
           MOVE WS-ACTION-TEXT    TO RPT-ACTION
           WRITE CLOSE-RPT-RECORD FROM WS-RPT-DETAIL.

       9000-FINALIZE.
           EXEC SQL CLOSE CSR-PENDING END-EXEC
           CLOSE CLOSE-REQ-FILE
           CLOSE CLOSE-TXN-FILE
           CLOSE CLOSE-ACT-FILE
           CLOSE OFFICIAL-CHECK-FILE
           CLOSE CLOSE-RPT-FILE
           CLOSE CORR-EVENT-FILE

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'CLOSURES COMPLETED   : ' WS-TOTAL-COMPLETED
           DISPLAY 'CLOSURES STILL OPEN  : ' WS-TOTAL-PENDING
           DISPLAY 'OFFICIAL CHECKS      : ' WS-TOTAL-CHECKS
           DISPLAY 'OFFICIAL CHECK AMOUNT: ' WS-TOTAL-CHECK-AMT
           DISPLAY 'REQUESTS READ        : ' WS-TOTAL-REQUESTS
           DISPLAY 'CLOSURES PREPARED    : ' WS-TOTAL-PREPARED
           DISPLAY 'REQUESTS REJECTED    : ' WS-TOTAL-REJECTED
           DISPLAY 'POSTING ITEMS BUILT  : ' WS-TOTAL-TXNS
           DISPLAY 'CD PENALTIES CHARGED : ' WS-TOTAL-CD-PENALTIES
           DISPLAY 'CORR EVENTS WRITTEN  : ' WS-TOTAL-EVENTS
           DISPLAY 'ERRORS               : ' WS-TOTAL-ERRORS
           DISPLAY '======================================='.
