       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBOVD01.
       AUTHOR.        MAINFRAME-DEV.
       DATE-WRITTEN.  2024-09-16.
      *================================================================*
      *  PROGRAM : DBOVD01                                              *
      *  DESC    : OVERDRAWN ACCOUNT AGING, COLLECTION AND CHARGE-OFF   *
      *            DAILY BATCH. EVERY ACCOUNT WITH A NEGATIVE BALANCE   *
      *            (STATUS O/F/D) HAS ONE ACTIVE TBOVDAGE CASE, OPENED  *
      *            THE FIRST DAY IT IS SEEN OVERDRAWN AND AGED FROM     *
      *            THAT DATE:                                           *
      *            PHASE 1: ACTIVE CASES WHOSE BALANCE IS BACK TO ZERO  *
      *            OR ABOVE ARE MARKED CURED ('C'). A CASE THIS         *
      *            PROGRAM FROZE IS FLAGGED ON THE REPORT FOR REVIEW -  *
      *            THE UNFREEZE ITSELF STAYS A DBACCT01 'U' REQUEST.    *
      *            PHASE 2: EACH OVERDRAWN ACCOUNT IS AGED:             *
      *            - COLLECTION NOTICES (DBCOR01 EVENTS OVD1/OVD2/OVD3, *
      *              ONE PER OWNER ON TBOWNER, ELSE TBACCT.CUST_ID) AT  *
      *              THE PARM NOTICE AGES, EACH LEVEL SENT ONCE         *
      *            - AT THE FREEZE AGE AN 'F' REQUEST IS WRITTEN TO     *
      *              OVDFRZ FOR DBACCT01 (OPEN ACCOUNTS ONLY)           *
      *            - AT THE CHARGE-OFF AGE A TXN_TYPE 'CHO' RECORD FOR  *
      *              THE FULL NEGATIVE BALANCE IS WRITTEN TO OVDTXN     *
      *              FOR DBTXN01, WHICH POSTS THE WRITE-OFF, MOVES THE  *
      *              CASE TO 'W', WRITES THE TBACCT_HIST ROW AND THE    *
      *              CHGO LETTER (A CHANGED BALANCE REJECTS THE ITEM    *
      *              AND THE NEXT RUN RESUBMITS IT)                     *
      *            THIS PROGRAM NEVER POSTS OR CHANGES ACCT_STATUS -    *
      *            DBTXN01 AND DBACCT01 REMAIN THE ONLY WRITERS (THE    *
      *            SAME FEEDER PATTERN AS DBINT01/DBSVC01).             *
      *                                                                  *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY)                              *
      *                                                                  *
      *  PARM (OVDPARM, OPTIONAL, 80 BYTES):                            *
      *    1-3   FIRST NOTICE DAYS   (DEFAULT 015)                     *
      *    4-6   SECOND NOTICE DAYS  (DEFAULT 030)                     *
      *    7-9   FINAL NOTICE DAYS   (DEFAULT 045)                     *
      *    10-12 FREEZE DAYS         (DEFAULT 030)                     *
      *    13-15 CHARGE-OFF DAYS     (DEFAULT 060)                     *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVD-PARM-FILE
               ASSIGN TO OVDPARM
               FILE STATUS IS WS-PRM-FS.

           SELECT CHGOFF-TXN-FILE
               ASSIGN TO OVDTXN
               FILE STATUS IS WS-TXO-FS.

           SELECT FREEZE-REQ-FILE
               ASSIGN TO OVDFRZ
               FILE STATUS IS WS-FRZ-FS.

           SELECT AGING-RPT-FILE
               ASSIGN TO OVDRPT
               FILE STATUS IS WS-RPT-FS.

           SELECT CORR-EVENT-FILE
               ASSIGN TO CORREVT
               FILE STATUS IS WS-CRE-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  OVD-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OVD-PARM-RECORD                 PIC X(80).

       FD  CHGOFF-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CHGOFF-TXN-RECORD               PIC X(200).

       FD  FREEZE-REQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  FREEZE-REQ-RECORD               PIC X(200).

       FD  AGING-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  AGING-RPT-RECORD                PIC X(132).

       FD  CORR-EVENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CORR-EVENT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME                 PIC X(08) VALUE 'DBOVD01'.
       01  WS-PRM-FS                       PIC X(02).
       01  WS-TXO-FS                       PIC X(02).
       01  WS-FRZ-FS                       PIC X(02).
       01  WS-RPT-FS                       PIC X(02).
       01  WS-CRE-FS                       PIC X(02).
       01  WS-SQL-EOF-SW                   PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CURSOR                     VALUE 'Y'.
       01  WS-CURED-EOF-SW                 PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CURED                      VALUE 'Y'.
       01  WS-OWNER-EOF-SW                 PIC X(01) VALUE 'N'.
           88  SQL-END-OF-OWNERS                     VALUE 'Y'.

      *------- AGING PARAMETERS (PARM FILE OVERRIDES DEFAULTS) -------*
       01  WS-NOTICE1-DAYS                 PIC 9(03) VALUE 15.
       01  WS-NOTICE2-DAYS                 PIC 9(03) VALUE 30.
       01  WS-NOTICE3-DAYS                 PIC 9(03) VALUE 45.
       01  WS-FREEZE-DAYS                  PIC 9(03) VALUE 30.
       01  WS-CHGOFF-DAYS                  PIC 9(03) VALUE 60.

       01  WS-OVD-PARM-REC.
           05  PRM-NOTICE1-DAYS            PIC 9(03).
           05  PRM-NOTICE2-DAYS            PIC 9(03).
           05  PRM-NOTICE3-DAYS            PIC 9(03).
           05  PRM-FREEZE-DAYS             PIC 9(03).
           05  PRM-CHGOFF-DAYS             PIC 9(03).
           05  FILLER                      PIC X(65).

      *------- ESCALATION DECISION FOR THE CURRENT CASE -------*
       01  WS-DUE-LEVEL                    PIC S9(04) COMP VALUE 0.
       01  WS-FREEZE-DUE-SW                PIC X(01) VALUE 'N'.
           88  FREEZE-DUE                            VALUE 'Y'.
       01  WS-AMOUNT-OWED                  PIC S9(11)V99 COMP-3.
       01  WS-ACTION-TEXT                  PIC X(40).

      *------- OWNER NOTIFICATION WORK FIELDS -------*
       01  WS-ACCT-CUST-ID                 PIC X(10).
       01  WS-OWNERS-NOTIFIED              PIC 9(03) VALUE 0.

      *------- COUNTERS -------*
       01  WS-TOTAL-EXAMINED               PIC 9(09) VALUE 0.
       01  WS-TOTAL-NEW-CASES              PIC 9(09) VALUE 0.
       01  WS-TOTAL-CURED                  PIC 9(09) VALUE 0.
       01  WS-TOTAL-NOTICE1                PIC 9(09) VALUE 0.
       01  WS-TOTAL-NOTICE2                PIC 9(09) VALUE 0.
       01  WS-TOTAL-NOTICE3                PIC 9(09) VALUE 0.
       01  WS-TOTAL-EVENTS                 PIC 9(09) VALUE 0.
       01  WS-TOTAL-FREEZES                PIC 9(09) VALUE 0.
       01  WS-TOTAL-CHARGE-OFFS            PIC 9(09) VALUE 0.
       01  WS-TOTAL-CHGOFF-AMT             PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-ERRORS                 PIC 9(07) VALUE 0.

      *------- CHARGE-OFF TXN RECORD (WS-TXN-INPUT FORMAT, DBTXN01) --*
       01  WS-TXN-OUT.
           05  TXO-TXN-ID                  PIC X(15).
           05  TXO-ACCT-NUM                PIC X(12).
           05  TXO-TXN-TYPE                PIC X(03) VALUE 'CHO'.
           05  TXO-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  TXO-DESC                    PIC X(50).
           05  TXO-REF                     PIC X(20).
           05  TXO-CHANNEL                 PIC X(03) VALUE 'BAT'.
           05  TXO-DEST-ACCT-NUM           PIC X(12).
           05  FILLER                      PIC X(75).

      *------- FREEZE REQUEST (DBACCT01 WS-REQUEST FORMAT) -------*
       01  WS-FREEZE-REQ.
           05  FRZ-OPER                    PIC X(01) VALUE 'F'.
           05  FRZ-ACCT-NUM                PIC X(12).
           05  FRZ-CUST-ID                 PIC X(10).
           05  FILLER                      PIC X(177).

      *------- SEQUENCE NUMBER FOR GENERATED TXN-ID -------*
       01  WS-CHO-SEQ-NUM                  PIC 9(04) VALUE 0.

      *------- AGING REPORT LINES -------*
       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(55) VALUE
           'DBOVD01 - OVERDRAWN ACCOUNT AGING AND COLLECTION REPORT'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(65) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER           PIC X(13) VALUE 'ACCT NUMBER'.
           05  FILLER           PIC X(11) VALUE 'CUST ID'.
           05  FILLER           PIC X(16) VALUE 'BALANCE'.
           05  FILLER           PIC X(11) VALUE 'OVERDRAWN'.
           05  FILLER           PIC X(05) VALUE 'DAYS'.
           05  FILLER           PIC X(76) VALUE 'ACTION'.

       01  WS-RPT-DETAIL.
           05  RPT-ACCT-NUM                PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-CUST-ID                 PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-BALANCE                 PIC -(11)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-OVD-DATE                PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-DAYS                    PIC ZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ACTION                  PIC X(40).
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.
       01  WS-RUN-DATE                     PIC X(10).

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
       01  HV-BALANCE                      PIC S9(13)V99 COMP-3.
       01  HV-ACCT-STATUS                  PIC X(01).
       01  HV-OVD-DATE                     PIC X(10).
       01  HV-NI-OVD-DATE                  PIC S9(04) COMP.
       01  HV-NOTICE-LEVEL                 PIC S9(04) COMP.
       01  HV-NEW-NOTICE-LEVEL             PIC S9(04) COMP.
       01  HV-FROZEN-IND                   PIC X(01).
       01  HV-NEW-FROZEN-IND               PIC X(01).
       01  HV-DAYS-OVERDRAWN               PIC S9(09) COMP.

      *------- PHASE 1: ACTIVE CASES WHOSE ACCOUNT IS NO LONGER       *
      *------- NEGATIVE. WITH HOLD BECAUSE EACH CASE IS CLOSED AND    *
      *------- COMMITTED AS ITS OWN UNIT OF WORK                      *
           EXEC SQL
             DECLARE CSR-CURED CURSOR WITH HOLD FOR
               SELECT O.ACCT_NUMBER, A.CUST_ID, A.BALANCE,
                      CHAR(O.OVERDRAWN_DATE, ISO),
                      O.FROZEN_IND,
                      DAYS(CURRENT DATE) - DAYS(O.OVERDRAWN_DATE)
               FROM   TBOVDAGE O,
                      TBACCT A
               WHERE  O.AGE_STATUS = 'A'
                 AND  A.ACCT_NUMBER = O.ACCT_NUMBER
                 AND  A.BALANCE >= 0
               ORDER BY O.ACCT_NUMBER
           END-EXEC.

      *------- PHASE 2: EVERY OVERDRAWN ACCOUNT WITH ITS ACTIVE CASE  *
      *------- (IF ANY - A NULL OVERDRAWN_DATE MEANS A NEW CASE).     *
      *------- CLOSED ACCOUNTS CARRY A ZERO BALANCE BY DBACCT01'S     *
      *------- CLOSE RULE AND NEVER QUALIFY                           *
           EXEC SQL
             DECLARE CSR-OVERDRAWN CURSOR WITH HOLD FOR
               SELECT A.ACCT_NUMBER, A.CUST_ID, A.BALANCE,
                      A.ACCT_STATUS,
                      CHAR(O.OVERDRAWN_DATE, ISO),
                      COALESCE(O.NOTICE_LEVEL, 0),
                      COALESCE(O.FROZEN_IND, 'N'),
                      COALESCE(DAYS(CURRENT DATE)
                               - DAYS(O.OVERDRAWN_DATE), 0)
               FROM   TBACCT A
                      LEFT OUTER JOIN TBOVDAGE O
                        ON  O.ACCT_NUMBER = A.ACCT_NUMBER
                        AND O.AGE_STATUS = 'A'
               WHERE  A.BALANCE < 0
                 AND  A.ACCT_STATUS IN ('O', 'F', 'D')
               ORDER BY A.ACCT_NUMBER
           END-EXEC.

      *------- EVERY OWNER IS LIABLE FOR THE OVERDRAFT AND GETS THE   *
      *------- NOTICE (PRIMARY FIRST); ACCOUNTS OPENED BEFORE TBOWNER *
      *------- EXISTED FALL BACK TO THE TBACCT.CUST_ID LETTER         *
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
           PERFORM 2000-RESOLVE-CURED-CASE
              UNTIL SQL-END-OF-CURED
           PERFORM 3000-OPEN-OVERDRAWN-CURSOR
           PERFORM 3100-AGE-OVERDRAWN-ACCOUNT
              UNTIL SQL-END-OF-CURSOR
           PERFORM 9000-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-NAME ' - OVERDRAWN AGING STARTED'
           OPEN OUTPUT CHGOFF-TXN-FILE
           OPEN OUTPUT FREEZE-REQ-FILE
           OPEN OUTPUT AGING-RPT-FILE
           OPEN OUTPUT CORR-EVENT-FILE

           OPEN INPUT OVD-PARM-FILE
           READ OVD-PARM-FILE INTO WS-OVD-PARM-REC
             AT END
                CONTINUE
             NOT AT END
                IF PRM-NOTICE1-DAYS IS NUMERIC
                   AND PRM-NOTICE1-DAYS > 0
                   MOVE PRM-NOTICE1-DAYS TO WS-NOTICE1-DAYS
                END-IF
                IF PRM-NOTICE2-DAYS IS NUMERIC
                   AND PRM-NOTICE2-DAYS > 0
                   MOVE PRM-NOTICE2-DAYS TO WS-NOTICE2-DAYS
                END-IF
                IF PRM-NOTICE3-DAYS IS NUMERIC
                   AND PRM-NOTICE3-DAYS > 0
                   MOVE PRM-NOTICE3-DAYS TO WS-NOTICE3-DAYS
                END-IF
                IF PRM-FREEZE-DAYS IS NUMERIC
                   AND PRM-FREEZE-DAYS > 0
                   MOVE PRM-FREEZE-DAYS TO WS-FREEZE-DAYS
                END-IF
                IF PRM-CHGOFF-DAYS IS NUMERIC
                   AND PRM-CHGOFF-DAYS > 0
                   MOVE PRM-CHGOFF-DAYS TO WS-CHGOFF-DAYS
                END-IF
                DISPLAY 'AGING PARM LOADED - NOTICES: '
                        WS-NOTICE1-DAYS '/' WS-NOTICE2-DAYS
                        '/' WS-NOTICE3-DAYS
                        ' FREEZE: ' WS-FREEZE-DAYS
                        ' CHARGE-OFF: ' WS-CHGOFF-DAYS
           END-READ
           CLOSE OVD-PARM-FILE

           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO)
             INTO   :WS-RUN-DATE
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CURRENT DATE SELECT FAILED: SQLCODE='
                      SQLCODE
              SET SQL-END-OF-CURED TO TRUE
              SET SQL-END-OF-CURSOR TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE WS-RUN-DATE TO RPT-RUN-DATE
              WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-1
              WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-2

              EXEC SQL OPEN CSR-CURED END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'OPEN CURED CURSOR FAILED: SQLCODE='
                         SQLCODE
                 SET SQL-END-OF-CURED TO TRUE
                 MOVE 16 TO WS-RETURN-CODE
              ELSE
                 PERFORM 2010-FETCH-NEXT-CURED
              END-IF
           END-IF.

      *================================================================*
      *  2000 - CLOSE ONE CURED CASE (BALANCE NO LONGER NEGATIVE)      *
      *================================================================*
       2000-RESOLVE-CURED-CASE.
           EXEC SQL
             UPDATE TBOVDAGE
             SET    AGE_STATUS   = 'C',
                    CURED_DATE   = CURRENT DATE,
                    UPDATED_DATE = CURRENT TIMESTAMP
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  OVERDRAWN_DATE = DATE(:HV-OVD-DATE)
               AND  AGE_STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-TOTAL-CURED
              IF HV-FROZEN-IND = 'Y'
                 MOVE 'CURED - FROZEN, REVIEW FOR UNFREEZE' TO
                         WS-ACTION-TEXT
              ELSE
                 MOVE 'CURED - CASE CLOSED' TO WS-ACTION-TEXT
              END-IF
              PERFORM 8000-WRITE-REPORT-LINE
           ELSE
              DISPLAY 'CURED CASE UPDATE FAILED: SQLCODE='
                      SQLCODE ' ACCT=' HV-ACCT-NUMBER
              ADD 1 TO WS-TOTAL-ERRORS
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY 'CURED SWEEP HALTED AFTER ERROR - '
                      'REMAINING CASES DEFERRED TO NEXT RUN'
              SET SQL-END-OF-CURED TO TRUE
              MOVE 8 TO WS-RETURN-CODE
           END-IF

           IF NOT SQL-END-OF-CURED
              PERFORM 2010-FETCH-NEXT-CURED
           END-IF.

       2010-FETCH-NEXT-CURED.
           EXEC SQL
             FETCH CSR-CURED
               INTO :HV-ACCT-NUMBER, :HV-CUST-ID, :HV-BALANCE,
                    :HV-OVD-DATE, :HV-FROZEN-IND,
                    :HV-DAYS-OVERDRAWN
           END-EXEC

           IF SQLCODE NOT = 0
              SET SQL-END-OF-CURED TO TRUE
           END-IF.

      *================================================================*
      *  3000 - AGE EVERY OVERDRAWN ACCOUNT                            *
      *================================================================*
       3000-OPEN-OVERDRAWN-CURSOR.
           IF WS-RETURN-CODE < 16
              EXEC SQL OPEN CSR-OVERDRAWN END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'OPEN OVERDRAWN CURSOR FAILED: SQLCODE='
                         SQLCODE
                 SET SQL-END-OF-CURSOR TO TRUE
                 MOVE 16 TO WS-RETURN-CODE
              ELSE
                 PERFORM 3010-FETCH-NEXT-OVERDRAWN
              END-IF
           END-IF.

       3010-FETCH-NEXT-OVERDRAWN.
           EXEC SQL
             FETCH CSR-OVERDRAWN
               INTO :HV-ACCT-NUMBER, :HV-CUST-ID, :HV-BALANCE,
                    :HV-ACCT-STATUS,
                    :HV-OVD-DATE :HV-NI-OVD-DATE,
                    :HV-NOTICE-LEVEL, :HV-FROZEN-IND,
                    :HV-DAYS-OVERDRAWN
           END-EXEC

           IF SQLCODE NOT = 0
              SET SQL-END-OF-CURSOR TO TRUE
           END-IF.

      *------- ONE OVERDRAWN ACCOUNT: OPEN A CASE, ESCALATE IT, OR    *
      *------- SUBMIT THE CHARGE-OFF                                  *
       3100-AGE-OVERDRAWN-ACCOUNT.
           ADD 1 TO WS-TOTAL-EXAMINED
           COMPUTE WS-AMOUNT-OWED = 0 - HV-BALANCE

           IF HV-NI-OVD-DATE < 0
              PERFORM 3200-OPEN-AGING-CASE
           ELSE
              IF HV-DAYS-OVERDRAWN >= WS-CHGOFF-DAYS
                 PERFORM 3400-WRITE-CHARGEOFF-TXN
              ELSE
                 PERFORM 3300-ESCALATE-CASE
              END-IF
           END-IF

           IF NOT SQL-END-OF-CURSOR
              PERFORM 3010-FETCH-NEXT-OVERDRAWN
           END-IF.

      *------- A ROLLBACK CLOSES EVEN A WITH HOLD CURSOR, SO AN ERROR *
      *------- ENDS THE SWEEP EXPLICITLY; THE NEXT RUN PICKS UP ANY   *
      *------- ACCOUNTS NOT YET AGED                                  *
       3090-ABANDON-SWEEP.
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'AGING SWEEP HALTED AFTER ERROR - '
                   'REMAINING ACCOUNTS DEFERRED TO NEXT RUN'
           SET SQL-END-OF-CURSOR TO TRUE
           MOVE 8 TO WS-RETURN-CODE.

      *------- FIRST DAY SEEN OVERDRAWN: THE CASE AGES FROM TODAY ----*
       3200-OPEN-AGING-CASE.
           EXEC SQL
             INSERT INTO TBOVDAGE
               (ACCT_NUMBER, OVERDRAWN_DATE, AGE_STATUS,
                NOTICE_LEVEL, FROZEN_IND,
                CHARGEOFF_AMOUNT, RECOVERED_AMOUNT,
                CREATED_BY, UPDATED_DATE)
             VALUES
               (:HV-ACCT-NUMBER, CURRENT DATE, 'A',
                0, 'N',
                0, 0,
                USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-TOTAL-NEW-CASES
              MOVE WS-RUN-DATE TO HV-OVD-DATE
              MOVE 0 TO HV-DAYS-OVERDRAWN
              MOVE 'NEW CASE OPENED' TO WS-ACTION-TEXT
              PERFORM 8000-WRITE-REPORT-LINE
           ELSE
              DISPLAY 'AGING CASE INSERT FAILED: SQLCODE='
                      SQLCODE ' ACCT=' HV-ACCT-NUMBER
              ADD 1 TO WS-TOTAL-ERRORS
              PERFORM 3090-ABANDON-SWEEP
           END-IF.

      *================================================================*
      *  3300 - NOTICE AND FREEZE ESCALATION. THE HIGHEST NOTICE LEVEL *
      *         DUE IS SENT ONCE (A MISSED RUN NEVER SENDS A BURST OF  *
      *         OLDER NOTICES); THE CASE UPDATE IS COMMITTED BEFORE    *
      *         ANY LETTER OR FREEZE REQUEST IS WRITTEN                *
      *================================================================*
       3300-ESCALATE-CASE.
           EVALUATE TRUE
             WHEN HV-DAYS-OVERDRAWN >= WS-NOTICE3-DAYS
                MOVE 3 TO WS-DUE-LEVEL
             WHEN HV-DAYS-OVERDRAWN >= WS-NOTICE2-DAYS
                MOVE 2 TO WS-DUE-LEVEL
             WHEN HV-DAYS-OVERDRAWN >= WS-NOTICE1-DAYS
                MOVE 1 TO WS-DUE-LEVEL
             WHEN OTHER
                MOVE 0 TO WS-DUE-LEVEL
           END-EVALUATE

           MOVE 'N' TO WS-FREEZE-DUE-SW
           IF HV-DAYS-OVERDRAWN >= WS-FREEZE-DAYS
              AND HV-FROZEN-IND = 'N'
              AND HV-ACCT-STATUS = 'O'
              SET FREEZE-DUE TO TRUE
           END-IF

           IF WS-DUE-LEVEL > HV-NOTICE-LEVEL
              OR FREEZE-DUE
              PERFORM 3310-UPDATE-AGING-CASE
           END-IF.

       3310-UPDATE-AGING-CASE.
           IF WS-DUE-LEVEL > HV-NOTICE-LEVEL
              MOVE WS-DUE-LEVEL TO HV-NEW-NOTICE-LEVEL
           ELSE
              MOVE HV-NOTICE-LEVEL TO HV-NEW-NOTICE-LEVEL
           END-IF
           IF FREEZE-DUE
              MOVE 'Y' TO HV-NEW-FROZEN-IND
           ELSE
              MOVE HV-FROZEN-IND TO HV-NEW-FROZEN-IND
           END-IF

           EXEC SQL
             UPDATE TBOVDAGE
             SET    NOTICE_LEVEL     = :HV-NEW-NOTICE-LEVEL,
                    LAST_NOTICE_DATE =
                      CASE WHEN :HV-NEW-NOTICE-LEVEL > NOTICE_LEVEL
                           THEN CURRENT DATE
                           ELSE LAST_NOTICE_DATE END,
                    FROZEN_IND       = :HV-NEW-FROZEN-IND,
                    UPDATED_DATE     = CURRENT TIMESTAMP
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  OVERDRAWN_DATE = DATE(:HV-OVD-DATE)
               AND  AGE_STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              IF FREEZE-DUE
                 PERFORM 3320-WRITE-FREEZE-REQUEST
              END-IF
              IF HV-NEW-NOTICE-LEVEL > HV-NOTICE-LEVEL
                 PERFORM 3330-SEND-COLLECTION-NOTICE
              END-IF
           ELSE
              DISPLAY 'AGING CASE UPDATE FAILED: SQLCODE='
                      SQLCODE ' ACCT=' HV-ACCT-NUMBER
              ADD 1 TO WS-TOTAL-ERRORS
              PERFORM 3090-ABANDON-SWEEP
           END-IF.

      *------- DBACCT01 'F' REQUEST - DBACCT01 WRITES THE TBACCT_HIST *
      *------- BEFORE-IMAGE WHEN IT APPLIES THE FREEZE                *
       3320-WRITE-FREEZE-REQUEST.
           MOVE SPACES         TO WS-FREEZE-REQ
           MOVE 'F'            TO FRZ-OPER
           MOVE HV-ACCT-NUMBER TO FRZ-ACCT-NUM
           MOVE HV-CUST-ID     TO FRZ-CUST-ID
           WRITE FREEZE-REQ-RECORD FROM WS-FREEZE-REQ
           ADD 1 TO WS-TOTAL-FREEZES

           MOVE 'FREEZE REQUESTED' TO WS-ACTION-TEXT
           PERFORM 8000-WRITE-REPORT-LINE.

       3330-SEND-COLLECTION-NOTICE.
           EVALUATE HV-NEW-NOTICE-LEVEL
             WHEN 1
                MOVE 'OVD1' TO EVT-CODE
                ADD 1 TO WS-TOTAL-NOTICE1
                MOVE 'FIRST COLLECTION NOTICE' TO WS-ACTION-TEXT
             WHEN 2
                MOVE 'OVD2' TO EVT-CODE
                ADD 1 TO WS-TOTAL-NOTICE2
                MOVE 'SECOND COLLECTION NOTICE' TO WS-ACTION-TEXT
             WHEN OTHER
                MOVE 'OVD3' TO EVT-CODE
                ADD 1 TO WS-TOTAL-NOTICE3
                MOVE 'FINAL COLLECTION NOTICE' TO WS-ACTION-TEXT
           END-EVALUATE

           PERFORM 4000-NOTIFY-OWNERS
           PERFORM 8000-WRITE-REPORT-LINE.

      *================================================================*
      *  3400 - CHARGE-OFF ITEM FOR DBTXN01: THE FULL NEGATIVE         *
      *         BALANCE, REFERENCE = THE CASE'S OVERDRAWN DATE         *
      *================================================================*
       3400-WRITE-CHARGEOFF-TXN.
           ADD 1 TO WS-CHO-SEQ-NUM

           MOVE SPACES TO WS-TXN-OUT
           STRING 'CHO' WS-RUN-DATE(1:4) WS-RUN-DATE(6:2)
                  WS-RUN-DATE(9:2) WS-CHO-SEQ-NUM
                  DELIMITED BY SIZE INTO TXO-TXN-ID
           MOVE HV-ACCT-NUMBER  TO TXO-ACCT-NUM
           MOVE 'CHO'           TO TXO-TXN-TYPE
           MOVE WS-AMOUNT-OWED  TO TXO-AMOUNT
           MOVE 'CHARGE-OFF - OVERDRAWN ACCOUNT' TO TXO-DESC
           MOVE HV-OVD-DATE     TO TXO-REF
           MOVE 'BAT'           TO TXO-CHANNEL

           WRITE CHGOFF-TXN-RECORD FROM WS-TXN-OUT
           ADD 1 TO WS-TOTAL-CHARGE-OFFS
           ADD WS-AMOUNT-OWED TO WS-TOTAL-CHGOFF-AMT

           MOVE 'CHARGE-OFF SUBMITTED TO DBTXN01' TO WS-ACTION-TEXT
           PERFORM 8000-WRITE-REPORT-LINE.

      *================================================================*
      *  4000 - ONE CORRESPONDENCE EVENT PER OWNER (EVT-CODE SET BY    *
      *         THE CALLER); THE AMOUNT IS THE SUM OWED                *
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
              PERFORM 4030-WRITE-NOTICE-EVENT
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
           PERFORM 4030-WRITE-NOTICE-EVENT
           ADD 1 TO WS-OWNERS-NOTIFIED
           PERFORM 4010-FETCH-NEXT-OWNER.

       4030-WRITE-NOTICE-EVENT.
           MOVE HV-ACCT-NUMBER   TO EVT-ACCT-NUM
           MOVE HV-CUST-ID       TO EVT-CUST-ID
           MOVE WS-AMOUNT-OWED   TO EVT-AMOUNT
           MOVE WS-RUN-DATE      TO EVT-DATE
           MOVE SPACES           TO EVT-TEXT
           STRING 'OVERDRAWN SINCE ' DELIMITED BY SIZE
                  HV-OVD-DATE        DELIMITED BY SIZE
                  INTO EVT-TEXT
           END-STRING
           WRITE CORR-EVENT-RECORD FROM WS-CORR-EVENT
           ADD 1 TO WS-TOTAL-EVENTS.

      *------- ONE AGING REPORT LINE FOR THE CURRENT CASE/ACTION -----*
       8000-WRITE-REPORT-LINE.
           MOVE SPACES            TO WS-RPT-DETAIL
           MOVE HV-ACCT-NUMBER    TO RPT-ACCT-NUM
           MOVE HV-CUST-ID        TO RPT-CUST-ID
           MOVE HV-BALANCE        TO RPT-BALANCE
           MOVE HV-OVD-DATE       TO RPT-OVD-DATE
           MOVE HV-DAYS-OVERDRAWN TO RPT-DAYS
           MOVE WS-ACTION-TEXT    TO RPT-ACTION
           WRITE AGING-RPT-RECORD FROM WS-RPT-DETAIL.

       9000-FINALIZE.
           EXEC SQL CLOSE CSR-CURED END-EXEC
           EXEC SQL CLOSE CSR-OVERDRAWN END-EXEC
           CLOSE CHGOFF-TXN-FILE
           CLOSE FREEZE-REQ-FILE
           CLOSE AGING-RPT-FILE
           CLOSE CORR-EVENT-FILE

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'OVERDRAWN EXAMINED   : ' WS-TOTAL-EXAMINED
           DISPLAY 'NEW CASES OPENED     : ' WS-TOTAL-NEW-CASES
           DISPLAY 'CASES CURED          : ' WS-TOTAL-CURED
           DISPLAY 'FIRST NOTICES        : ' WS-TOTAL-NOTICE1
           DISPLAY 'SECOND NOTICES       : ' WS-TOTAL-NOTICE2
           DISPLAY 'FINAL NOTICES        : ' WS-TOTAL-NOTICE3
           DISPLAY 'CORR EVENTS WRITTEN  : ' WS-TOTAL-EVENTS
           DISPLAY 'FREEZE REQUESTS      : ' WS-TOTAL-FREEZES
           DISPLAY 'CHARGE-OFFS SUBMITTED: ' WS-TOTAL-CHARGE-OFFS
           DISPLAY 'CHARGE-OFF AMOUNT    : ' WS-TOTAL-CHGOFF-AMT
           DISPLAY 'ERRORS               : ' WS-TOTAL-ERRORS
           DISPLAY '======================================='.
