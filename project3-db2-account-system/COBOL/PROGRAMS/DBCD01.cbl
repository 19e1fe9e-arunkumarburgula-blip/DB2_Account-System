       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBCD01.
       AUTHOR.        MAINFRAME-DEV.
       DATE-WRITTEN.  2024-11-04.
      *================================================================*
      *  PROGRAM : DBCD01                                               *
      *  DESC    : TIME DEPOSIT (CD) DAILY MATURITY PROCESSING          *
      *            WORKS THE TBCDTERM CONTRACT ROWS DBACCT01 WRITES     *
      *            WHEN A TDA IS OPENED:                                *
      *            HOUSEKEEPING: ACTIVE TERMS WHOSE ACCOUNT HAS BEEN    *
      *            CLOSED (E.G. BY DBCLS01 BEFORE MATURITY) ARE SET     *
      *            TO 'C' SO THEY DROP OUT OF EVERY LATER PASS.         *
      *            PHASE 1: ACTIVE CDS WITH A TERM OVER ONE MONTH       *
      *            THAT MATURE WITHIN THE NOTICE WINDOW GET ONE CDMN    *
      *            PRE-MATURITY NOTICE PER OWNER (DBCOR01); NOTICE_DATE *
      *            IS SET SO THE NOTICE GOES OUT ONCE PER TERM.         *
      *            PHASE 2: EACH ACTIVE CD AT OR PAST MATURITY (NOT     *
      *            WAITING ON A DBCLS01 CLOSURE) IS SETTLED PER ITS     *
      *            MATURITY INSTRUCTION, ONE UNIT OF WORK EACH:         *
      *            - ROLL (R): THE TERM IS RENEWED FOR THE SAME NUMBER  *
      *              OF MONTHS FROM THE OLD MATURITY DATE AT THE        *
      *              CURRENT TBCDRATE RATE (THE OLD RATE STANDS IF THE  *
      *              RATE SHEET HAS NO ROW FOR THE TERM), TERM_SEQ + 1, *
      *              WITH A TBCDRENEW AUDIT ROW; CDRN NOTICE PER OWNER  *
      *            - PAY OUT (P): CD_STATUS 'M', THEN AN 'XFR' OF       *
      *              BALANCE PLUS MATURITY INTEREST TO PAYOUT_ACCT      *
      *              (LIMIT OVERRIDE SET) FOR DBTXN01, A 'C' REQUEST    *
      *              FOR DBACCT01 AND A CDMP NOTICE PER OWNER. A CD     *
      *              WITH FUNDS ON HOLD, AN ACCOUNT NOT OPEN OR A       *
      *              PAYOUT ACCOUNT NOT OPEN IS DEFERRED AND REPORTED   *
      *            EITHER WAY THE INTEREST EARNED AT THE CONTRACT RATE  *
      *            UP TO THE MATURITY DATE GOES TO CDTXN AS AN 'INT'    *
      *            ITEM AHEAD OF ANY PAYOUT.                            *
      *            PHASE 3: PAID-OUT CDS WHOSE ACCOUNT IS STILL OPEN A  *
      *            DAY LATER ARE REPORTED (DBTXN01/DBACCT01 REJECT).    *
      *            RUN AHEAD OF DBTXN01/DBACCT01. THIS PROGRAM NEVER    *
      *            POSTS OR CHANGES ACCT_STATUS (SAME FEEDER PATTERN    *
      *            AS DBCLS01).                                         *
      *                                                                 *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY)                              *
      *                                                                 *
      *  RETURN CODES: 0 = CLEAN, 4 = ITEMS DEFERRED OR PAYOUTS NOT     *
      *                POSTED, 8 = SQL ERROR (REST DEFERRED), 16 =      *
      *                UNABLE TO START                                  *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-TXN-FILE
               ASSIGN TO CDTXN
               FILE STATUS IS WS-TXO-FS.

           SELECT CD-ACT-FILE
               ASSIGN TO CDACT
               FILE STATUS IS WS-ACT-FS.

           SELECT CD-RPT-FILE
               ASSIGN TO CDRPT
               FILE STATUS IS WS-RPT-FS.

           SELECT CORR-EVENT-FILE
               ASSIGN TO CORREVT
               FILE STATUS IS WS-CRE-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  CD-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CD-TXN-RECORD                   PIC X(200).

       FD  CD-ACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CD-ACT-RECORD                   PIC X(200).

       FD  CD-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CD-RPT-RECORD                   PIC X(132).

       FD  CORR-EVENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CORR-EVENT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME                 PIC X(08) VALUE 'DBCD01'.
       01  WS-TXO-FS                       PIC X(02).
       01  WS-ACT-FS                       PIC X(02).
       01  WS-RPT-FS                       PIC X(02).
       01  WS-CRE-FS                       PIC X(02).
       01  WS-SQL-EOF-SW                   PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CURSOR                     VALUE 'Y'.
       01  WS-OWNER-EOF-SW                 PIC X(01) VALUE 'N'.
           88  SQL-END-OF-OWNERS                     VALUE 'Y'.

      *------- SETTLEMENT STATUS FOR THE CURRENT CD -------*
       01  WS-SETTLE-SW                    PIC X(01) VALUE 'Y'.
           88  SETTLE-OK                             VALUE 'Y'.
           88  SETTLE-DEFERRED                       VALUE 'D'.
           88  SETTLE-FAILED                         VALUE 'N'.
       01  WS-SETTLE-STEP                  PIC X(20) VALUE SPACES.

      *------- NOTICE WINDOW (CALENDAR DAYS BEFORE MATURITY) --------*
       01  WS-NOTICE-DAYS                  PIC S9(04) COMP VALUE 30.
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

      *------- SEQUENCE NUMBER FOR GENERATED TXN-ID -------*
       01  WS-CDM-SEQ-NUM                  PIC 9(04) VALUE 0.

      *------- OWNER NOTIFICATION WORK FIELDS -------*
       01  WS-ACCT-CUST-ID                 PIC X(10).
       01  WS-OWNERS-NOTIFIED              PIC 9(03) VALUE 0.
       01  WS-RATE-PCT                     PIC Z9.999.

      *------- COUNTERS -------*
       01  WS-TOTAL-TERMS-ENDED            PIC 9(07) VALUE 0.
       01  WS-TOTAL-NOTICES                PIC 9(07) VALUE 0.
       01  WS-TOTAL-MATURED                PIC 9(07) VALUE 0.
       01  WS-TOTAL-ROLLED                 PIC 9(07) VALUE 0.
       01  WS-TOTAL-RATE-KEPT              PIC 9(07) VALUE 0.
       01  WS-TOTAL-PAID-OUT               PIC 9(07) VALUE 0.
       01  WS-TOTAL-PAYOUT-AMT             PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-DEFERRED               PIC 9(07) VALUE 0.
       01  WS-TOTAL-NOT-POSTED             PIC 9(07) VALUE 0.
       01  WS-TOTAL-TXNS                   PIC 9(07) VALUE 0.
       01  WS-TOTAL-EVENTS                 PIC 9(07) VALUE 0.
       01  WS-TOTAL-ERRORS                 PIC 9(07) VALUE 0.

      *------- MATURITY REPORT LINES -------*
       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(45) VALUE
               'DBCD01 - TIME DEPOSIT MATURITY REPORT'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(75) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER           PIC X(13) VALUE 'ACCT NUMBER'.
           05  FILLER           PIC X(11) VALUE 'MATURITY'.
           05  FILLER           PIC X(02) VALUE 'I'.
           05  FILLER           PIC X(05) VALUE 'TERM'.
           05  FILLER           PIC X(09) VALUE 'OLD RATE'.
           05  FILLER           PIC X(09) VALUE 'NEW RATE'.
           05  FILLER           PIC X(16) VALUE 'AMOUNT'.
           05  FILLER           PIC X(67) VALUE 'ACTION'.

       01  WS-RPT-DETAIL.
           05  RPT-ACCT-NUM                PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-MATURITY-DATE           PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-INSTR                   PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-TERM-MONTHS             PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-OLD-RATE                PIC 9.9(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-NEW-RATE                PIC 9.9(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-AMOUNT                  PIC -(11)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ACTION                  PIC X(40).
           05  FILLER                      PIC X(26) VALUE SPACES.

       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-ACTION-TEXT                  PIC X(40).
       01  WS-EVENT-CODE                   PIC X(04).
       01  WS-EVENT-AMOUNT                 PIC S9(11)V99 COMP-3.
       01  WS-EVENT-TEXT                   PIC X(30).

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
       01  HV-AVAIL-BALANCE                PIC S9(13)V99 COMP-3.
       01  HV-NOTICE-DAYS                  PIC S9(04) COMP.
       01  HV-TERM-MONTHS                  PIC S9(04) COMP.
       01  HV-TERM-SEQ                     PIC S9(04) COMP.
       01  HV-CONTRACT-RATE                PIC S9(02)V9(05) COMP-3.
       01  HV-NEW-RATE                     PIC S9(02)V9(05) COMP-3.
       01  HV-MATURITY-DATE                PIC X(10).
       01  HV-NEW-MATURITY-DATE            PIC X(10).
       01  HV-MATURITY-INSTR               PIC X(01).
           88  INSTR-ROLL-OVER                       VALUE 'R'.
           88  INSTR-PAY-OUT                         VALUE 'P'.
       01  HV-PAYOUT-ACCT                  PIC X(12).
       01  HV-NI-PAYOUT-ACCT               PIC S9(04) COMP.
       01  HV-DEST-STATUS                  PIC X(01).
       01  HV-INT-DAYS                     PIC S9(09) COMP.
       01  HV-MATURITY-INTEREST            PIC S9(11)V99 COMP-3.
       01  HV-PAYOUT-AMOUNT                PIC S9(11)V99 COMP-3.
       01  HV-PENDING-COUNT                PIC S9(09) COMP.

      *------- CDS DUE THEIR PRE-MATURITY NOTICE. WITH HOLD BECAUSE   *
      *------- EACH NOTICE_DATE IS COMMITTED ON ITS OWN               *
           EXEC SQL
             DECLARE CSR-NOTICE CURSOR WITH HOLD FOR
               SELECT C.ACCT_NUMBER, CHAR(C.MATURITY_DATE, ISO),
                      C.MATURITY_INSTR, C.TERM_MONTHS,
                      C.CONTRACT_RATE, A.BALANCE, A.CUST_ID
               FROM   TBCDTERM C,
                      TBACCT A
               WHERE  C.CD_STATUS = 'A'
                 AND  C.NOTICE_DATE IS NULL
                 AND  C.TERM_MONTHS > 1
                 AND  C.MATURITY_DATE > CURRENT DATE
                 AND  C.MATURITY_DATE <=
                        CURRENT DATE + :HV-NOTICE-DAYS DAYS
                 AND  A.ACCT_NUMBER = C.ACCT_NUMBER
               ORDER BY C.ACCT_NUMBER
           END-EXEC.

      *------- CDS AT OR PAST MATURITY, WITH THE INTEREST DAYS FROM   *
      *------- THE LAST INT POSTING (ELSE THE OPEN DATE) TO MATURITY  *
           EXEC SQL
             DECLARE CSR-MATURED CURSOR WITH HOLD FOR
               SELECT C.ACCT_NUMBER, CHAR(C.MATURITY_DATE, ISO),
                      C.MATURITY_INSTR, C.PAYOUT_ACCT,
                      C.TERM_MONTHS, C.TERM_SEQ, C.CONTRACT_RATE,
                      A.ACCT_STATUS, A.BALANCE, A.AVAIL_BALANCE,
                      A.CUST_ID,
                      DAYS(C.MATURITY_DATE)
                      - DAYS(COALESCE(
                          (SELECT MAX(T.TXN_DATE)
                           FROM   TBTXN T
                           WHERE  T.ACCT_NUMBER = A.ACCT_NUMBER
                             AND  T.TXN_TYPE = 'INT'),
                          A.OPEN_DATE))
               FROM   TBCDTERM C,
                      TBACCT A
               WHERE  C.CD_STATUS = 'A'
                 AND  C.MATURITY_DATE <= CURRENT DATE
                 AND  A.ACCT_NUMBER = C.ACCT_NUMBER
               ORDER BY C.ACCT_NUMBER
           END-EXEC.

      *------- CDS PAID OUT ON AN EARLIER DAY BUT STILL OPEN ---------*
           EXEC SQL
             DECLARE CSR-NOT-POSTED CURSOR FOR
               SELECT C.ACCT_NUMBER, CHAR(C.MATURITY_DATE, ISO),
                      C.MATURITY_INSTR, C.TERM_MONTHS,
                      C.CONTRACT_RATE, A.BALANCE
               FROM   TBCDTERM C,
                      TBACCT A
               WHERE  C.CD_STATUS = 'M'
                 AND  DATE(C.UPDATED_DATE) < CURRENT DATE
                 AND  A.ACCT_NUMBER = C.ACCT_NUMBER
                 AND  A.ACCT_STATUS <> 'C'
               ORDER BY C.ACCT_NUMBER
           END-EXEC.

      *------- EVERY OWNER GETS THE NOTICE (PRIMARY FIRST); ACCOUNTS  *
      *------- OPENED BEFORE TBOWNER EXISTED FALL BACK TO THE         *
      *------- TBACCT.CUST_ID NOTICE                                  *
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

           IF WS-RETURN-CODE < 8
              PERFORM 1100-END-CLOSED-TERMS
           END-IF

           IF WS-RETURN-CODE < 8
              PERFORM 2000-NOTICE-PHASE
           END-IF

           IF WS-RETURN-CODE < 8
              PERFORM 3000-MATURITY-PHASE
           END-IF

           IF WS-RETURN-CODE < 8
              PERFORM 4000-NOT-POSTED-PHASE
           END-IF

           PERFORM 9000-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-NAME ' - CD MATURITY STARTED'
           OPEN OUTPUT CD-TXN-FILE
           OPEN OUTPUT CD-ACT-FILE
           OPEN OUTPUT CD-RPT-FILE
           OPEN OUTPUT CORR-EVENT-FILE

           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO)
             INTO   :WS-RUN-DATE
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CURRENT DATE SELECT FAILED: SQLCODE='
                      SQLCODE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE WS-RUN-DATE TO RPT-RUN-DATE
              WRITE CD-RPT-RECORD FROM WS-RPT-HEADING-1
              WRITE CD-RPT-RECORD FROM WS-RPT-HEADING-2
           END-IF.

      *------- TERMS OF ACCOUNTS CLOSED EARLY LEAVE THE ACTIVE SET --*
       1100-END-CLOSED-TERMS.
           EXEC SQL
             UPDATE TBCDTERM C
             SET    CD_STATUS    = 'C',
                    UPDATED_DATE = CURRENT TIMESTAMP
             WHERE  C.CD_STATUS = 'A'
               AND  EXISTS
                    (SELECT 1
                     FROM   TBACCT A
                     WHERE  A.ACCT_NUMBER = C.ACCT_NUMBER
                       AND  A.ACCT_STATUS = 'C')
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                MOVE SQLERRD(3) TO WS-TOTAL-TERMS-ENDED
                EXEC SQL COMMIT END-EXEC
             WHEN +100
                CONTINUE
             WHEN OTHER
                DISPLAY 'CLOSED TERM UPDATE FAILED: SQLCODE='
                        SQLCODE
                ADD 1 TO WS-TOTAL-ERRORS
                EXEC SQL ROLLBACK END-EXEC
                MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

      *================================================================*
      *  2000 - PRE-MATURITY NOTICES. NOTICE_DATE IS COMMITTED BEFORE  *
      *         THE CDMN EVENTS ARE WRITTEN, SO A RERUN NEVER SENDS A  *
      *         SECOND NOTICE FOR THE SAME TERM                        *
      *================================================================*
       2000-NOTICE-PHASE.
           MOVE WS-NOTICE-DAYS TO HV-NOTICE-DAYS
           MOVE 'N' TO WS-SQL-EOF-SW

           EXEC SQL OPEN CSR-NOTICE END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN NOTICE CURSOR FAILED: SQLCODE='
                      SQLCODE
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM 2010-FETCH-NEXT-NOTICE
              PERFORM 2100-SEND-NOTICE
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-NOTICE END-EXEC
           END-IF.

       2010-FETCH-NEXT-NOTICE.
           EXEC SQL
             FETCH CSR-NOTICE
               INTO :HV-ACCT-NUMBER, :HV-MATURITY-DATE,
                    :HV-MATURITY-INSTR, :HV-TERM-MONTHS,
                    :HV-CONTRACT-RATE, :HV-BALANCE, :HV-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              SET SQL-END-OF-CURSOR TO TRUE
           END-IF.

       2100-SEND-NOTICE.
           EXEC SQL
             UPDATE TBCDTERM
             SET    NOTICE_DATE  = CURRENT DATE,
                    UPDATED_DATE = CURRENT TIMESTAMP
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  CD_STATUS   = 'A'
               AND  NOTICE_DATE IS NULL
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                EXEC SQL COMMIT END-EXEC
                ADD 1 TO WS-TOTAL-NOTICES
                MOVE 'CDMN'     TO WS-EVENT-CODE
                MOVE HV-BALANCE TO WS-EVENT-AMOUNT
                MOVE SPACES     TO WS-EVENT-TEXT
                IF INSTR-PAY-OUT
                   STRING 'MATURES '       DELIMITED BY SIZE
                          HV-MATURITY-DATE DELIMITED BY SIZE
                          ' - PAY OUT'     DELIMITED BY SIZE
                          INTO WS-EVENT-TEXT
                   END-STRING
                ELSE
                   STRING 'MATURES '       DELIMITED BY SIZE
                          HV-MATURITY-DATE DELIMITED BY SIZE
                          ' - RENEW'       DELIMITED BY SIZE
                          INTO WS-EVENT-TEXT
                   END-STRING
                END-IF
                PERFORM 5000-NOTIFY-OWNERS
                MOVE HV-CONTRACT-RATE TO HV-NEW-RATE
                MOVE HV-BALANCE       TO HV-PAYOUT-AMOUNT
                MOVE 'PRE-MATURITY NOTICE SENT' TO WS-ACTION-TEXT
                PERFORM 8000-WRITE-REPORT-LINE
             WHEN +100
                CONTINUE
             WHEN OTHER
                DISPLAY 'NOTICE DATE UPDATE FAILED: SQLCODE='
                        SQLCODE ' ACCT=' HV-ACCT-NUMBER
                ADD 1 TO WS-TOTAL-ERRORS
                EXEC SQL ROLLBACK END-EXEC
                DISPLAY 'CD NOTICES HALTED AFTER ERROR - '
                        'REMAINING CDS DEFERRED TO NEXT RUN'
                SET SQL-END-OF-CURSOR TO TRUE
                MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE

           IF NOT SQL-END-OF-CURSOR
              PERFORM 2010-FETCH-NEXT-NOTICE
           END-IF.

      *================================================================*
      *  3000 - MATURED CDS: ROLL OVER OR PAY OUT, ONE UNIT OF WORK    *
      *         PER CD, COMMITTED BEFORE ANY FEEDER ITEM OR EVENT      *
      *================================================================*
       3000-MATURITY-PHASE.
           MOVE 'N' TO WS-SQL-EOF-SW

           EXEC SQL OPEN CSR-MATURED END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN MATURED CURSOR FAILED: SQLCODE='
                      SQLCODE
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM 3010-FETCH-NEXT-MATURED
              PERFORM 3100-SETTLE-CD
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-MATURED END-EXEC
           END-IF.

       3010-FETCH-NEXT-MATURED.
           EXEC SQL
             FETCH CSR-MATURED
               INTO :HV-ACCT-NUMBER, :HV-MATURITY-DATE,
                    :HV-MATURITY-INSTR,
                    :HV-PAYOUT-ACCT :HV-NI-PAYOUT-ACCT,
                    :HV-TERM-MONTHS, :HV-TERM-SEQ,
                    :HV-CONTRACT-RATE,
                    :HV-ACCT-STATUS, :HV-BALANCE,
                    :HV-AVAIL-BALANCE, :HV-CUST-ID,
                    :HV-INT-DAYS
           END-EXEC

           IF SQLCODE NOT = 0
              SET SQL-END-OF-CURSOR TO TRUE
           ELSE
              IF HV-NI-PAYOUT-ACCT < 0
                 MOVE SPACES TO HV-PAYOUT-ACCT
              END-IF
           END-IF.

       3100-SETTLE-CD.
           ADD 1 TO WS-TOTAL-MATURED
           SET SETTLE-OK TO TRUE
           MOVE SPACES TO WS-ACTION-TEXT
           MOVE HV-CONTRACT-RATE TO HV-NEW-RATE

           PERFORM 3110-CALC-MATURITY-INTEREST
           PERFORM 3120-CHECK-CLOSURE-PENDING

           IF SETTLE-OK
              IF INSTR-PAY-OUT
                 PERFORM 3300-CHECK-PAYOUT
                 IF SETTLE-OK
                    PERFORM 3400-PAY-OUT-CD
                 END-IF
              ELSE
                 PERFORM 3200-ROLL-OVER-CD
              END-IF
           END-IF

           EVALUATE TRUE
             WHEN SETTLE-DEFERRED
                ADD 1 TO WS-TOTAL-DEFERRED
                IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
                END-IF
                PERFORM 8000-WRITE-REPORT-LINE
             WHEN SETTLE-FAILED
                DISPLAY 'CD MATURITY FAILED AT ' WS-SETTLE-STEP
                        ': SQLCODE=' SQLCODE ' ACCT=' HV-ACCT-NUMBER
                ADD 1 TO WS-TOTAL-ERRORS
                EXEC SQL ROLLBACK END-EXEC
                DISPLAY 'CD MATURITY HALTED AFTER ERROR - '
                        'REMAINING CDS DEFERRED TO NEXT RUN'
                SET SQL-END-OF-CURSOR TO TRUE
                MOVE 8 TO WS-RETURN-CODE
                MOVE 'FAILED - SEE JOB LOG' TO WS-ACTION-TEXT
                PERFORM 8000-WRITE-REPORT-LINE
           END-EVALUATE

           IF NOT SQL-END-OF-CURSOR
              PERFORM 3010-FETCH-NEXT-MATURED
           END-IF.

      *------- INTEREST AT THE CONTRACT RATE UP TO THE MATURITY DATE -*
       3110-CALC-MATURITY-INTEREST.
           MOVE 0 TO HV-MATURITY-INTEREST

           IF HV-BALANCE > 0
              AND HV-INT-DAYS > 0
              COMPUTE HV-MATURITY-INTEREST ROUNDED =
                 HV-BALANCE * HV-CONTRACT-RATE * HV-INT-DAYS
                 / WS-DAYS-PER-YEAR
           END-IF

           COMPUTE HV-PAYOUT-AMOUNT =
              HV-BALANCE + HV-MATURITY-INTEREST.

      *------- A CD WAITING ON A DBCLS01 CLOSURE IS LEFT TO IT -------*
       3120-CHECK-CLOSURE-PENDING.
           MOVE 0 TO HV-PENDING-COUNT

           EXEC SQL
             SELECT COUNT(*)
             INTO   :HV-PENDING-COUNT
             FROM   TBCLOSE
             WHERE  ACCT_NUMBER  = :HV-ACCT-NUMBER
               AND  CLOSE_STATUS = 'P'
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
                SET SETTLE-FAILED TO TRUE
                MOVE 'CLOSURE CHECK' TO WS-SETTLE-STEP
             WHEN HV-PENDING-COUNT > 0
                SET SETTLE-DEFERRED TO TRUE
                MOVE 'DEFERRED - CLOSURE PENDING (DBCLS01)' TO
                        WS-ACTION-TEXT
           END-EVALUATE.

      *================================================================*
      *  3200 - ROLL OVER: SAME TERM FROM THE OLD MATURITY DATE AT THE *
      *         CURRENT RATE-SHEET RATE, TERM_SEQ + 1, TBCDRENEW ROW   *
      *================================================================*
       3200-ROLL-OVER-CD.
           PERFORM 3210-GET-RENEWAL-RATE

           IF SETTLE-OK
              EXEC SQL
                SELECT CHAR(DATE(:HV-MATURITY-DATE)
                            + :HV-TERM-MONTHS MONTHS, ISO)
                INTO   :HV-NEW-MATURITY-DATE
                FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE 'NEW MATURITY DATE' TO WS-SETTLE-STEP
              PERFORM 3290-CHECK-SETTLE-STEP
           END-IF

           IF SETTLE-OK
              EXEC SQL
                UPDATE TBCDTERM
                SET    CONTRACT_RATE = :HV-NEW-RATE,
                       ISSUE_DATE    = MATURITY_DATE,
                       MATURITY_DATE = DATE(:HV-NEW-MATURITY-DATE),
                       TERM_SEQ      = TERM_SEQ + 1,
                       NOTICE_DATE   = NULL,
                       UPDATED_DATE  = CURRENT TIMESTAMP
                WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
                  AND  CD_STATUS   = 'A'
                  AND  TERM_SEQ    = :HV-TERM-SEQ
              END-EXEC
              MOVE 'TERM RENEWAL' TO WS-SETTLE-STEP
              PERFORM 3290-CHECK-SETTLE-STEP
           END-IF

           IF SETTLE-OK
              ADD 1 TO HV-TERM-SEQ
              EXEC SQL
                INSERT INTO TBCDRENEW
                  (ACCT_NUMBER, TERM_SEQ, RENEW_DATE,
                   OLD_MATURITY_DATE, NEW_MATURITY_DATE,
                   OLD_RATE, NEW_RATE, TERM_MONTHS,
                   BALANCE, RENEWED_BY, CREATED_TS)
                VALUES
                  (:HV-ACCT-NUMBER, :HV-TERM-SEQ, CURRENT DATE,
                   DATE(:HV-MATURITY-DATE),
                   DATE(:HV-NEW-MATURITY-DATE),
                   :HV-CONTRACT-RATE, :HV-NEW-RATE, :HV-TERM-MONTHS,
                   :HV-BALANCE, USER, CURRENT TIMESTAMP)
              END-EXEC
              MOVE 'RENEWAL AUDIT' TO WS-SETTLE-STEP
              PERFORM 3290-CHECK-SETTLE-STEP
           END-IF

           IF SETTLE-OK
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-TOTAL-ROLLED
              PERFORM 3500-WRITE-INTEREST-ITEM

              MOVE 'CDRN'           TO WS-EVENT-CODE
              MOVE HV-PAYOUT-AMOUNT TO WS-EVENT-AMOUNT
              COMPUTE WS-RATE-PCT = HV-NEW-RATE * 100
              MOVE SPACES           TO WS-EVENT-TEXT
              STRING 'MATURES '           DELIMITED BY SIZE
                     HV-NEW-MATURITY-DATE DELIMITED BY SIZE
                     ' AT '               DELIMITED BY SIZE
                     WS-RATE-PCT          DELIMITED BY SIZE
                     '%'                  DELIMITED BY SIZE
                     INTO WS-EVENT-TEXT
              END-STRING
              PERFORM 5000-NOTIFY-OWNERS

              IF WS-ACTION-TEXT = SPACES
                 STRING 'RENEWED TO ' DELIMITED BY SIZE
                        HV-NEW-MATURITY-DATE DELIMITED BY SIZE
                        INTO WS-ACTION-TEXT
                 END-STRING
              END-IF
              PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

      *------- CURRENT RATE FOR THE TERM; NO RATE-SHEET ROW KEEPS THE *
      *------- CONTRACT RATE (REPORTED SO THE SHEET CAN BE FIXED)     *
       3210-GET-RENEWAL-RATE.
           EXEC SQL
             SELECT R.RATE
             INTO   :HV-NEW-RATE
             FROM   TBCDRATE R
             WHERE  R.TERM_MONTHS = :HV-TERM-MONTHS
               AND  R.EFFECTIVE_DATE =
                    (SELECT MAX(X.EFFECTIVE_DATE)
                     FROM   TBCDRATE X
                     WHERE  X.TERM_MONTHS = :HV-TERM-MONTHS
                       AND  X.EFFECTIVE_DATE <= CURRENT DATE)
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN +100
                MOVE HV-CONTRACT-RATE TO HV-NEW-RATE
                ADD 1 TO WS-TOTAL-RATE-KEPT
                MOVE 'RENEWED - NO CURRENT RATE, OLD RATE KEPT'
                  TO WS-ACTION-TEXT
             WHEN OTHER
                SET SETTLE-FAILED TO TRUE
                MOVE 'RENEWAL RATE' TO WS-SETTLE-STEP
           END-EVALUATE.

      *------- A SINGLE-ROW UPDATE OR INSERT MUST FIND ITS ROW -------*
       3290-CHECK-SETTLE-STEP.
           IF SQLCODE NOT = 0
              SET SETTLE-FAILED TO TRUE
           END-IF.

      *================================================================*
      *  3300 - PAY OUT: THE CD ACCOUNT MUST BE OPEN WITH NOTHING ON   *
      *         HOLD AND THE PAYOUT ACCOUNT OPEN, ELSE IT WAITS        *
      *================================================================*
       3300-CHECK-PAYOUT.
           EVALUATE TRUE
             WHEN HV-ACCT-STATUS NOT = 'O'
                SET SETTLE-DEFERRED TO TRUE
                MOVE 'DEFERRED - CD ACCOUNT NOT OPEN' TO
                        WS-ACTION-TEXT
             WHEN HV-AVAIL-BALANCE NOT = HV-BALANCE
                SET SETTLE-DEFERRED TO TRUE
                MOVE 'DEFERRED - FUNDS ON HOLD' TO WS-ACTION-TEXT
             WHEN HV-PAYOUT-ACCT = SPACES
                SET SETTLE-DEFERRED TO TRUE
                MOVE 'DEFERRED - NO PAYOUT ACCOUNT' TO
                        WS-ACTION-TEXT
           END-EVALUATE

           IF SETTLE-OK
              EXEC SQL
                SELECT ACCT_STATUS
                INTO   :HV-DEST-STATUS
                FROM   TBACCT
                WHERE  ACCT_NUMBER = :HV-PAYOUT-ACCT
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE = +100
                   SET SETTLE-DEFERRED TO TRUE
                   MOVE 'DEFERRED - PAYOUT ACCOUNT NOT FOUND' TO
                           WS-ACTION-TEXT
                WHEN SQLCODE NOT = 0
                   SET SETTLE-FAILED TO TRUE
                   MOVE 'PAYOUT ACCOUNT' TO WS-SETTLE-STEP
                WHEN HV-DEST-STATUS NOT = 'O'
                   SET SETTLE-DEFERRED TO TRUE
                   MOVE 'DEFERRED - PAYOUT ACCOUNT NOT OPEN' TO
                           WS-ACTION-TEXT
              END-EVALUATE
           END-IF.

      *------- MARK THE TERM PAID OUT, THEN FEED DBTXN01/DBACCT01 ----*
       3400-PAY-OUT-CD.
           EXEC SQL
             UPDATE TBCDTERM
             SET    CD_STATUS    = 'M',
                    UPDATED_DATE = CURRENT TIMESTAMP
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  CD_STATUS   = 'A'
               AND  TERM_SEQ    = :HV-TERM-SEQ
           END-EXEC
           MOVE 'PAYOUT STATUS' TO WS-SETTLE-STEP
           PERFORM 3290-CHECK-SETTLE-STEP

           IF SETTLE-OK
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-TOTAL-PAID-OUT
              ADD HV-PAYOUT-AMOUNT TO WS-TOTAL-PAYOUT-AMT
              PERFORM 3500-WRITE-INTEREST-ITEM

              IF HV-PAYOUT-AMOUNT > 0
                 PERFORM 3510-INIT-TXN-OUT
                 MOVE 'XFR'            TO TXO-TXN-TYPE
                 MOVE HV-PAYOUT-AMOUNT TO TXO-AMOUNT
                 MOVE HV-PAYOUT-ACCT   TO TXO-DEST-ACCT-NUM
                 MOVE 'Y'              TO TXO-OVERRIDE-IND
                 MOVE 'CD MATURITY PAYOUT' TO TXO-DESC
                 WRITE CD-TXN-RECORD FROM WS-TXN-OUT
                 ADD 1 TO WS-TOTAL-TXNS
              END-IF

              MOVE SPACES         TO WS-CLOSE-ACT
              MOVE 'C'            TO ACT-OPER
              MOVE HV-ACCT-NUMBER TO ACT-ACCT-NUM
              MOVE HV-CUST-ID     TO ACT-CUST-ID
              WRITE CD-ACT-RECORD FROM WS-CLOSE-ACT

              MOVE 'CDMP'           TO WS-EVENT-CODE
              MOVE HV-PAYOUT-AMOUNT TO WS-EVENT-AMOUNT
              MOVE SPACES           TO WS-EVENT-TEXT
              STRING 'PAID TO ACCOUNT ' DELIMITED BY SIZE
                     HV-PAYOUT-ACCT     DELIMITED BY SIZE
                     INTO WS-EVENT-TEXT
              END-STRING
              PERFORM 5000-NOTIFY-OWNERS

              MOVE 'PAID OUT - PAYOUT AND CLOSE SUBMITTED' TO
                      WS-ACTION-TEXT
              PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

      *------- MATURITY INTEREST AHEAD OF ANY PAYOUT ----------------*
       3500-WRITE-INTEREST-ITEM.
           IF HV-MATURITY-INTEREST > 0
              PERFORM 3510-INIT-TXN-OUT
              MOVE 'INT'                TO TXO-TXN-TYPE
              MOVE HV-MATURITY-INTEREST TO TXO-AMOUNT
              MOVE 'CD INTEREST TO MATURITY' TO TXO-DESC
              WRITE CD-TXN-RECORD FROM WS-TXN-OUT
              ADD 1 TO WS-TOTAL-TXNS
           END-IF.

       3510-INIT-TXN-OUT.
           ADD 1 TO WS-CDM-SEQ-NUM

           MOVE SPACES TO WS-TXN-OUT
           STRING 'CDM' WS-RUN-DATE(1:4) WS-RUN-DATE(6:2)
                  WS-RUN-DATE(9:2) WS-CDM-SEQ-NUM
                  DELIMITED BY SIZE INTO TXO-TXN-ID
           MOVE HV-ACCT-NUMBER   TO TXO-ACCT-NUM
           MOVE HV-MATURITY-DATE TO TXO-REF
           MOVE 'BAT'            TO TXO-CHANNEL.

      *================================================================*
      *  4000 - PAID-OUT CDS STILL OPEN: DBTXN01 OR DBACCT01 REJECTED  *
      *         THE PAYOUT OR THE CLOSE ON AN EARLIER DAY              *
      *================================================================*
       4000-NOT-POSTED-PHASE.
           MOVE 'N' TO WS-SQL-EOF-SW

           EXEC SQL OPEN CSR-NOT-POSTED END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN NOT-POSTED CURSOR FAILED: SQLCODE='
                      SQLCODE
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM 4010-FETCH-NEXT-NOT-POSTED
              PERFORM 4100-REPORT-NOT-POSTED
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-NOT-POSTED END-EXEC
           END-IF.

       4010-FETCH-NEXT-NOT-POSTED.
           EXEC SQL
             FETCH CSR-NOT-POSTED
               INTO :HV-ACCT-NUMBER, :HV-MATURITY-DATE,
                    :HV-MATURITY-INSTR, :HV-TERM-MONTHS,
                    :HV-CONTRACT-RATE, :HV-BALANCE
           END-EXEC

           IF SQLCODE NOT = 0
              SET SQL-END-OF-CURSOR TO TRUE
           END-IF.

       4100-REPORT-NOT-POSTED.
           ADD 1 TO WS-TOTAL-NOT-POSTED
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE HV-CONTRACT-RATE TO HV-NEW-RATE
           MOVE HV-BALANCE       TO HV-PAYOUT-AMOUNT
           MOVE 'PAYOUT NOT POSTED - CHECK DBTXN01/DBACCT01'
             TO WS-ACTION-TEXT
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4010-FETCH-NEXT-NOT-POSTED.

      *================================================================*
      *  5000 - ONE NOTICE PER OWNER FOR WS-EVENT-CODE                 *
      *================================================================*
       5000-NOTIFY-OWNERS.
           MOVE HV-CUST-ID TO WS-ACCT-CUST-ID
           MOVE 0 TO WS-OWNERS-NOTIFIED
           MOVE 'N' TO WS-OWNER-EOF-SW

           EXEC SQL OPEN CSR-ACCT-OWNERS END-EXEC

           IF SQLCODE = 0
              PERFORM 5010-FETCH-NEXT-OWNER
              PERFORM 5020-NOTIFY-ONE-OWNER
                 UNTIL SQL-END-OF-OWNERS
              EXEC SQL CLOSE CSR-ACCT-OWNERS END-EXEC
           ELSE
              DISPLAY 'OPEN OWNER CURSOR FAILED: SQLCODE='
                      SQLCODE ' ACCT=' HV-ACCT-NUMBER
           END-IF

           IF WS-OWNERS-NOTIFIED = 0
              MOVE WS-ACCT-CUST-ID TO HV-CUST-ID
              PERFORM 5030-WRITE-CD-EVENT
           END-IF

           MOVE WS-ACCT-CUST-ID TO HV-CUST-ID.

       5010-FETCH-NEXT-OWNER.
           EXEC SQL
             FETCH CSR-ACCT-OWNERS
               INTO :HV-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              SET SQL-END-OF-OWNERS TO TRUE
           END-IF.

       5020-NOTIFY-ONE-OWNER.
           PERFORM 5030-WRITE-CD-EVENT
           ADD 1 TO WS-OWNERS-NOTIFIED
           PERFORM 5010-FETCH-NEXT-OWNER.

       5030-WRITE-CD-EVENT.
           MOVE WS-EVENT-CODE    TO EVT-CODE
           MOVE HV-ACCT-NUMBER   TO EVT-ACCT-NUM
           MOVE HV-CUST-ID       TO EVT-CUST-ID
           MOVE WS-EVENT-AMOUNT  TO EVT-AMOUNT
           MOVE WS-RUN-DATE      TO EVT-DATE
           MOVE WS-EVENT-TEXT    TO EVT-TEXT
           WRITE CORR-EVENT-RECORD FROM WS-CORR-EVENT
           ADD 1 TO WS-TOTAL-EVENTS.

      *------- ONE MATURITY REPORT LINE FOR THE CURRENT CD ----------*
       8000-WRITE-REPORT-LINE.
           MOVE SPACES            TO WS-RPT-DETAIL
           MOVE HV-ACCT-NUMBER    TO RPT-ACCT-NUM
           MOVE HV-MATURITY-DATE  TO RPT-MATURITY-DATE
           MOVE HV-MATURITY-INSTR TO RPT-INSTR
           MOVE HV-TERM-MONTHS    TO RPT-TERM-MONTHS
           MOVE HV-CONTRACT-RATE  TO RPT-OLD-RATE
           MOVE HV-NEW-RATE       TO RPT-NEW-RATE
           MOVE HV-PAYOUT-AMOUNT  TO RPT-AMOUNT
           MOVE WS-ACTION-TEXT    TO RPT-ACTION
           WRITE CD-RPT-RECORD FROM WS-RPT-DETAIL.

       9000-FINALIZE.
           CLOSE CD-TXN-FILE
           CLOSE CD-ACT-FILE
           CLOSE CD-RPT-FILE
           CLOSE CORR-EVENT-FILE

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'CLOSED TERMS ENDED   : ' WS-TOTAL-TERMS-ENDED
           DISPLAY 'MATURITY NOTICES     : ' WS-TOTAL-NOTICES
           DISPLAY 'CDS AT MATURITY      : ' WS-TOTAL-MATURED
           DISPLAY 'CDS ROLLED OVER      : ' WS-TOTAL-ROLLED
           DISPLAY 'ROLLED AT OLD RATE   : ' WS-TOTAL-RATE-KEPT
           DISPLAY 'CDS PAID OUT         : ' WS-TOTAL-PAID-OUT
           DISPLAY 'PAYOUT AMOUNT        : ' WS-TOTAL-PAYOUT-AMT
           DISPLAY 'CDS DEFERRED         : ' WS-TOTAL-DEFERRED
           DISPLAY 'PAYOUTS NOT POSTED   : ' WS-TOTAL-NOT-POSTED
           DISPLAY 'POSTING ITEMS BUILT  : ' WS-TOTAL-TXNS
           DISPLAY 'CORR EVENTS WRITTEN  : ' WS-TOTAL-EVENTS
           DISPLAY 'ERRORS               : ' WS-TOTAL-ERRORS
           DISPLAY '======================================='.
