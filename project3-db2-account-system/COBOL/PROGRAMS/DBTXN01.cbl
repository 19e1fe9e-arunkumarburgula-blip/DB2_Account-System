      *    ITEM WITH 'STOP PAYMENT' AND ASSESSES THE STOP-PAY FEE       *
      *    THROUGH THE SAME PENALTY-FEE PATH AS THE NSF FEE.            *
      *                                                                  *
      *  CHARGE-OFFS AND RECOVERIES (2170-2177):                         *
      *    A 'CHO' ITEM FROM DBOVD01 WRITES OFF THE WHOLE NEGATIVE      *
      *    BALANCE AS A CRT ROW MARKED 'CHO', WITH THE TBACCT_HIST      *
      *    BEFORE-IMAGE (OPERATION 'W') AND THE TBOVDAGE CASE MOVED TO  *
      *    'W' IN THE SAME UNIT OF WORK, AND QUEUES THE CHGO LETTER.    *
      *    A LATER CRT TO AN ACCOUNT WITH A WRITTEN-OFF CASE POSTS AS   *
      *    AN RCV CREDIT PLUS AN RCA DEBIT OF THE PART STILL OWED, SO   *
      *    THE GL TAKES THE CASH TO RECOVERY INCOME AND ONLY ANY        *
      *    EXCESS REACHES THE BALANCE. NEITHER IS REVERSIBLE BY 'REV'.  *
      *    AN XFR INTO SUCH AN ACCOUNT IS REJECTED (2123) - RECOVERIES  *
      *    MUST ARRIVE AS A CRT SO THEY TAKE THE RCV/RCA PATH.          *
      *                                                                  *
      *  REG CC CHECK-DEPOSIT HOLDS (1100, 2180-2184):                   *
      *    A CRT FROM A CHECK-DEPOSIT CHANNEL (CHK/ATM/RDC) HOLDS THE   *
      *    AMOUNT ABOVE THE NEXT-DAY ALLOWANCE ON TBHOLD (TYPE 'CHK')   *
      *    UNTIL ITS TBCAL BUSINESS-DAY AVAILABILITY DATE - EXTENDED    *
      *    FOR NEW ACCOUNTS AND FOR THE PART OF A LARGE DEPOSIT OVER    *
      *    THE LARGE-DEPOSIT AMOUNT - IN THE POSTING'S UNIT OF WORK,    *
      *    AND QUEUES AN RCCH AVAILABILITY NOTICE PER HOLD. DBHLD01'S   *
      *    EXPIRY SWEEP RELEASES THE HOLDS.                             *
      *                                                                  *
      *  TIME DEPOSIT EARLY-WITHDRAWAL PENALTY (2185-2186):              *
      *    A DBT OR XFR FROM A TDA WHOSE ACTIVE TBCDTERM ROW HAS NOT    *
      *    YET MATURED IS CHARGED PENALTY_DAYS OF INTEREST AT THE       *
      *    CONTRACT RATE ON THE AMOUNT WITHDRAWN, AS A FEE ROW POSTED   *
      *    IN THE DEBIT'S OWN UNIT OF WORK. THE PENALTY IS CAPPED AT    *
      *    THE AVAILABLE BALANCE LEFT AFTER THE DEBIT, SO A WITHDRAWAL  *
      *    THAT EMPTIES THE CD (E.G. A DBCLS01 PAYOUT, WHICH CHARGES    *
      *    ITS OWN PENALTY FIRST) INCURS NONE HERE.                     *
      *                                                                  *
      *  CARD SETTLEMENT HOLD MATCHING (2187):                           *
      *    A DBT FROM THE CARD CHANNEL (POS) CARRIES THE NETWORK        *
      *    AUTHORIZATION REFERENCE IN WS-TXN-REF. THE ACTIVE ATH HOLD   *
      *    DBCRD02 PLACED UNDER THE SAME CARD_REF IS RELEASED (STATUS   *
      *    'S') BEFORE THE BALANCE TEST, IN THE DEBIT'S OWN UNIT OF     *
      *    WORK, SO THE PURCHASE IS NOT CHARGED TWICE AGAINST           *
      *    AVAIL_BALANCE. ANY REJECT PATH'S ROLLBACK PUTS THE HOLD      *
      *    BACK. SETTLEMENTS WITH NO HOLD POST NORMALLY AND ARE         *
      *    REPORTED BY DBCRD01.                                         *
      *                                                                  *
      *  DAILY LIMITS (2117-2119):                                       *
      *    DEBITS AND TRANSFERS ARE CHECKED AGAINST TBLIMIT (ACCOUNT    *
      *    ROW, ELSE THE ACCT_TYPE/PRODUCT_CODE DEFAULT ROW) BEFORE     *
               88  TXN-FEE                  VALUE 'FEE'.
               88  TXN-INTEREST             VALUE 'INT'.
               88  TXN-REVERSAL             VALUE 'REV'.
               88  TXN-CHARGE-OFF           VALUE 'CHO'.
           05  WS-TXN-AMOUNT               PIC S9(11)V99 COMP-3.
           05  WS-TXN-DESC                 PIC X(50).
           05  WS-TXN-REF                  PIC X(20).
           05  WS-TXN-CHANNEL              PIC X(03).
               88  CHANNEL-CHECK-DEPOSIT     VALUE 'CHK' 'ATM' 'RDC'.
               88  CHANNEL-CARD              VALUE 'POS'.
           05  WS-TXN-DEST-ACCT-NUM        PIC X(12).
           05  WS-TXN-OVERRIDE-IND         PIC X(01).
               88  LIMIT-OVERRIDE            VALUE 'Y'.
           88  POSTING-NSF-FEE                        VALUE 'Y'.
           88  POSTING-SWEEP-FEE                      VALUE 'S'.
           88  POSTING-STOP-FEE                       VALUE 'P'.
           88  POSTING-CD-PENALTY                     VALUE 'C'.

      *------- PENALTY-FEE PARAMETERS SET BY THE CALLER BEFORE 2125   *
      *------- (NSF FEE AND STOP-PAY FEE SHARE THE SAME RE-LOCK,      *
       01  WS-TOTAL-LIMIT-REJECTS         PIC 9(07) VALUE 0.
       01  WS-TOTAL-STOP-FEES-POSTED      PIC 9(07) VALUE 0.
       01  WS-TOTAL-STOP-FEE-ERRORS       PIC 9(07) VALUE 0.
       01  WS-TOTAL-CHARGE-OFFS           PIC 9(07) VALUE 0.
       01  WS-TOTAL-RECOVERIES            PIC 9(07) VALUE 0.
       01  WS-TOTAL-RCC-HOLDS             PIC 9(07) VALUE 0.
       01  WS-TOTAL-CD-PENALTIES          PIC 9(07) VALUE 0.
       01  WS-TOTAL-CD-PENALTY-ERRORS     PIC 9(07) VALUE 0.
       01  WS-TOTAL-CARD-HOLDS-SETTLED    PIC 9(07) VALUE 0.
       01  WS-COMMIT-COUNT                PIC 9(05) VALUE 0.
       01  WS-BATCH-COMMIT-FREQ           PIC 9(05) VALUE 500.
       01  WS-COMMIT-SEQ-NUM              PIC 9(09) VALUE 0.
           05  NSF-PARM-SWITCH             PIC X(01).
           05  NSF-PARM-SWEEP-FEE          PIC 9(07)V99.
           05  NSF-PARM-STOP-FEE           PIC 9(07)V99.
           05  NSF-PARM-RCC-NEXT-DAY       PIC 9(05)V99.
           05  NSF-PARM-RCC-NORMAL-DAYS    PIC 9(02).
           05  NSF-PARM-RCC-EXT-DAYS       PIC 9(02).
           05  NSF-PARM-RCC-NEW-ACCT-DAYS  PIC 9(03).
           05  NSF-PARM-RCC-LARGE-AMT      PIC 9(07)V99.
           05  FILLER                      PIC X(27).

      *------- STOP-PAYMENT FEE (PARM FILE OVERRIDES DEFAULT) -------*
       01  WS-STOP-FEE-AMOUNT              PIC S9(11)V99 COMP-3
       01  WS-ODP-IN-PROG-SW               PIC X(01) VALUE 'N'.
           88  ODP-SWEEP-IN-PROGRESS                 VALUE 'Y'.

      *------- TIME DEPOSIT EARLY-WITHDRAWAL PENALTY (2185-2186).     *
      *------- TRUE FROM 2185 UNTIL THE PENALTY POSTS, SO NEITHER     *
      *------- 2150 NOR 2126 COMMITS BETWEEN THE DEBIT AND ITS FEE    *
       01  WS-CD-PENALTY-SW                PIC X(01) VALUE 'N'.
           88  CD-PENALTY-DUE                        VALUE 'Y'.
       01  WS-CD-PENALTY-AMOUNT            PIC S9(11)V99 COMP-3.
       01  WS-CD-DAYS-PER-YEAR             PIC 9(03) COMP-3 VALUE 365.

      *------- CARD SETTLEMENT HOLD MATCHING (2187). TRUE ONCE THE    *
      *------- MATCHING ATH HOLD HAS BEEN RELEASED IN THIS UNIT OF    *
      *------- WORK - ONLY COUNTED IF THE DEBIT ITSELF POSTS          *
       01  WS-CARD-HOLD-SW                 PIC X(01) VALUE 'N'.
           88  CARD-HOLD-RELEASED                    VALUE 'Y'.

      *------- CHARGE-OFF AND RECOVERY (2170-2177) -------*
       01  WS-RECOVERY-SW                  PIC X(01) VALUE 'N'.
           88  RECOVERY-CREDIT                       VALUE 'Y'.
       01  WS-RECOVERY-AMOUNT              PIC S9(11)V99 COMP-3.
       01  WS-HIST-CAPTURE-SW              PIC X(01) VALUE 'Y'.
           88  HIST-CAPTURE-OK                       VALUE 'Y'.
           88  HIST-CAPTURE-FAILED                   VALUE 'N'.

      *------- REG CC CHECK-DEPOSIT HOLDS (2180-2184). THE NORMAL    *
      *------- AND EXTENDED AVAILABILITY DATES DEPEND ONLY ON THE RUN *
      *------- DATE, SO 1100 WORKS THEM OUT ONCE FROM TBCAL           *
       01  WS-RCC-ENABLED-SW               PIC X(01) VALUE 'Y'.
           88  RCC-HOLDS-ENABLED                     VALUE 'Y'.
       01  WS-RCC-NEXT-DAY-AMT             PIC S9(11)V99 COMP-3
                                            VALUE 225.00.
       01  WS-RCC-LARGE-AMT                PIC S9(11)V99 COMP-3
                                            VALUE 5525.00.
       01  WS-RCC-NORMAL-DAYS              PIC 9(02) VALUE 02.
       01  WS-RCC-EXTENDED-DAYS            PIC 9(02) VALUE 07.
       01  WS-RCC-NEW-ACCT-DAYS            PIC 9(03) VALUE 030.
       01  WS-RCC-NORMAL-EXPIRY            PIC X(10) VALUE SPACES.
       01  WS-RCC-NORMAL-AVAIL             PIC X(10) VALUE SPACES.
       01  WS-RCC-EXTENDED-EXPIRY          PIC X(10) VALUE SPACES.
       01  WS-RCC-EXTENDED-AVAIL           PIC X(10) VALUE SPACES.
       01  WS-RCC-EXPIRY-WORK              PIC X(10).
       01  WS-RCC-AVAIL-WORK               PIC X(10).
       01  WS-RCC-DAYS-WANTED              PIC 9(02).
       01  WS-RCC-DAYS-COUNTED             PIC 9(02).
       01  WS-RCC-CAL-STEPS                PIC 9(03).
       01  WS-RCC-NORMAL-HOLD              PIC S9(11)V99 COMP-3.
       01  WS-RCC-EXTENDED-HOLD            PIC S9(11)V99 COMP-3.
       01  WS-RCC-HOLD-MARKER              PIC X(03).

      *------- SAVE AREA FOR NSF FEE POSTING -------*
       01  WS-SAVE-TXN-ID                  PIC X(15).
       01  WS-SAVE-TXN-TYPE                PIC X(03).
       01  HV-COVER-ACCT                   PIC X(12).
       01  HV-STOP-COUNT                   PIC S9(09) COMP.

      *------- OVERDRAWN CASE (TBOVDAGE) HOST VARIABLES -------*
       01  HV-OVD-DATE                     PIC X(10).
       01  HV-CHGOFF-AMOUNT                PIC S9(11)V99 COMP-3.
       01  HV-CHGOFF-REMAIN                PIC S9(13)V99 COMP-3.
       01  HV-RECOVERY-AMOUNT              PIC S9(11)V99 COMP-3.
       01  HV-DEST-CHGOFF-COUNT            PIC S9(09) COMP.

      *------- REG CC HOLD (TBHOLD) AND CALENDAR HOST VARIABLES -------*
       01  HV-HOLD-ID                      PIC X(15).
       01  HV-HOLD-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  HV-HOLD-EXPIRY                  PIC X(10).
       01  HV-HOLD-DESC                    PIC X(50).
       01  HV-NEW-ACCT-IND                 PIC X(01).
       01  HV-NEW-ACCT-DAYS                PIC S9(04) COMP.
       01  HV-CAND-DATE                    PIC X(10).
       01  HV-CAL-DOW                      PIC S9(04) COMP.
       01  HV-CAL-COUNT                    PIC S9(09) COMP.
       01  WS-BUS-DAY-SW                   PIC X(01) VALUE 'N'.
           88  IS-BUSINESS-DAY                       VALUE 'Y'.

      *------- DAILY LIMIT HOST VARIABLES -------*
       01  HV-ACCT-TYPE                    PIC X(03).
       01  HV-PRODUCT-CODE                 PIC X(05).
       01  HV-DAY-TOTAL                    PIC S9(13)V99 COMP-3.
       01  HV-NI-DAY-TOTAL                 PIC S9(04) COMP.

      *------- TIME DEPOSIT TERMS (TBCDTERM) FOR THE PENALTY -------*
       01  HV-CD-RATE                      PIC S9(02)V9(05) COMP-3.
       01  HV-CD-PENALTY-DAYS              PIC S9(04) COMP.

      *------- CARD AUTHORIZATION HOLD (TBHOLD) FOR THE SETTLEMENT ---*
       01  HV-AUTH-HOLD-ID                 PIC X(15).
       01  HV-AUTH-HOLD-AMOUNT             PIC S9(11)V99 COMP-3.

       01  WS-LIMIT-REASON                 PIC X(40) VALUE SPACES.
       01  WS-LIMIT-FOUND-SW               PIC X(01) VALUE 'N'.
           88  LIMIT-PROFILE-FOUND                   VALUE 'Y'.
                   AND NSF-PARM-STOP-FEE > 0
                   MOVE NSF-PARM-STOP-FEE TO WS-STOP-FEE-AMOUNT
                END-IF
                IF NSF-PARM-RCC-NEXT-DAY IS NUMERIC
                   AND NSF-PARM-RCC-NEXT-DAY > 0
                   MOVE NSF-PARM-RCC-NEXT-DAY TO WS-RCC-NEXT-DAY-AMT
                END-IF
                IF NSF-PARM-RCC-NORMAL-DAYS IS NUMERIC
                   AND NSF-PARM-RCC-NORMAL-DAYS > 1
                   MOVE NSF-PARM-RCC-NORMAL-DAYS TO
                           WS-RCC-NORMAL-DAYS
                END-IF
                IF NSF-PARM-RCC-EXT-DAYS IS NUMERIC
                   AND NSF-PARM-RCC-EXT-DAYS > 1
                   MOVE NSF-PARM-RCC-EXT-DAYS TO WS-RCC-EXTENDED-DAYS
                END-IF
                IF NSF-PARM-RCC-NEW-ACCT-DAYS IS NUMERIC
                   AND NSF-PARM-RCC-NEW-ACCT-DAYS > 0
                   MOVE NSF-PARM-RCC-NEW-ACCT-DAYS TO
                           WS-RCC-NEW-ACCT-DAYS
                END-IF
                IF NSF-PARM-RCC-LARGE-AMT IS NUMERIC
                   AND NSF-PARM-RCC-LARGE-AMT > 0
                   MOVE NSF-PARM-RCC-LARGE-AMT TO WS-RCC-LARGE-AMT
                END-IF
                DISPLAY 'NSF FEE PARM LOADED - RATE: '
                        WS-NSF-FEE-AMOUNT
                        ' SWEEP FEE: ' WS-ODP-SWEEP-FEE
                        ' STOP FEE: ' WS-STOP-FEE-AMOUNT
                DISPLAY 'REG CC PARM LOADED - NEXT-DAY: '
                        WS-RCC-NEXT-DAY-AMT
                        ' DAYS: ' WS-RCC-NORMAL-DAYS
                        '/' WS-RCC-EXTENDED-DAYS
                        ' NEW ACCT: ' WS-RCC-NEW-ACCT-DAYS
                        ' LARGE: ' WS-RCC-LARGE-AMT
           END-READ
           CLOSE NSF-PARM-FILE

              MOVE SPACES TO WS-RUN-DATE
           END-IF

           PERFORM 1100-SET-RCC-SCHEDULE

           OPEN OUTPUT CHECKPOINT-OUT-FILE

           READ TXN-INPUT-FILE INTO WS-TXN-INPUT
             AT END SET END-OF-FILE TO TRUE
           END-READ.

      *================================================================*
      *  1100 - REG CC AVAILABILITY DATES FOR TODAY'S CHECK DEPOSITS   *
      *  FUNDS BECOME AVAILABLE ON THE NTH BUSINESS DAY AFTER RECEIPT  *
      *  (NORMAL OR EXTENDED SCHEDULE); THE HOLD EXPIRY IS THE         *
      *  BUSINESS DAY BEFORE THAT, SO DBHLD01'S MORNING SWEEP          *
      *  (EXPIRY_DATE < CURRENT DATE) RELEASES IT ON THE AVAILABILITY  *
      *  DAY. IF THE CALENDAR CANNOT BE READ NO HOLDS ARE PLACED       *
      *  (FAIL OPEN, AS THE DAILY LIMIT CHECK DOES).                   *
      *================================================================*
       1100-SET-RCC-SCHEDULE.
           IF WS-RUN-DATE = SPACES
              MOVE 'N' TO WS-RCC-ENABLED-SW
           ELSE
              MOVE WS-RCC-NORMAL-DAYS TO WS-RCC-DAYS-WANTED
              PERFORM 1110-FIND-AVAILABILITY-DATE
              MOVE WS-RCC-EXPIRY-WORK TO WS-RCC-NORMAL-EXPIRY
              MOVE WS-RCC-AVAIL-WORK  TO WS-RCC-NORMAL-AVAIL

              MOVE WS-RCC-EXTENDED-DAYS TO WS-RCC-DAYS-WANTED
              PERFORM 1110-FIND-AVAILABILITY-DATE
              MOVE WS-RCC-EXPIRY-WORK TO WS-RCC-EXTENDED-EXPIRY
              MOVE WS-RCC-AVAIL-WORK  TO WS-RCC-EXTENDED-AVAIL

              IF WS-RCC-NORMAL-AVAIL = SPACES
                 OR WS-RCC-EXTENDED-AVAIL = SPACES
                 MOVE 'N' TO WS-RCC-ENABLED-SW
              END-IF
           END-IF

           IF RCC-HOLDS-ENABLED
              DISPLAY 'REG CC AVAILABILITY - NORMAL: '
                      WS-RCC-NORMAL-AVAIL
                      ' EXTENDED: ' WS-RCC-EXTENDED-AVAIL
           ELSE
              DISPLAY 'REG CC SCHEDULE NOT SET - CHECK DEPOSIT '
                      'HOLDS NOT PLACED THIS RUN'
           END-IF.

      *------- A DEPOSIT TAKEN ON A NON-BUSINESS DAY IS RECEIVED ON   *
      *------- THE NEXT BUSINESS DAY, SO ITS COUNT RUNS ONE DAY LONGER*
       1110-FIND-AVAILABILITY-DATE.
           MOVE SPACES TO WS-RCC-EXPIRY-WORK
           MOVE SPACES TO WS-RCC-AVAIL-WORK
           MOVE WS-RUN-DATE TO HV-CAND-DATE
           PERFORM 8800-CHECK-BUSINESS-DAY
           IF NOT IS-BUSINESS-DAY
              ADD 1 TO WS-RCC-DAYS-WANTED
           END-IF

           MOVE 0 TO WS-RCC-DAYS-COUNTED
           MOVE 0 TO WS-RCC-CAL-STEPS
           PERFORM 1120-STEP-ONE-DAY
              UNTIL WS-RCC-DAYS-COUNTED >= WS-RCC-DAYS-WANTED
                 OR WS-RCC-CAL-STEPS > 60.

       1120-STEP-ONE-DAY.
           ADD 1 TO WS-RCC-CAL-STEPS

           EXEC SQL
             SELECT CHAR(DATE(:HV-CAND-DATE) + 1 DAY, ISO)
             INTO   :HV-CAND-DATE
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CALENDAR DATE STEP FAILED: SQLCODE='
                      SQLCODE ' DATE=' HV-CAND-DATE
              MOVE 999 TO WS-RCC-CAL-STEPS
           ELSE
              PERFORM 8800-CHECK-BUSINESS-DAY
              IF IS-BUSINESS-DAY
                 ADD 1 TO WS-RCC-DAYS-COUNTED
                 IF WS-RCC-DAYS-COUNTED = WS-RCC-DAYS-WANTED - 1
                    MOVE HV-CAND-DATE TO WS-RCC-EXPIRY-WORK
                 END-IF
                 IF WS-RCC-DAYS-COUNTED = WS-RCC-DAYS-WANTED
                    MOVE HV-CAND-DATE TO WS-RCC-AVAIL-WORK
                 END-IF
              END-IF
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           MOVE 0 TO WS-RETRY-COUNT
           MOVE WS-TXN-ID TO WS-CURRENT-TXN-ID
             FOR UPDATE OF BALANCE, AVAIL_BALANCE
           END-EXEC.

      *------- VALIDATE BEFORE POSTING. A CHARGE-OFF (FROM DBOVD01)   *
      *------- AND A RECOVERY CREDIT TO A WRITTEN-OFF ACCOUNT ARE     *
      *------- ACCEPTED ON ANY STATUS EXCEPT CLOSED - THE ACCOUNT IS  *
      *------- USUALLY FROZEN BY THEN                                 *
       2120-VALIDATE-BALANCE.
           MOVE 'N' TO WS-RECOVERY-SW
           IF TXN-CREDIT
              AND HV-ACCT-STATUS NOT = 'C'
              AND HV-CURRENT-BALANCE NOT < 0
              PERFORM 2171-CHECK-CHARGEOFF-RECOVERY
           END-IF

           EVALUATE TRUE
             WHEN TXN-CHARGE-OFF
                PERFORM 2170-VALIDATE-AND-POST-CHGOFF
             WHEN RECOVERY-CREDIT
                PERFORM 2175-POST-RECOVERY
             WHEN HV-ACCT-STATUS NOT = 'O'
                DISPLAY 'ACCOUNT NOT OPEN: '
                        WS-TXN-ACCT-NUM
                ADD 1 TO WS-TOTAL-REJECTED
                SET RESULT-REJECTED TO TRUE
                MOVE 'ACCOUNT NOT OPEN' TO WS-RESULT-REASON
                EXEC SQL ROLLBACK END-EXEC
             WHEN TXN-CREDIT
                  AND CHANNEL-CHECK-DEPOSIT
                  AND RCC-HOLDS-ENABLED
                PERFORM 2180-POST-CHECK-DEPOSIT
             WHEN TXN-TRANSFER
                PERFORM 2122-VALIDATE-AND-POST-XFR
             WHEN TXN-REVERSAL
                PERFORM 2132-VALIDATE-AND-POST-REV
             WHEN TXN-DEBIT OR TXN-FEE
                PERFORM 2115-VALIDATE-AND-POST-DEBIT
             WHEN OTHER
                PERFORM 2130-CALCULATE-NEW-BALANCE
                PERFORM 2140-INSERT-TXN
                PERFORM 2150-UPDATE-BALANCE
           END-EVALUATE.

      *================================================================*
      *  2115 - VALIDATE AND POST A DEBIT OR FEE                       *
      *  1. MATCH THE ITEM AGAINST ACTIVE STOP-PAYMENT ORDERS (DEBITS  *
      *     ONLY) - A HIT REJECTS AND ASSESSES THE STOP-PAY FEE        *
      *  2. A CARD SETTLEMENT RELEASES ITS MATCHING ATH HOLD (2187)   *
      *  3. VALIDATE THE AVAILABLE BALANCE; A SHORT DEBIT TRIES THE    *
      *     OVERDRAFT PROTECTION SWEEP BEFORE THE NSF REJECT           *
      *================================================================*
       2115-VALIDATE-AND-POST-DEBIT.
           MOVE 0 TO HV-STOP-COUNT
           MOVE SPACES TO WS-LIMIT-REASON
           MOVE 'N' TO WS-CARD-HOLD-SW
           IF TXN-DEBIT
              PERFORM 2158-CHECK-STOP-PAYMENT
              IF HV-STOP-COUNT = 0
                 AND NOT LIMIT-OVERRIDE
                 PERFORM 2117-CHECK-DAILY-LIMITS
              END-IF
              IF HV-STOP-COUNT = 0
                 AND WS-LIMIT-REASON = SPACES
                 AND CHANNEL-CARD
                 AND WS-TXN-REF NOT = SPACES
                 PERFORM 2187-RELEASE-AUTH-HOLD
              END-IF
           END-IF

           EVALUATE TRUE
             WHEN RESULT-REJECTED
                CONTINUE
             WHEN HV-STOP-COUNT > 0
                DISPLAY 'STOP PAYMENT HIT: ' WS-TXN-ACCT-NUM
                        ' REF=' WS-TXN-REF
                   END-IF
                END-IF
             WHEN OTHER
                PERFORM 2185-CHECK-CD-PENALTY
                PERFORM 2130-CALCULATE-NEW-BALANCE
                PERFORM 2140-INSERT-TXN
                PERFORM 2150-UPDATE-BALANCE
                IF CD-PENALTY-DUE
                   PERFORM 2186-POST-CD-PENALTY-TXN
                END-IF
           END-EVALUATE

           IF CARD-HOLD-RELEASED AND RESULT-POSTED
              ADD 1 TO WS-TOTAL-CARD-HOLDS-SETTLED
           END-IF.

      *------- PENALTY-FEE PARAMETERS FOR AN NSF FEE -------*
       2116-SET-NSF-PENALTY.
      *================================================================*
      *  2122 - VALIDATE AND POST A TRANSFER (XFR)                     *
      *  DEBITS THE SOURCE ACCOUNT (ALREADY LOCKED BY 2110) AND        *
      *  LOCKS/CREDITS THE DESTINATION ACCOUNT IN THE SAME UOW.        *
      *  A TRANSFER INTO AN ACCOUNT WITH A WRITTEN-OFF TBOVDAGE CASE   *
      *  STILL OWED ANYTHING IS REJECTED: THE CREDIT LEG WOULD POST    *
      *  AS AN ORDINARY DEPOSIT, BYPASSING THE RCV/RCA RECOVERY SPLIT  *
      *  (2175). SUCH FUNDS MUST COME IN AS A CRT                      *
      *================================================================*
       2122-VALIDATE-AND-POST-XFR.
           MOVE SPACES TO WS-LIMIT-REASON
                                 WS-RESULT-REASON
                         EXEC SQL ROLLBACK END-EXEC
                      ELSE
                         PERFORM 2123-CHECK-DEST-CHARGEOFF
                         IF WS-RESULT-REASON NOT = SPACES
                            DISPLAY 'TRANSFER REJECTED - '
                                    WS-RESULT-REASON ': '
                                    WS-TXN-DEST-ACCT-NUM
                            ADD 1 TO WS-TOTAL-REJECTED
                            SET RESULT-REJECTED TO TRUE
                            EXEC SQL ROLLBACK END-EXEC
                         ELSE
                            PERFORM 2185-CHECK-CD-PENALTY
                            PERFORM 2126-POST-TRANSFER-PAIR
                            IF CD-PENALTY-DUE
                               PERFORM 2186-POST-CD-PENALTY-TXN
                            END-IF
                         END-IF
                      END-IF
                   WHEN -911
                      PERFORM 2900-HANDLE-DEADLOCK
              END-IF
           END-IF.

      *------- A WRITTEN-OFF DESTINATION TAKES RECOVERIES BY CRT ONLY *
       2123-CHECK-DEST-CHARGEOFF.
           MOVE SPACES TO WS-RESULT-REASON
           MOVE 0 TO HV-DEST-CHGOFF-COUNT

           EXEC SQL
             SELECT COUNT(*)
             INTO   :HV-DEST-CHGOFF-COUNT
             FROM   TBOVDAGE
             WHERE  ACCT_NUMBER = :HV-DEST-ACCT-NUMBER
               AND  AGE_STATUS = 'W'
               AND  CHARGEOFF_AMOUNT > RECOVERED_AMOUNT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
                DISPLAY 'CHARGE-OFF CASE LOOKUP FAILED: SQLCODE='
                        SQLCODE ' ACCT=' HV-DEST-ACCT-NUMBER
                MOVE 'DESTINATION CHARGE-OFF CHECK FAILED' TO
                        WS-RESULT-REASON
             WHEN HV-DEST-CHGOFF-COUNT > 0
                MOVE 'DESTINATION ACCT CHARGED OFF' TO
                        WS-RESULT-REASON
           END-EVALUATE.

      *------- LOCK DESTINATION ACCOUNT ROW FOR UPDATE -------*
       2124-LOCK-DEST-ACCOUNT.
           MOVE WS-TXN-DEST-ACCT-NUM TO HV-DEST-ACCT-NUMBER
                   ADD 1 TO WS-TOTAL-SWEEP-FEE-ERRORS
                WHEN POSTING-STOP-FEE
                   ADD 1 TO WS-TOTAL-STOP-FEE-ERRORS
                WHEN POSTING-CD-PENALTY
                   ADD 1 TO WS-TOTAL-CD-PENALTY-ERRORS
                WHEN OTHER
                   ADD 1 TO WS-TOTAL-REJECTED
              END-EVALUATE
                      ADD 1 TO WS-TOTAL-SWEEP-FEES-POSTED
                   WHEN POSTING-STOP-FEE
                      ADD 1 TO WS-TOTAL-STOP-FEES-POSTED
                   WHEN POSTING-CD-PENALTY
                      ADD 1 TO WS-TOTAL-CD-PENALTIES
                   WHEN OTHER
                      ADD 1 TO WS-TOTAL-POSTED
                 END-EVALUATE
                 SET RESULT-POSTED TO TRUE
                 IF WS-COMMIT-COUNT >= WS-BATCH-COMMIT-FREQ
                    AND NOT ODP-SWEEP-IN-PROGRESS
                    AND NOT CD-PENALTY-DUE
                    PERFORM 2160-COMMIT-AND-CHECKPOINT
                 END-IF
              ELSE
                      ADD 1 TO WS-TOTAL-SWEEP-FEE-ERRORS
                   WHEN POSTING-STOP-FEE
                      ADD 1 TO WS-TOTAL-STOP-FEE-ERRORS
                   WHEN POSTING-CD-PENALTY
                      ADD 1 TO WS-TOTAL-CD-PENALTY-ERRORS
                   WHEN OTHER
                      ADD 1 TO WS-TOTAL-REJECTED
                 END-EVALUATE
              ADD 1 TO WS-COMMIT-COUNT
              SET RESULT-POSTED TO TRUE
              IF WS-COMMIT-COUNT >= WS-BATCH-COMMIT-FREQ
                 AND NOT CD-PENALTY-DUE
                 PERFORM 2160-COMMIT-AND-CHECKPOINT
              END-IF
           ELSE
                  OR WS-TXN-REF(6:3) = 'ODC'
                MOVE 'SWEEP LEG NOT REVERSIBLE' TO
                        WS-RESULT-REASON
             WHEN WS-TXN-REF(6:3) = 'CHO'
                  OR WS-TXN-REF(6:3) = 'RCV'
                  OR WS-TXN-REF(6:3) = 'RCA'
                MOVE 'CHARGE-OFF ENTRY NOT REVERSIBLE' TO
                        WS-RESULT-REASON
             WHEN WS-REV-OPP-TYPE = SPACES
                MOVE 'ORIGINAL TYPE NOT REVERSIBLE' TO
                        WS-RESULT-REASON
                      SQLCODE
           END-IF.

      *================================================================*
      *  2170-2177 - OVERDRAWN CHARGE-OFF AND LATER RECOVERIES         *
      *  A 'CHO' ITEM (WRITTEN BY DBOVD01 AT THE CHARGE-OFF AGE) MUST  *
      *  EQUAL THE FULL NEGATIVE BALANCE. IT IS POSTED AS A CRT ROW    *
      *  WITH THE 'CHO' MARKER (DBGLE01: DR CHARGE-OFF LOSS), AND THE  *
      *  TBACCT_HIST BEFORE-IMAGE (OPERATION 'W') AND THE TBOVDAGE     *
      *  CASE MOVE TO 'W' GO IN THE SAME UNIT OF WORK.                 *
      *  A LATER CREDIT TO AN ACCOUNT WITH A WRITTEN-OFF CASE IS A     *
      *  RECOVERY: THE CASH POSTS AS AN 'RCV' CRT ROW AND THE PART     *
      *  THAT MAKES THE CHARGE-OFF WHOLE IS TAKEN BACK OUT AS AN 'RCA' *
      *  DBT ROW (DBGLE01: CR CHARGE-OFF RECOVERIES), BOTH CARRYING    *
      *  REFERENCE_NUM = THE INPUT TXN-ID. ONLY ANY EXCESS OVER THE    *
      *  AMOUNT STILL OWED REACHES THE CUSTOMER'S BALANCE.             *
      *================================================================*
       2170-VALIDATE-AND-POST-CHGOFF.
           EVALUATE TRUE
             WHEN HV-ACCT-STATUS = 'C'
                MOVE 'ACCOUNT CLOSED' TO WS-RESULT-REASON
             WHEN HV-CURRENT-BALANCE NOT < 0
                MOVE 'ACCOUNT NOT OVERDRAWN' TO WS-RESULT-REASON
             WHEN WS-TXN-AMOUNT + HV-CURRENT-BALANCE NOT = 0
                MOVE 'CHARGE-OFF AMOUNT MISMATCH' TO WS-RESULT-REASON
             WHEN OTHER
                PERFORM 2172-CAPTURE-ACCOUNT-HISTORY
                IF HIST-CAPTURE-OK
                   PERFORM 2174-WRITE-OFF-AGING-CASE
                ELSE
                   MOVE 'ACCOUNT HISTORY CAPTURE FAILED' TO
                           WS-RESULT-REASON
                END-IF
           END-EVALUATE

           IF WS-RESULT-REASON = SPACES
              PERFORM 2173-POST-CHARGEOFF-TXN
           ELSE
              DISPLAY 'CHARGE-OFF REJECTED - ' WS-RESULT-REASON
                      ' ACCT=' WS-TXN-ACCT-NUM
              ADD 1 TO WS-TOTAL-REJECTED
              SET RESULT-REJECTED TO TRUE
              EXEC SQL ROLLBACK END-EXEC
           END-IF.

      *------- OLDEST WRITTEN-OFF CASE STILL OWED ANYTHING -------*
       2171-CHECK-CHARGEOFF-RECOVERY.
           EXEC SQL
             SELECT CHAR(OVERDRAWN_DATE, ISO),
                    CHARGEOFF_AMOUNT - RECOVERED_AMOUNT
             INTO   :HV-OVD-DATE, :HV-CHGOFF-REMAIN
             FROM   TBOVDAGE
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  AGE_STATUS = 'W'
               AND  OVERDRAWN_DATE =
                    (SELECT MIN(OVERDRAWN_DATE)
                     FROM   TBOVDAGE
                     WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
                       AND  AGE_STATUS = 'W')
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                IF HV-CHGOFF-REMAIN > 0
                   SET RECOVERY-CREDIT TO TRUE
                END-IF
             WHEN +100
                CONTINUE
             WHEN OTHER
                DISPLAY 'CHARGE-OFF CASE LOOKUP FAILED: SQLCODE='
                        SQLCODE ' ACCT=' WS-TXN-ACCT-NUM
           END-EVALUATE.

      *------- BEFORE-IMAGE ROW TO TBACCT_HIST (OPERATION 'W') FROM   *
      *------- THE VALUES 2110 READ UNDER THE ROW LOCK - THE SAME     *
      *------- TRAIL DBACCT01 AND DBDOR01 WRITE                       *
       2172-CAPTURE-ACCOUNT-HISTORY.
           SET HIST-CAPTURE-OK TO TRUE
           EXEC SQL
             INSERT INTO TBACCT_HIST
               (ACCT_NUMBER, HIST_OPERATION,
                OLD_ACCT_STATUS, OLD_ACCT_TYPE,
                OLD_PRODUCT_CODE, OLD_BALANCE,
                OLD_AVAIL_BALANCE,
                CHANGED_BY, CHANGED_DATE)
             VALUES
               (:HV-ACCT-NUMBER, 'W',
                :HV-ACCT-STATUS, :HV-ACCT-TYPE,
                :HV-PRODUCT-CODE, :HV-CURRENT-BALANCE,
                :HV-CURRENT-AVAIL,
                USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ACCOUNT HISTORY INSERT FAILED: SQLCODE='
                      SQLCODE
              SET HIST-CAPTURE-FAILED TO TRUE
           END-IF.

      *------- POST THE WRITE-OFF AS A CRT ROW WITH THE 'CHO' MARKER  *
      *------- (SAME SUBSTITUTE-AND-RESTORE REUSE OF 2130/2140/2150   *
      *------- AS 2142)                                                *
       2173-POST-CHARGEOFF-TXN.
           MOVE WS-TXN-ID         TO WS-SAVE-TXN-ID
           MOVE WS-TXN-TYPE       TO WS-SAVE-TXN-TYPE

           ADD 1 TO WS-SYNTH-SEQ-NUM
           MOVE WS-SAVE-TXN-ID(1:5) TO WS-TXN-ID(1:5)
           MOVE 'CHO'               TO WS-TXN-ID(6:3)
           MOVE WS-SYNTH-SEQ-NUM    TO WS-TXN-ID(9:7)
           SET TXN-CREDIT           TO TRUE

           PERFORM 2130-CALCULATE-NEW-BALANCE
           PERFORM 2140-INSERT-TXN
           PERFORM 2150-UPDATE-BALANCE

           MOVE WS-SAVE-TXN-ID    TO WS-TXN-ID
           MOVE WS-SAVE-TXN-TYPE  TO WS-TXN-TYPE

           IF SQLCODE = 0
              ADD 1 TO WS-TOTAL-CHARGE-OFFS
              MOVE 'CHARGED OFF' TO WS-RESULT-REASON
              MOVE 'CHGO'         TO EVT-CODE
              MOVE WS-TXN-AMOUNT  TO EVT-AMOUNT
              MOVE 'OVERDRAWN BALANCE CHARGED OFF' TO EVT-TEXT
              PERFORM 8500-BUFFER-CORR-EVENT
           END-IF.

      *------- CLOSE THE ACTIVE AGING CASE AS WRITTEN OFF; A CHARGE-  *
      *------- OFF KEYED BY HAND WITHOUT A DBOVD01 CASE OPENS ONE     *
       2174-WRITE-OFF-AGING-CASE.
           MOVE WS-TXN-AMOUNT TO HV-CHGOFF-AMOUNT

           EXEC SQL
             UPDATE TBOVDAGE
             SET    AGE_STATUS       = 'W',
                    CHARGEOFF_AMOUNT = :HV-CHGOFF-AMOUNT,
                    CHARGEOFF_DATE   = CURRENT DATE,
                    UPDATED_DATE     = CURRENT TIMESTAMP
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  AGE_STATUS = 'A'
           END-EXEC

           IF SQLCODE = +100
              EXEC SQL
                INSERT INTO TBOVDAGE
                  (ACCT_NUMBER, OVERDRAWN_DATE, AGE_STATUS,
                   NOTICE_LEVEL, FROZEN_IND,
                   CHARGEOFF_AMOUNT, CHARGEOFF_DATE,
                   RECOVERED_AMOUNT,
                   CREATED_BY, UPDATED_DATE)
                VALUES
                  (:HV-ACCT-NUMBER, CURRENT DATE, 'W',
                   0, 'N',
                   :HV-CHGOFF-AMOUNT, CURRENT DATE,
                   0,
                   :WS-PROGRAM-NAME, CURRENT TIMESTAMP)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'OVERDRAWN CASE UPDATE FAILED: SQLCODE='
                      SQLCODE ' ACCT=' WS-TXN-ACCT-NUM
              MOVE 'OVERDRAWN CASE UPDATE FAILED' TO
                      WS-RESULT-REASON
           END-IF.

      *------- POST A RECOVERY: RCV CREDIT FOR THE FULL AMOUNT, RCA   *
      *------- DEBIT FOR THE PART APPLIED TO THE CHARGE-OFF, THEN THE *
      *------- CASE AND THE BALANCE (WHICH MOVES ONLY BY ANY EXCESS)  *
       2175-POST-RECOVERY.
           IF WS-TXN-AMOUNT > HV-CHGOFF-REMAIN
              MOVE HV-CHGOFF-REMAIN TO WS-RECOVERY-AMOUNT
           ELSE
              MOVE WS-TXN-AMOUNT    TO WS-RECOVERY-AMOUNT
           END-IF

           ADD 1 TO WS-SYNTH-SEQ-NUM
           MOVE WS-TXN-ID(1:5)  TO WS-XFR-CREDIT-ID(1:5)
           MOVE 'RCV'           TO WS-XFR-CREDIT-ID(6:3)
           MOVE WS-SYNTH-SEQ-NUM TO WS-XFR-CREDIT-ID(9:7)

           ADD 1 TO WS-SYNTH-SEQ-NUM
           MOVE WS-TXN-ID(1:5)  TO WS-XFR-DEBIT-ID(1:5)
           MOVE 'RCA'           TO WS-XFR-DEBIT-ID(6:3)
           MOVE WS-SYNTH-SEQ-NUM TO WS-XFR-DEBIT-ID(9:7)

           ADD WS-TXN-AMOUNT TO HV-CURRENT-BALANCE
              GIVING HV-NEW-BALANCE
           MOVE WS-XFR-CREDIT-ID TO HV-TXN-ID
           MOVE 'CRT'            TO HV-TXN-TYPE
           MOVE WS-TXN-AMOUNT    TO HV-TXN-AMOUNT
           PERFORM 2176-INSERT-RECOVERY-LEG

           IF SQLCODE = 0
              SUBTRACT WS-RECOVERY-AMOUNT FROM HV-NEW-BALANCE
              MOVE WS-XFR-DEBIT-ID   TO HV-TXN-ID
              MOVE 'DBT'             TO HV-TXN-TYPE
              MOVE WS-RECOVERY-AMOUNT TO HV-TXN-AMOUNT
              PERFORM 2176-INSERT-RECOVERY-LEG
           END-IF

           IF SQLCODE = 0
              PERFORM 2177-UPDATE-RECOVERED-CASE
           END-IF

           IF SQLCODE = 0
              COMPUTE HV-NEW-AVAIL = HV-CURRENT-AVAIL
                                   + WS-TXN-AMOUNT
                                   - WS-RECOVERY-AMOUNT
              PERFORM 2150-UPDATE-BALANCE
           ELSE
              DISPLAY 'RECOVERY POSTING FAILED: SQLCODE=' SQLCODE
                      ' ACCT=' WS-TXN-ACCT-NUM
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-TOTAL-REJECTED
              SET RESULT-REJECTED TO TRUE
              MOVE 'RECOVERY POSTING FAILED' TO WS-RESULT-REASON
           END-IF

           IF RESULT-POSTED
              ADD 1 TO WS-TOTAL-RECOVERIES
              MOVE 'CHARGE-OFF RECOVERY' TO WS-RESULT-REASON
           END-IF.

      *------- ONE RECOVERY LEG (HV-TXN-ID/TYPE/AMOUNT AND THE        *
      *------- RUNNING BALANCE SET BY THE CALLER)                      *
       2176-INSERT-RECOVERY-LEG.
           MOVE WS-TXN-DESC     TO HV-TXN-DESC
           MOVE WS-TXN-ID       TO HV-TXN-REF
           MOVE WS-TXN-CHANNEL  TO HV-TXN-CHANNEL

           EXEC SQL
             INSERT INTO TBTXN
               (TXN_ID, ACCT_NUMBER, TXN_DATE, TXN_TIME,
                TXN_TYPE, TXN_AMOUNT, RUNNING_BALANCE,
                DESCRIPTION, REFERENCE_NUM, CHANNEL)
             VALUES
               (:HV-TXN-ID, :HV-ACCT-NUMBER,
                CURRENT DATE, CURRENT TIME,
                :HV-TXN-TYPE, :HV-TXN-AMOUNT,
                :HV-NEW-BALANCE,
                :HV-TXN-DESC, :HV-TXN-REF,
                :HV-TXN-CHANNEL)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'RECOVERY LEG INSERT FAILED: SQLCODE='
                      SQLCODE
           END-IF.

      *------- APPLY THE RECOVERY; A CASE MADE WHOLE GOES TO 'V' -------*
       2177-UPDATE-RECOVERED-CASE.
           MOVE WS-RECOVERY-AMOUNT TO HV-RECOVERY-AMOUNT

           EXEC SQL
             UPDATE TBOVDAGE
             SET    RECOVERED_AMOUNT = RECOVERED_AMOUNT
                                     + :HV-RECOVERY-AMOUNT,
                    AGE_STATUS = CASE
                      WHEN RECOVERED_AMOUNT + :HV-RECOVERY-AMOUNT
                           >= CHARGEOFF_AMOUNT THEN 'V'
                      ELSE 'W' END,
                    UPDATED_DATE = CURRENT TIMESTAMP
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  OVERDRAWN_DATE = :HV-OVD-DATE
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CHARGE-OFF CASE UPDATE FAILED: SQLCODE='
                      SQLCODE ' ACCT=' WS-TXN-ACCT-NUM
           END-IF.

      *================================================================*
      *  2180-2184 - REG CC HOLD ON A CHECK DEPOSIT                     *
      *  A CRT FROM A CHECK-DEPOSIT CHANNEL (CHK TELLER, ATM, RDC      *
      *  REMOTE CAPTURE) IS AVAILABLE UP TO THE NEXT-DAY ALLOWANCE;    *
      *  THE REST IS HELD ON TBHOLD AS HOLD_TYPE 'CHK':                *
      *    NEW ACCOUNT (OPEN_DATE WITHIN THE PARM DAYS) - ALL OF IT    *
      *      ON THE EXTENDED SCHEDULE (HOLD-ID MARKER 'CHX')           *
      *    LARGE DEPOSIT - THE PART OVER THE LARGE-DEPOSIT AMOUNT ON   *
      *      THE EXTENDED SCHEDULE ('CHX'), THE REST NORMAL ('CHK')    *
      *    OTHERWISE - ALL OF IT ON THE NORMAL SCHEDULE ('CHK')        *
      *  THE TXN ROW, THE HOLD ROWS AND BALANCE/AVAIL_BALANCE GO IN    *
      *  ONE UNIT OF WORK, KEEPING DBHLD01'S AVAIL_BALANCE = BALANCE - *
      *  OPEN HOLDS. EACH HOLD QUEUES AN RCCH AVAILABILITY NOTICE. A   *
      *  HOLD THAT CANNOT BE WRITTEN REJECTS THE DEPOSIT.              *
      *================================================================*
       2180-POST-CHECK-DEPOSIT.
           PERFORM 2181-SIZE-CHECK-HOLD
           PERFORM 2130-CALCULATE-NEW-BALANCE
           SUBTRACT WS-RCC-NORMAL-HOLD WS-RCC-EXTENDED-HOLD
              FROM HV-NEW-AVAIL
           PERFORM 2140-INSERT-TXN

           IF RESULT-POSTED
              AND WS-RCC-NORMAL-HOLD > 0
              MOVE 'CHK'                TO WS-RCC-HOLD-MARKER
              MOVE WS-RCC-NORMAL-HOLD   TO HV-HOLD-AMOUNT
              MOVE WS-RCC-NORMAL-EXPIRY TO HV-HOLD-EXPIRY
              PERFORM 2183-INSERT-CHECK-HOLD
           END-IF

           IF RESULT-POSTED
              AND WS-RCC-EXTENDED-HOLD > 0
              MOVE 'CHX'                  TO WS-RCC-HOLD-MARKER
              MOVE WS-RCC-EXTENDED-HOLD   TO HV-HOLD-AMOUNT
              MOVE WS-RCC-EXTENDED-EXPIRY TO HV-HOLD-EXPIRY
              PERFORM 2183-INSERT-CHECK-HOLD
           END-IF

           IF RESULT-POSTED
              PERFORM 2150-UPDATE-BALANCE
           END-IF

           IF RESULT-POSTED
              IF WS-RCC-NORMAL-HOLD > 0
                 MOVE WS-RCC-NORMAL-HOLD  TO EVT-AMOUNT
                 MOVE WS-RCC-NORMAL-AVAIL TO WS-RCC-AVAIL-WORK
                 PERFORM 2184-QUEUE-HOLD-NOTICE
              END-IF
              IF WS-RCC-EXTENDED-HOLD > 0
                 MOVE WS-RCC-EXTENDED-HOLD  TO EVT-AMOUNT
                 MOVE WS-RCC-EXTENDED-AVAIL TO WS-RCC-AVAIL-WORK
                 PERFORM 2184-QUEUE-HOLD-NOTICE
              END-IF
           END-IF.

      *------- SPLIT THE AMOUNT ABOVE THE NEXT-DAY ALLOWANCE BETWEEN  *
      *------- THE NORMAL AND EXTENDED SCHEDULES                      *
       2181-SIZE-CHECK-HOLD.
           MOVE 0 TO WS-RCC-NORMAL-HOLD
           MOVE 0 TO WS-RCC-EXTENDED-HOLD

           IF WS-TXN-AMOUNT > WS-RCC-NEXT-DAY-AMT
              PERFORM 2182-CHECK-NEW-ACCOUNT
              EVALUATE TRUE
                WHEN HV-NEW-ACCT-IND = 'Y'
                   SUBTRACT WS-RCC-NEXT-DAY-AMT FROM WS-TXN-AMOUNT
                      GIVING WS-RCC-EXTENDED-HOLD
                WHEN WS-TXN-AMOUNT > WS-RCC-LARGE-AMT
                   SUBTRACT WS-RCC-LARGE-AMT FROM WS-TXN-AMOUNT
                      GIVING WS-RCC-EXTENDED-HOLD
                   SUBTRACT WS-RCC-NEXT-DAY-AMT FROM WS-RCC-LARGE-AMT
                      GIVING WS-RCC-NORMAL-HOLD
                   IF WS-RCC-NORMAL-HOLD < 0
                      MOVE 0 TO WS-RCC-NORMAL-HOLD
                   END-IF
                WHEN OTHER
                   SUBTRACT WS-RCC-NEXT-DAY-AMT FROM WS-TXN-AMOUNT
                      GIVING WS-RCC-NORMAL-HOLD
              END-EVALUATE
           END-IF.

      *------- NEW-ACCOUNT TEST DONE IN SQL, AS DBSVC01 DOES ITS      *
      *------- GRACE PERIOD; A LOOKUP ERROR FALLS BACK TO NOT-NEW     *
       2182-CHECK-NEW-ACCOUNT.
           MOVE 'N' TO HV-NEW-ACCT-IND
           MOVE WS-RCC-NEW-ACCT-DAYS TO HV-NEW-ACCT-DAYS

           EXEC SQL
             SELECT CASE WHEN OPEN_DATE >
                              CURRENT DATE
                                - :HV-NEW-ACCT-DAYS DAYS
                         THEN 'Y' ELSE 'N' END
             INTO   :HV-NEW-ACCT-IND
             FROM   TBACCT
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'NEW ACCOUNT CHECK FAILED: SQLCODE='
                      SQLCODE ' ACCT=' WS-TXN-ACCT-NUM
              MOVE 'N' TO HV-NEW-ACCT-IND
           END-IF.

      *------- ONE TBHOLD ROW (AMOUNT, EXPIRY AND MARKER SET BY THE   *
      *------- CALLER); THE HOLD-ID FOLLOWS THE SYNTHETIC TXN-ID FORM *
       2183-INSERT-CHECK-HOLD.
           ADD 1 TO WS-SYNTH-SEQ-NUM
           MOVE WS-TXN-ID(1:5)     TO HV-HOLD-ID(1:5)
           MOVE WS-RCC-HOLD-MARKER TO HV-HOLD-ID(6:3)
           MOVE WS-SYNTH-SEQ-NUM   TO HV-HOLD-ID(9:7)
           MOVE SPACES TO HV-HOLD-DESC
           STRING 'REG CC HOLD - DEPOSIT ' DELIMITED BY SIZE
                  WS-TXN-ID                DELIMITED BY SIZE
                  INTO HV-HOLD-DESC
           END-STRING

           EXEC SQL
             INSERT INTO TBHOLD
               (HOLD_ID, ACCT_NUMBER, HOLD_TYPE,
                HOLD_AMOUNT, HOLD_STATUS,
                PLACED_DATE, EXPIRY_DATE,
                DESCRIPTION, CREATED_BY, UPDATED_DATE)
             VALUES
               (:HV-HOLD-ID, :HV-ACCT-NUMBER,
                'CHK', :HV-HOLD-AMOUNT, 'A',
                CURRENT DATE, :HV-HOLD-EXPIRY,
                :HV-HOLD-DESC, USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-TOTAL-RCC-HOLDS
           ELSE
              DISPLAY 'CHECK HOLD INSERT FAILED: SQLCODE='
                      SQLCODE ' ACCT=' WS-TXN-ACCT-NUM
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-TOTAL-REJECTED
              SET RESULT-REJECTED TO TRUE
              MOVE 'CHECK HOLD INSERT FAILED' TO WS-RESULT-REASON
           END-IF.

      *------- REG CC AVAILABILITY NOTICE FOR ONE HOLD (EVT-AMOUNT    *
      *------- AND THE AVAILABILITY DATE SET BY THE CALLER)           *
       2184-QUEUE-HOLD-NOTICE.
           MOVE 'RCCH' TO EVT-CODE
           MOVE SPACES TO EVT-TEXT
           STRING 'FUNDS AVAILABLE ' DELIMITED BY SIZE
                  WS-RCC-AVAIL-WORK  DELIMITED BY SIZE
                  INTO EVT-TEXT
           END-STRING
           PERFORM 8500-BUFFER-CORR-EVENT.

      *================================================================*
      *  2185-2186 - TIME DEPOSIT EARLY-WITHDRAWAL PENALTY             *
      *  CALLED JUST BEFORE A FUNDED DBT OR XFR FROM THE LOCKED        *
      *  ACCOUNT IS POSTED. A TDA WITH AN ACTIVE, UNMATURED TBCDTERM   *
      *  ROW OWES PENALTY_DAYS OF INTEREST AT THE CONTRACT RATE ON THE *
      *  AMOUNT WITHDRAWN, CAPPED AT THE AVAILABLE BALANCE THE DEBIT   *
      *  LEAVES. THE FEE POSTS RIGHT AFTER THE DEBIT IN THE SAME UNIT  *
      *  OF WORK; IF IT CANNOT, THE DEBIT IS BACKED OUT WITH IT.       *
      *  A LOOKUP ERROR FAILS OPEN (NO PENALTY) LIKE THE LIMIT CHECK.  *
      *================================================================*
       2185-CHECK-CD-PENALTY.
           MOVE 'N' TO WS-CD-PENALTY-SW
           MOVE 0 TO WS-CD-PENALTY-AMOUNT

           IF HV-ACCT-TYPE = 'TDA'
              AND (TXN-DEBIT OR TXN-TRANSFER)
              EXEC SQL
                SELECT CONTRACT_RATE, PENALTY_DAYS
                INTO   :HV-CD-RATE, :HV-CD-PENALTY-DAYS
                FROM   TBCDTERM
                WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
                  AND  CD_STATUS = 'A'
                  AND  MATURITY_DATE > CURRENT DATE
              END-EXEC

              EVALUATE SQLCODE
                WHEN 0
                   COMPUTE WS-CD-PENALTY-AMOUNT ROUNDED =
                      WS-TXN-AMOUNT * HV-CD-RATE * HV-CD-PENALTY-DAYS
                      / WS-CD-DAYS-PER-YEAR
                   IF WS-CD-PENALTY-AMOUNT >
                         HV-CURRENT-AVAIL - WS-TXN-AMOUNT
                      COMPUTE WS-CD-PENALTY-AMOUNT =
                         HV-CURRENT-AVAIL - WS-TXN-AMOUNT
                   END-IF
                   IF WS-CD-PENALTY-AMOUNT > 0
                      SET CD-PENALTY-DUE TO TRUE
                   END-IF
                WHEN +100
                   CONTINUE
                WHEN OTHER
                   DISPLAY 'CD TERMS LOOKUP FAILED: SQLCODE='
                           SQLCODE ' ACCT=' WS-TXN-ACCT-NUM
              END-EVALUATE
           END-IF.

      *------- POST THE PENALTY FEE (SAME SUBSTITUTE-AND-RESTORE      *
      *------- REUSE OF 2130/2140/2150 AS 2154, STILL INSIDE THE      *
      *------- DEBIT'S UNIT OF WORK - NO RE-LOCK). A FAILURE HAS      *
      *------- ALREADY ROLLED BACK THE DEBIT, SO THE ITEM IS REJECTED *
       2186-POST-CD-PENALTY-TXN.
           MOVE 'N' TO WS-CD-PENALTY-SW

           IF RESULT-POSTED
              MOVE HV-NEW-BALANCE    TO HV-CURRENT-BALANCE
              MOVE HV-NEW-AVAIL      TO HV-CURRENT-AVAIL
              MOVE WS-TXN-ID         TO WS-SAVE-TXN-ID
              MOVE WS-TXN-TYPE       TO WS-SAVE-TXN-TYPE
              MOVE WS-TXN-AMOUNT     TO WS-SAVE-TXN-AMOUNT
              MOVE WS-TXN-DESC       TO WS-SAVE-TXN-DESC

              ADD 1 TO WS-SYNTH-SEQ-NUM
              MOVE WS-SAVE-TXN-ID(1:5) TO WS-TXN-ID(1:5)
              MOVE 'FEE'               TO WS-TXN-ID(6:3)
              MOVE WS-SYNTH-SEQ-NUM    TO WS-TXN-ID(9:7)
              SET TXN-FEE              TO TRUE
              MOVE WS-CD-PENALTY-AMOUNT TO WS-TXN-AMOUNT
              MOVE 'CD EARLY WITHDRAWAL PENALTY' TO WS-TXN-DESC

              MOVE 'C' TO WS-POSTING-NSF-FEE-SW
              PERFORM 2130-CALCULATE-NEW-BALANCE
              PERFORM 2140-INSERT-TXN
              PERFORM 2150-UPDATE-BALANCE
              MOVE 'N' TO WS-POSTING-NSF-FEE-SW

              MOVE WS-SAVE-TXN-ID    TO WS-TXN-ID
              MOVE WS-SAVE-TXN-TYPE  TO WS-TXN-TYPE
              MOVE WS-SAVE-TXN-AMOUNT TO WS-TXN-AMOUNT
              MOVE WS-SAVE-TXN-DESC  TO WS-TXN-DESC

              IF RESULT-POSTED
                 MOVE 'POSTED - CD EARLY WITHDRAWAL PENALTY' TO
                         WS-RESULT-REASON
              ELSE
                 DISPLAY 'CD PENALTY FAILED - DEBIT BACKED OUT: '
                         WS-TXN-ACCT-NUM
                 SUBTRACT 1 FROM WS-TOTAL-POSTED
                 ADD 1 TO WS-TOTAL-REJECTED
                 MOVE 'CD PENALTY POSTING FAILED' TO
                         WS-RESULT-REASON
              END-IF
           END-IF.

      *================================================================*
      *  2187 - RELEASE THE ATH HOLD A CARD SETTLEMENT MATCHES         *
      *  CALLED FOR A POS DEBIT ON THE LOCKED ACCOUNT BEFORE THE       *
      *  BALANCE TEST. THE ACTIVE CARD AUTHORIZATION HOLD WITH THE     *
      *  SAME CARD_REF IS MARKED SETTLED ('S') AND ITS AMOUNT IS GIVEN *
      *  BACK TO HV-CURRENT-AVAIL, SO 2130 DERIVES THE NEW AVAILABLE   *
      *  BALANCE WITHOUT THE HOLD. NOTHING IS COMMITTED HERE - THE     *
      *  RELEASE STANDS OR FALLS WITH THE DEBIT. A LOOKUP ERROR FAILS  *
      *  OPEN (DEBIT POSTS, HOLD LEFT TO EXPIRE) LIKE THE STOP CHECK;  *
      *  A FAILED RELEASE REJECTS THE ITEM.                            *
      *================================================================*
       2187-RELEASE-AUTH-HOLD.
           MOVE WS-TXN-REF TO HV-TXN-REF

           EXEC SQL
             SELECT HOLD_ID, HOLD_AMOUNT
             INTO   :HV-AUTH-HOLD-ID, :HV-AUTH-HOLD-AMOUNT
             FROM   TBHOLD
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  HOLD_TYPE = 'ATH'
               AND  HOLD_STATUS = 'A'
               AND  CARD_REF = :HV-TXN-REF
             FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                EXEC SQL
                  UPDATE TBHOLD
                  SET    HOLD_STATUS = 'S',
                         RELEASED_DATE = CURRENT DATE,
                         UPDATED_DATE = CURRENT TIMESTAMP
                  WHERE  HOLD_ID = :HV-AUTH-HOLD-ID
                END-EXEC
                IF SQLCODE = 0
                   ADD HV-AUTH-HOLD-AMOUNT TO HV-CURRENT-AVAIL
                   SET CARD-HOLD-RELEASED TO TRUE
                ELSE
                   DISPLAY 'CARD HOLD RELEASE FAILED: SQLCODE='
                           SQLCODE ' HOLD=' HV-AUTH-HOLD-ID
                   ADD 1 TO WS-TOTAL-REJECTED
                   SET RESULT-REJECTED TO TRUE
                   MOVE 'CARD HOLD RELEASE FAILED' TO
                           WS-RESULT-REASON
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
             WHEN +100
                CONTINUE
             WHEN OTHER
                DISPLAY 'CARD HOLD LOOKUP FAILED: SQLCODE='
                        SQLCODE ' ACCT=' WS-TXN-ACCT-NUM
           END-EVALUATE.

      *------- COMMIT THE CURRENT BATCH AND CHECKPOINT PROGRESS -------*
       2160-COMMIT-AND-CHECKPOINT.
           EXEC SQL COMMIT END-EXEC
           MOVE WS-CORR-EVENT
             TO WS-EVENT-BUF-ENTRY(WS-EVENT-BUF-COUNT).

      *------- A BUSINESS DAY IS MONDAY-FRIDAY WITH NO TBCAL ROW ------*
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

      *------- BUFFER ONE OUTCOME RECORD PER INPUT TRANSACTION - SEE   *
      *------- THE WS-RESULT-BUFFER-TABLE COMMENT ABOVE FOR WHY THIS  *
      *------- IS NOT WRITTEN DIRECTLY TO RESULT-FILE HERE            *
                   WS-TOTAL-STOP-FEE-ERRORS
           DISPLAY 'DAILY LIMIT REJECTS  : '
                   WS-TOTAL-LIMIT-REJECTS
           DISPLAY 'CHARGE-OFFS POSTED   : '
                   WS-TOTAL-CHARGE-OFFS
           DISPLAY 'RECOVERIES POSTED    : '
                   WS-TOTAL-RECOVERIES
           DISPLAY 'REG CC HOLDS PLACED  : '
                   WS-TOTAL-RCC-HOLDS
           DISPLAY 'CD PENALTIES POSTED  : '
                   WS-TOTAL-CD-PENALTIES
           DISPLAY 'CD PENALTY ERRORS    : '
                   WS-TOTAL-CD-PENALTY-ERRORS
           DISPLAY 'CARD HOLDS SETTLED   : '
                   WS-TOTAL-CARD-HOLDS-SETTLED
           DISPLAY 'CORR EVENTS WRITTEN  : '
                   WS-TOTAL-EVENTS
           DISPLAY 'NSF FEE ERRORS       : '
