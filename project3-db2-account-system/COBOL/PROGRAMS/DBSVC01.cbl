      *            PATTERN AS DBINT01'S INTEREST GENERATOR).            *
      *                                                                  *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY) - READ ONLY EXCEPT THE       *
      *              TBRUNCTL RUN-CONTROL ROW                           *
      *                                                                  *
      *  WAIVER RULES (FIRST MATCH WINS, DECISION GOES TO SVCAUDIT):   *
      *    W1 = MINIMUM BALANCE MAINTAINED (BALANCE >= PARM MINIMUM)   *
      *                                                                  *
      *  THE JOB MAY BE SUBMITTED DAILY: FEES ARE GENERATED ONLY ON    *
      *  THE LAST BUSINESS DAY OF THE MONTH (MONDAY-FRIDAY, NO TBCAL   *
      *  HOLIDAY ROW), UNLESS THE PARM FORCES A RUN. EACH MONTH IS     *
      *  ASSESSED ONCE: THE RUN-CONTROL REGISTRY (TBRUNCTL) REFUSES A  *
      *  SECOND RUN FOR A MONTH ALREADY COMPLETED UNLESS DBRUN01 HAS   *
      *  AUTHORIZED THE RERUN.                                         *
      *                                                                  *
      *  PARM (SVCPARM, OPTIONAL, 80 BYTES):                            *
      *    1-9   MONTHLY FEE 9(7)V99 (DEFAULT 10.00)                   *
      *    10-20 MINIMUM BALANCE 9(9)V99 (DEFAULT 1,500.00)            *
      *    21-23 GRACE PERIOD MONTHS 9(3) (DEFAULT 006)                *
      *    24    'F' = FORCE A RUN REGARDLESS OF THE CALENDAR          *
      *    25-31 RUN PERIOD YYYY-MM (DEFAULT THE CURRENT MONTH - SET   *
      *          IT ON A FORCED CATCH-UP RUN FOR A MISSED MONTH-END)   *
      *          ONLY ACCEPTED WITH 'F' IN POSITION 24, AND NEVER      *
      *          LATER THAN THE CURRENT MONTH - ANY OTHER PERIOD ENDS  *
      *          THE RUN RC 12 BEFORE IT IS REGISTERED                 *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  PRM-MIN-BALANCE             PIC 9(09)V99.
           05  PRM-GRACE-MONTHS            PIC 9(03).
           05  PRM-FORCE-FLAG              PIC X(01).
           05  PRM-RUN-PERIOD              PIC X(07).
           05  PRM-RUN-PERIOD-PARTS REDEFINES PRM-RUN-PERIOD.
               10  PRM-RUN-YEAR            PIC X(04).
               10  PRM-RUN-DASH            PIC X(01).
               10  PRM-RUN-MONTH           PIC X(02).
               10  PRM-RUN-MONTH-N REDEFINES PRM-RUN-MONTH
                                           PIC 9(02).
           05  FILLER                      PIC X(49).

      *------- MONTH-END / FORCE-RUN GATE -------*
       01  WS-FORCE-SW                     PIC X(01) VALUE 'N'.
           88  FORCE-RUN                             VALUE 'F'.
       01  WS-MONTH-END-SW                 PIC X(01) VALUE 'N'.
           88  MONTH-END-RUN                         VALUE 'Y'.
       01  WS-PARM-PERIOD-SW               PIC X(01) VALUE 'Y'.
           88  PARM-PERIOD-VALID                     VALUE 'Y'.
           88  PARM-PERIOD-INVALID                   VALUE 'N'.

      *------- BUSINESS-DAY CALENDAR CHECK (TBCAL) -------*
       01  HV-CAND-DATE                    PIC X(10).
       01  WS-TOTAL-WAIVED-MINBAL          PIC 9(09) VALUE 0.
       01  WS-TOTAL-WAIVED-TIER3           PIC 9(09) VALUE 0.
       01  WS-TOTAL-WAIVED-GRACE           PIC 9(09) VALUE 0.
       01  WS-TOTAL-FEE-AMOUNT             PIC S9(13)V99 COMP-3
                                            VALUE 0.

       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.

      *------- RUN-CONTROL REGISTRY (TBRUNCTL) -------*
       01  WS-RUN-CTL-SW                   PIC X(01) VALUE 'N'.
           88  RUN-REGISTERED                        VALUE 'Y'.
           88  RUN-REFUSED                           VALUE 'X'.
       01  HV-RUN-PROGRAM                  PIC X(08).
       01  HV-RUN-PERIOD                   PIC X(10) VALUE SPACES.
       01  HV-RUN-SEQ                      PIC S9(04) COMP.
       01  HV-RUN-STATUS                   PIC X(01).
       01  HV-RUN-RERUN-IND                PIC X(01) VALUE 'N'.
       01  HV-RUN-RC                       PIC S9(04) COMP.
       01  HV-RUN-COUNT                    PIC S9(09) COMP VALUE 0.
       01  HV-RUN-AMOUNT                   PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  HV-RUN-MESSAGE                  PIC X(40).
       01  HV-RUN-DONE-COUNT               PIC S9(09) COMP.
       01  HV-RUN-AUTH-COUNT               PIC S9(09) COMP.

      *------- DB2 HOST VARIABLES -------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

                IF FORCE-RUN
                   DISPLAY 'FORCED RUN - CALENDAR GATE BYPASSED'
                END-IF
                IF PRM-RUN-PERIOD NOT = SPACES
                   MOVE PRM-RUN-PERIOD TO HV-RUN-PERIOD
                   DISPLAY 'RUN PERIOD FROM PARM: ' HV-RUN-PERIOD
                END-IF
                DISPLAY 'SVC PARM LOADED - FEE: ' WS-MONTHLY-FEE
                        ' MIN BAL: ' WS-MIN-BALANCE
                        ' GRACE: ' WS-GRACE-MONTHS
              SET SQL-END-OF-CURSOR TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              IF HV-RUN-PERIOD = SPACES
                 MOVE WS-RUN-DATE(1:7) TO HV-RUN-PERIOD
              ELSE
                 PERFORM 1100-VALIDATE-RUN-PERIOD
              END-IF

              IF NOT FORCE-RUN AND PARM-PERIOD-VALID
                 PERFORM 1200-CHECK-MONTH-END
              END-IF

              EVALUATE TRUE
                WHEN PARM-PERIOD-INVALID
                   CONTINUE
                WHEN NOT FORCE-RUN AND NOT MONTH-END-RUN
                   DISPLAY 'NOT THE LAST BUSINESS DAY OF THE '
                           'MONTH - NO FEES GENERATED'
                WHEN OTHER
                   PERFORM 8900-OPEN-RUN-CONTROL
              END-EVALUATE

              IF RUN-REGISTERED
                 EXEC SQL OPEN CSR-OPEN-ACCTS END-EXEC

                 IF SQLCODE NOT = 0
                 ELSE
                    PERFORM 2010-FETCH-NEXT-ACCOUNT
                 END-IF
              ELSE
                 SET SQL-END-OF-CURSOR TO TRUE
              END-IF
           END-IF.

      *================================================================*
      *  1100 - A RUN PERIOD FROM THE PARM IS ONLY HONOURED ON A       *
      *         FORCED RUN, AND MUST BE A REAL YYYY-MM NO LATER THAN   *
      *         THE CURRENT MONTH. ANYTHING ELSE ENDS THE RUN RC 12    *
      *         BEFORE IT IS REGISTERED IN TBRUNCTL, SO A MISTYPED     *
      *         PERIOD CAN NEVER BE MARKED COMPLETE                    *
      *================================================================*
       1100-VALIDATE-RUN-PERIOD.
           EVALUATE TRUE
             WHEN NOT FORCE-RUN
                SET PARM-PERIOD-INVALID TO TRUE
                DISPLAY 'RUN PERIOD PARM REQUIRES A FORCED RUN'
             WHEN PRM-RUN-YEAR NOT NUMERIC
               OR PRM-RUN-DASH NOT = '-'
               OR PRM-RUN-MONTH NOT NUMERIC
                SET PARM-PERIOD-INVALID TO TRUE
                DISPLAY 'RUN PERIOD PARM IS NOT YYYY-MM'
             WHEN PRM-RUN-MONTH-N < 1
               OR PRM-RUN-MONTH-N > 12
                SET PARM-PERIOD-INVALID TO TRUE
                DISPLAY 'RUN PERIOD PARM MONTH NOT 01-12'
             WHEN PRM-RUN-PERIOD > WS-RUN-DATE(1:7)
                SET PARM-PERIOD-INVALID TO TRUE
                DISPLAY 'RUN PERIOD PARM IS A FUTURE MONTH'
           END-EVALUATE

           IF PARM-PERIOD-INVALID
              DISPLAY 'INVALID RUN PERIOD PARM: ' PRM-RUN-PERIOD
                      ' FORCE FLAG: ' PRM-FORCE-FLAG
              MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *================================================================*
      *  1200 - IS TODAY THE LAST BUSINESS DAY OF THE MONTH?           *
      *         START AT LAST_DAY(CURRENT DATE) AND STEP BACKWARD      *
           MOVE WS-RUN-DATE     TO TXO-REF
           MOVE 'BAT'           TO TXO-CHANNEL

           WRITE SVC-OUTPUT-RECORD FROM WS-TXN-OUT
           ADD WS-MONTHLY-FEE TO WS-TOTAL-FEE-AMOUNT.

       3000-FINALIZE.
           EXEC SQL CLOSE CSR-OPEN-ACCTS END-EXEC
           CLOSE SVC-OUTPUT-FILE
           CLOSE SVC-AUDIT-FILE

           MOVE WS-TOTAL-CHARGED    TO HV-RUN-COUNT
           MOVE WS-TOTAL-FEE-AMOUNT TO HV-RUN-AMOUNT
           PERFORM 8930-CLOSE-RUN-CONTROL

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'RUN PERIOD           : ' HV-RUN-PERIOD
           DISPLAY 'ACCOUNTS EXAMINED    : ' WS-TOTAL-ACCOUNTS
           DISPLAY 'FEES CHARGED         : ' WS-TOTAL-CHARGED
           DISPLAY 'FEE AMOUNT           : ' WS-TOTAL-FEE-AMOUNT
           DISPLAY 'WAIVED - MIN BALANCE : ' WS-TOTAL-WAIVED-MINBAL
           DISPLAY 'WAIVED - TIER 3      : ' WS-TOTAL-WAIVED-TIER3
           DISPLAY 'WAIVED - GRACE       : ' WS-TOTAL-WAIVED-GRACE
           DISPLAY '======================================='.

      *================================================================*
      *  8900 - RUN-CONTROL REGISTRY (TBRUNCTL)                        *
      *         A PERIOD ALREADY COMPLETED IS REFUSED UNLESS DBRUN01   *
      *         HAS RECORDED A RERUN AUTHORIZATION, WHICH THIS RUN     *
      *         THEN USES UP. AN ACCEPTED RUN IS REGISTERED 'S' AND    *
      *         COMMITTED BEFORE ANY OUTPUT IS PRODUCED; A REFUSAL IS  *
      *         RECORDED 'X' SO IT SHOWS IN THE RUN HISTORY            *
      *================================================================*
       8900-OPEN-RUN-CONTROL.
           MOVE WS-PROGRAM-NAME TO HV-RUN-PROGRAM
           MOVE 'N'    TO HV-RUN-RERUN-IND
           MOVE SPACES TO HV-RUN-MESSAGE
           MOVE 0 TO HV-RUN-DONE-COUNT
           MOVE 0 TO HV-RUN-AUTH-COUNT
           MOVE 0 TO HV-RUN-SEQ

           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN RUN_STATUS = 'C'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN RUN_STATUS = 'A'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(MAX(RUN_SEQ), 0)
             INTO   :HV-RUN-DONE-COUNT, :HV-RUN-AUTH-COUNT,
                    :HV-RUN-SEQ
             FROM   TBRUNCTL
             WHERE  PROGRAM_ID = :HV-RUN-PROGRAM
               AND  RUN_PERIOD = :HV-RUN-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'RUN CONTROL READ FAILED: SQLCODE=' SQLCODE
              SET RUN-REFUSED TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              EVALUATE TRUE
                WHEN HV-RUN-DONE-COUNT = 0
                   CONTINUE
                WHEN HV-RUN-AUTH-COUNT = 0
                   MOVE 'PERIOD ALREADY COMPLETE - NO RERUN AUTH'
                     TO HV-RUN-MESSAGE
                   MOVE 4 TO WS-RETURN-CODE
                WHEN OTHER
                   PERFORM 8910-USE-RERUN-AUTH
              END-EVALUATE

              IF HV-RUN-MESSAGE = SPACES
                 MOVE 'S' TO HV-RUN-STATUS
              ELSE
                 MOVE 'X' TO HV-RUN-STATUS
              END-IF
              PERFORM 8920-INSERT-RUN-ROW
           END-IF.

       8910-USE-RERUN-AUTH.
           EXEC SQL
             UPDATE TBRUNCTL
             SET    RUN_STATUS = 'U',
                    END_TS     = CURRENT TIMESTAMP
             WHERE  PROGRAM_ID = :HV-RUN-PROGRAM
               AND  RUN_PERIOD = :HV-RUN-PERIOD
               AND  RUN_STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0
              MOVE 'Y' TO HV-RUN-RERUN-IND
              DISPLAY 'AUTHORIZED RERUN FOR PERIOD ' HV-RUN-PERIOD
           ELSE
              DISPLAY 'RERUN AUTHORIZATION UPDATE FAILED: SQLCODE='
                      SQLCODE
              MOVE 'RERUN AUTHORIZATION UPDATE FAILED' TO
                      HV-RUN-MESSAGE
              MOVE 16 TO WS-RETURN-CODE
           END-IF.

       8920-INSERT-RUN-ROW.
           ADD 1 TO HV-RUN-SEQ
           MOVE WS-RETURN-CODE TO HV-RUN-RC

           EXEC SQL
             INSERT INTO TBRUNCTL
               (PROGRAM_ID, RUN_PERIOD, RUN_SEQ, RUN_STATUS,
                RERUN_IND, START_TS, END_TS, RETURN_CODE,
                RUN_MESSAGE, RUN_BY)
             VALUES
               (:HV-RUN-PROGRAM, :HV-RUN-PERIOD, :HV-RUN-SEQ,
                :HV-RUN-STATUS, :HV-RUN-RERUN-IND,
                CURRENT TIMESTAMP,
                CASE WHEN :HV-RUN-STATUS = 'X'
                     THEN CURRENT TIMESTAMP ELSE NULL END,
                :HV-RUN-RC, :HV-RUN-MESSAGE, USER)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              IF HV-RUN-STATUS = 'S'
                 SET RUN-REGISTERED TO TRUE
                 DISPLAY 'RUN REGISTERED - PERIOD ' HV-RUN-PERIOD
                         ' RUN ' HV-RUN-SEQ
              ELSE
                 SET RUN-REFUSED TO TRUE
                 DISPLAY 'RUN REFUSED - PERIOD ' HV-RUN-PERIOD
                         ': ' HV-RUN-MESSAGE
              END-IF
           ELSE
              DISPLAY 'RUN CONTROL INSERT FAILED: SQLCODE=' SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              SET RUN-REFUSED TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           END-IF.

      *------- END OF RUN: STATUS, RETURN CODE, OUTPUT COUNT/AMOUNT --*
       8930-CLOSE-RUN-CONTROL.
           IF RUN-REGISTERED
              MOVE WS-RETURN-CODE TO HV-RUN-RC
              IF WS-RETURN-CODE < 8
                 MOVE 'C' TO HV-RUN-STATUS
              ELSE
                 MOVE 'F' TO HV-RUN-STATUS
              END-IF

              EXEC SQL
                UPDATE TBRUNCTL
                SET    RUN_STATUS    = :HV-RUN-STATUS,
                       END_TS        = CURRENT TIMESTAMP,
                       RETURN_CODE   = :HV-RUN-RC,
                       OUTPUT_COUNT  = :HV-RUN-COUNT,
                       OUTPUT_AMOUNT = :HV-RUN-AMOUNT
                WHERE  PROGRAM_ID = :HV-RUN-PROGRAM
                  AND  RUN_PERIOD = :HV-RUN-PERIOD
                  AND  RUN_SEQ    = :HV-RUN-SEQ
              END-EXEC

              IF SQLCODE = 0
                 EXEC SQL COMMIT END-EXEC
              ELSE
                 DISPLAY 'RUN CONTROL UPDATE FAILED: SQLCODE='
                         SQLCODE
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 16 TO WS-RETURN-CODE
              END-IF
           END-IF.
