      *            ENTRY PAIR PER TXN CLASS AND CHANNEL COMBINATION.    *
      *            TOTAL DEBITS MUST EQUAL TOTAL CREDITS OR THE FILE    *
      *            IS NOT RELEASED (NOTHING WRITTEN, RETURN CODE 12).   *
      *            EACH CYCLE DATE IS EXTRACTED ONCE: THE RUN-CONTROL   *
      *            REGISTRY (TBRUNCTL) REFUSES A SECOND RUN FOR A DATE  *
      *            ALREADY COMPLETED UNLESS DBRUN01 HAS AUTHORIZED THE  *
      *            RERUN. DBPRF01 WILL NOT RUN FOR A CYCLE DATE UNTIL   *
      *            THIS PROGRAM HAS COMPLETED IT.                       *
      *                                                                  *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY) - READ ONLY EXCEPT THE       *
      *              TBRUNCTL RUN-CONTROL ROW                           *
      *                                                                  *
      *  TXN CLASSES (DERIVED IN 2100, NOT IN THE WHERE CLAUSE):        *
      *    CRT CUSTOMER CREDIT        DBT CUSTOMER DEBIT               *
      *    OVERDRAFT PROTECTION SWEEP LEGS (DBTXN01 2153) CARRY:       *
      *      ODD DEBIT OF THE COVERAGE ACCOUNT                         *
      *      ODC CREDIT OF THE PROTECTED ACCOUNT                       *
      *    OVERDRAWN CHARGE-OFFS AND RECOVERIES (DBTXN01 2170-2177):   *
      *      CHO CREDIT WRITING THE NEGATIVE BALANCE OFF TO LOSS       *
      *      RCV CREDIT OF CASH COLLECTED ON A WRITTEN-OFF ACCOUNT     *
      *      RCA DEBIT MOVING THAT CASH TO RECOVERY INCOME             *
      *                                                                  *
      *  GL ACCOUNT MAP (DR / CR BY CLASS - EACH REVERSAL CLASS IS      *
      *  THE CONTRA OF THE CLASS IT BACKS OUT):                         *
      *    RXD  20010000 CUSTOMER DEPS   / 20020000 TRANSFER CLEARING  *
      *    ODD  20010000 CUSTOMER DEPS   / 20020000 TRANSFER CLEARING  *
      *    ODC  20020000 TRANSFER CLRG   / 20010000 CUSTOMER DEPOSITS  *
      *    CHO  50020000 CHARGE-OFF LOSS / 20010000 CUSTOMER DEPOSITS  *
      *    RCV  10010000 CASH CLEARING   / 20010000 CUSTOMER DEPOSITS  *
      *    RCA  20010000 CUSTOMER DEPS   / 40030000 CHARGE-OFF RECOVRY *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-RUN-DATE                     PIC X(10).
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

              SET SQL-END-OF-CURSOR TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE WS-RUN-DATE TO HV-RUN-PERIOD
              PERFORM 8900-OPEN-RUN-CONTROL
           END-IF

           IF RUN-REGISTERED
              EXEC SQL OPEN CSR-DAY-TXNS END-EXEC

              IF SQLCODE NOT = 0
              ELSE
                 PERFORM 2010-FETCH-NEXT-TXN
              END-IF
           ELSE
              SET SQL-END-OF-CURSOR TO TRUE
           END-IF.

       2000-ACCUMULATE-TXNS.
                     MOVE 'RXD' TO WS-TXN-CLASS
                  WHEN 'ODD'
                     MOVE 'ODD' TO WS-TXN-CLASS
                  WHEN 'RCA'
                     MOVE 'RCA' TO WS-TXN-CLASS
                  WHEN OTHER
                     MOVE 'DBT' TO WS-TXN-CLASS
                END-EVALUATE
                     MOVE 'RXC' TO WS-TXN-CLASS
                  WHEN 'ODC'
                     MOVE 'ODC' TO WS-TXN-CLASS
                  WHEN 'CHO'
                     MOVE 'CHO' TO WS-TXN-CLASS
                  WHEN 'RCV'
                     MOVE 'RCV' TO WS-TXN-CLASS
                  WHEN OTHER
                     MOVE 'CRT' TO WS-TXN-CLASS
                END-EVALUATE
             WHEN 'ODC'
                MOVE '20020000' TO WS-GL-DR-ACCOUNT
                MOVE '20010000' TO WS-GL-CR-ACCOUNT
             WHEN 'CHO'
                MOVE '50020000' TO WS-GL-DR-ACCOUNT
                MOVE '20010000' TO WS-GL-CR-ACCOUNT
             WHEN 'RCV'
                MOVE '10010000' TO WS-GL-DR-ACCOUNT
                MOVE '20010000' TO WS-GL-CR-ACCOUNT
             WHEN 'RCA'
                MOVE '20010000' TO WS-GL-DR-ACCOUNT
                MOVE '40030000' TO WS-GL-CR-ACCOUNT
           END-EVALUATE.

      *------- FILE TOTAL RECORDS (CLASS 'TOT') FOR THE RECEIVER ------*
           EXEC SQL CLOSE CSR-DAY-TXNS END-EXEC
           CLOSE GL-EXTRACT-FILE

           MOVE WS-TOTAL-ENTRIES TO HV-RUN-COUNT
           MOVE WS-TOTAL-DEBITS  TO HV-RUN-AMOUNT
           PERFORM 8930-CLOSE-RUN-CONTROL

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'POSTINGS READ        : ' WS-TOTAL-TXNS-READ
           DISPLAY 'TOTAL CREDITS        : ' WS-TOTAL-CREDITS
           DISPLAY 'NSF FEE INCOME       : ' WS-NSF-INCOME-TOTAL
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
