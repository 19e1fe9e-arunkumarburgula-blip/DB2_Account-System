      *                     DBTXN01 CREATES THEM: ONE XFD/XFC PAIR PER  *
      *                     POSTED TRANSFER, ONE RXC/RXD PAIR PER       *
      *                     POSTED TRANSFER REVERSAL, ONE RV* ROW PER   *
      *                     POSTED SINGLE REVERSAL; PENALTY/SWEEP FEES, *
      *                     ODD/ODC LEGS AND THE RCA LEG OF A CHARGE-   *
      *                     OFF RECOVERY RIDE ALONG AND ARE EXCLUDED    *
      *                     (CHO AND RCV ROWS COUNT AS THE INPUT ROW).  *
      *                     THE TWO LEGS OF EACH PAIR MUST              *
      *                     ALSO COUNT EQUAL.                           *
      *              LEG D: THE TBTXN CYCLE AMOUNT MUST TIE TO THE      *
      *                     GLEXTR FILE-TOTAL RECORDS, AND GL DEBITS    *
      *            SETS RETURN CODE 8 SO THE SCHEDULER HOLDS THE GL     *
      *            RELEASE JOB, THE WAY DBGLE01 ITSELF HOLDS AN          *
      *            UNBALANCED FILE.                                     *
      *            THE RUN-CONTROL REGISTRY (TBRUNCTL) HOLDS THE PROOF  *
      *            UNTIL DBGLE01 HAS COMPLETED THE SAME CYCLE DATE      *
      *            (RETURN CODE 8), AND REFUSES A SECOND PROOF OF A     *
      *            CYCLE ALREADY PROVED UNLESS DBRUN01 HAS AUTHORIZED   *
      *            THE RERUN (RETURN CODE 4).                           *
      *                                                                  *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY) - READ ONLY EXCEPT THE       *
      *              TBRUNCTL RUN-CONTROL ROW                           *
      *================================================================*

       ENVIRONMENT DIVISION.
       01  WS-TXN-RV-SINGLE                PIC 9(09) VALUE 0.
       01  WS-TXN-FEES                     PIC 9(09) VALUE 0.
       01  WS-TXN-ODP-LEGS                 PIC 9(09) VALUE 0.
       01  WS-TXN-RCV-ADJ                  PIC 9(09) VALUE 0.

      *------- PROOF WORK FIELDS -------*
       01  WS-EXPECTED-COUNT               PIC S9(09) COMP-3.

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
       01  HV-PREREQ-PROGRAM               PIC X(08) VALUE 'DBGLE01'.
       01  HV-PREREQ-COUNT                 PIC S9(09) COMP.

      *------- DB2 HOST VARIABLES -------*
           EXEC SQL INCLUDE SQLCA END-EXEC.


       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RUN-REGISTERED
              PERFORM 2100-GATHER-RAW-TRAILER
              PERFORM 2200-GATHER-EDIT-REJECTS
              PERFORM 2300-GATHER-CLEAN-FILE
              PERFORM 2400-GATHER-RESULTS
              PERFORM 2500-GATHER-TBTXN
                 UNTIL SQL-END-OF-CURSOR
              PERFORM 2600-GATHER-GL-TOTALS
              PERFORM 3000-PROVE-THE-NIGHT
           ELSE
              PERFORM 1900-REPORT-NOT-RUN
           END-IF
           PERFORM 4000-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
              SET SQL-END-OF-CURSOR TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE WS-RUN-DATE TO HV-RUN-PERIOD
              PERFORM 8900-OPEN-RUN-CONTROL
           END-IF

           IF RUN-REGISTERED
              EXEC SQL OPEN CSR-DAY-TXNS END-EXEC

              IF SQLCODE NOT = 0
           WRITE PROOF-RPT-RECORD FROM WS-RPT-BLANK-LINE
           WRITE PROOF-RPT-RECORD FROM WS-RPT-HDR-LINE.

      *------- NO PROOF TAKEN - SAY WHY ON THE REPORT ----------------*
       1900-REPORT-NOT-RUN.
           WRITE PROOF-RPT-RECORD FROM WS-RPT-BLANK-LINE
           MOVE SPACES TO RPT-VERDICT-TEXT
           STRING '*** PROOF NOT RUN - ' DELIMITED BY SIZE
                  HV-RUN-MESSAGE         DELIMITED BY SIZE
                  INTO RPT-VERDICT-TEXT
           END-STRING
           WRITE PROOF-RPT-RECORD FROM WS-RPT-VERDICT.

      *================================================================*
      *  2100 - THE SENDER'S TRAILER COUNT AND HASH FROM RAWTXN        *
      *================================================================*
                WHEN 'ODD'
                WHEN 'ODC'
                   ADD 1 TO WS-TXN-ODP-LEGS
                WHEN 'RCA'
                   ADD 1 TO WS-TXN-RCV-ADJ
                WHEN OTHER
                   ADD 1 TO WS-TXN-NONSYNTH
              END-EVALUATE
           EXEC SQL CLOSE CSR-DAY-TXNS END-EXEC
           CLOSE PROOF-RPT-FILE

           MOVE WS-TXN-TOTAL-ROWS   TO HV-RUN-COUNT
           MOVE WS-TXN-TOTAL-AMOUNT TO HV-RUN-AMOUNT
           PERFORM 8930-CLOSE-RUN-CONTROL

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'TRAILER COUNT/HASH   : ' WS-TRL-COUNT
                   ' / ' WS-RES-REJECTED
           DISPLAY 'TBTXN CYCLE ROWS     : ' WS-TXN-TOTAL-ROWS
           DISPLAY 'PENALTY FEES ON FILE : ' WS-TXN-FEES
           DISPLAY 'RECOVERY RCA LEGS    : ' WS-TXN-RCV-ADJ
           DISPLAY 'PROOF BREAKS         : ' WS-BREAK-COUNT
           DISPLAY 'RETURN CODE          : ' WS-RETURN-CODE
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
              PERFORM 8905-CHECK-PREREQUISITE

              EVALUATE TRUE
                WHEN HV-RUN-MESSAGE NOT = SPACES
                   CONTINUE
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

      *------- THE PREREQUISITE PROGRAM MUST HAVE COMPLETED THE SAME *
      *------- PERIOD (A FAILED OR REFUSED RUN DOES NOT COUNT); IT   *
      *------- IS CHECKED FIRST SO A REFUSAL NEVER USES UP A RERUN   *
      *------- AUTHORIZATION                                         *
       8905-CHECK-PREREQUISITE.
           MOVE 0 TO HV-PREREQ-COUNT

           EXEC SQL
             SELECT COUNT(*)
             INTO   :HV-PREREQ-COUNT
             FROM   TBRUNCTL
             WHERE  PROGRAM_ID = :HV-PREREQ-PROGRAM
               AND  RUN_PERIOD = :HV-RUN-PERIOD
               AND  RUN_STATUS = 'C'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'PREREQUISITE CHECK FAILED: SQLCODE=' SQLCODE
              MOVE 'PREREQUISITE CHECK FAILED' TO HV-RUN-MESSAGE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              IF HV-PREREQ-COUNT = 0
                 STRING 'PREREQUISITE '   DELIMITED BY SIZE
                        HV-PREREQ-PROGRAM DELIMITED BY SPACE
                        ' NOT COMPLETE'   DELIMITED BY SIZE
                        INTO HV-RUN-MESSAGE
                 END-STRING
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
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
