      *  HOLDS AT EVERY COMMIT POINT AND A RESTART SIMPLY RESUMES       *
      *  WITH THE ACCOUNTS NOT YET ARCHIVED (THE ARCHFILE OF AN         *
      *  ABENDED RUN IS SUPERSEDED BY THE RERUN'S GDG GENERATION).      *
      *  THE ARCHIVE RUNS ONCE A MONTH: THE RUN-CONTROL REGISTRY        *
      *  (TBRUNCTL) REFUSES A SECOND RUN FOR A MONTH ALREADY COMPLETED  *
      *  UNLESS DBRUN01 HAS AUTHORIZED THE RERUN; A RESTART AFTER AN    *
      *  ABEND OR A FAILED (RC 8) RUN IS ALWAYS ACCEPTED.               *
      *                                                                  *
      *  PARM (ARCPARM, OPTIONAL, 80 BYTES):                            *
      *    1-3  RETENTION MONTHS (DEFAULT 024) - ROWS WITH TXN_DATE    *

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


           EXEC SQL
             SELECT CHAR(CURRENT DATE
                           - :HV-RETENTION-MONTHS MONTH, ISO),
                    SUBSTR(CHAR(CURRENT DATE, ISO), 1, 7)
             INTO   :HV-CUTOFF-DATE, :HV-RUN-PERIOD
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

              MOVE 16 TO WS-RETURN-CODE
           ELSE
              DISPLAY 'ARCHIVE CUTOFF DATE: ' HV-CUTOFF-DATE
              PERFORM 8900-OPEN-RUN-CONTROL
           END-IF

           IF RUN-REGISTERED
              EXEC SQL OPEN CSR-ARC-ACCTS END-EXEC

              IF SQLCODE NOT = 0
              ELSE
                 PERFORM 2010-FETCH-NEXT-ACCOUNT
              END-IF
           ELSE
              SET SQL-END-OF-CURSOR TO TRUE
           END-IF.

       2010-FETCH-NEXT-ACCOUNT.
           EXEC SQL CLOSE CSR-ARC-ACCTS END-EXEC
           CLOSE ARCHIVE-FILE

           MOVE WS-TOTAL-ARCHIVED TO HV-RUN-COUNT
           PERFORM 8930-CLOSE-RUN-CONTROL

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'ACCOUNTS ARCHIVED    : ' WS-TOTAL-ACCOUNTS
           DISPLAY 'ROWS MOVED           : ' WS-TOTAL-ARCHIVED
           DISPLAY 'ERRORS               : ' WS-TOTAL-ERRORS
           DISPLAY 'ARCHIVE CUTOFF       : ' HV-CUTOFF-DATE
           DISPLAY 'RUN PERIOD           : ' HV-RUN-PERIOD
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
