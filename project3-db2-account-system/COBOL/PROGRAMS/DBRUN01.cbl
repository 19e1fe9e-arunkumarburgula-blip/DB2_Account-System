       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBRUN01.
       AUTHOR.        MAINFRAME-DEV.
       DATE-WRITTEN.  2024-10-07.
      *================================================================*
      *  PROGRAM : DBRUN01                                              *
      *  DESC    : BATCH RUN-CONTROL INQUIRY AND RERUN AUTHORIZATION    *
      *            THE PERIOD-DRIVEN BATCH PROGRAMS (DBINT01, DBSVC01,  *
      *            DBTAX01, DBARC01, DBDOR01, DBGLE01, DBPRF01) EACH    *
      *            REGISTER THEIR RUNS IN TBRUNCTL AND REFUSE A PERIOD  *
      *            ALREADY COMPLETED. THIS PROGRAM IS HOW OPERATIONS    *
      *            SEES THE RUN HISTORY AND HOW A DELIBERATE RERUN IS   *
      *            AUTHORIZED:                                          *
      *            A - AUTHORIZE ONE RERUN OF A COMPLETED PERIOD. AN    *
      *                'A' ROW IS RECORDED WITH THE REASON AND USER;    *
      *                THE NEXT RUN OF THAT PROGRAM FOR THAT PERIOD     *
      *                USES IT UP (STATUS 'U') AND IS FLAGGED AS A      *
      *                RERUN. REJECTED IF THE PERIOD WAS NEVER          *
      *                COMPLETED OR AN AUTHORIZATION IS ALREADY OPEN.   *
      *            I - LIST THE RUN HISTORY FOR A PROGRAM AND/OR        *
      *                PERIOD (BLANK = ALL), LIMITED TO RUNS STARTED    *
      *                IN THE LAST N DAYS WHEN NEITHER IS GIVEN.        *
      *            AN EMPTY RUNREQ LISTS EVERY RUN OF THE LAST 31 DAYS. *
      *                                                                 *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY)                              *
      *                                                                 *
      *  REQUEST (RUNREQ, OPTIONAL, 80 BYTES):                          *
      *    1      OPER (A = AUTHORIZE RERUN, I = INQUIRY)               *
      *    2-9    PROGRAM-ID          10-19 RUN PERIOD                  *
      *    20-59  REASON (A - REQUIRED)                                 *
      *    60-62  DAYS BACK 9(3) (I - DEFAULT 031)                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-REQ-FILE
               ASSIGN TO RUNREQ
               FILE STATUS IS WS-REQ-FS.

           SELECT RUN-RPT-FILE
               ASSIGN TO RUNRPT
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-REQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-REQ-RECORD                  PIC X(80).

       FD  RUN-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  RUN-RPT-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME                 PIC X(08) VALUE 'DBRUN01'.
       01  WS-REQ-FS                       PIC X(02).
       01  WS-RPT-FS                       PIC X(02).
       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-FILE                           VALUE 'Y'.
       01  WS-SQL-EOF-SW                   PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CURSOR                     VALUE 'Y'.

      *------- RUN-CONTROL REQUEST -------*
       01  WS-RUN-REQ.
           05  REQ-OPER                    PIC X(01).
               88  REQ-AUTHORIZE                     VALUE 'A'.
               88  REQ-INQUIRY                       VALUE 'I'.
           05  REQ-PROGRAM-ID              PIC X(08).
           05  REQ-RUN-PERIOD              PIC X(10).
           05  REQ-REASON                  PIC X(40).
           05  REQ-DAYS-BACK               PIC 9(03).
           05  FILLER                      PIC X(18).

       01  WS-DEFAULT-DAYS-BACK            PIC S9(04) COMP VALUE 31.
       01  WS-REQUEST-COUNT                PIC 9(07) VALUE 0.
       01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.

      *------- COUNTERS -------*
       01  WS-TOTAL-INQUIRIES              PIC 9(07) VALUE 0.
       01  WS-TOTAL-RUNS-LISTED            PIC 9(07) VALUE 0.
       01  WS-TOTAL-AUTHORIZED             PIC 9(07) VALUE 0.
       01  WS-TOTAL-REJECTED               PIC 9(07) VALUE 0.
       01  WS-TOTAL-ERRORS                 PIC 9(07) VALUE 0.

      *------- RUN HISTORY REPORT LINES -------*
       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(45) VALUE
               'DBRUN01 - BATCH RUN-CONTROL HISTORY'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(75) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER           PIC X(09) VALUE 'PROGRAM'.
           05  FILLER           PIC X(11) VALUE 'PERIOD'.
           05  FILLER           PIC X(04) VALUE 'SEQ'.
           05  FILLER           PIC X(11) VALUE 'STATUS'.
           05  FILLER           PIC X(02) VALUE 'R'.
           05  FILLER           PIC X(20) VALUE 'STARTED'.
           05  FILLER           PIC X(09) VALUE 'ENDED'.
           05  FILLER           PIC X(04) VALUE ' RC'.
           05  FILLER           PIC X(09) VALUE '   OUTPUT'.
           05  FILLER           PIC X(15) VALUE '  OUTPUT AMOUNT'.
           05  FILLER           PIC X(09) VALUE ' RUN BY'.
           05  FILLER           PIC X(29) VALUE 'MESSAGE'.
       01  WS-RPT-SELECTION.
           05  FILLER                      PIC X(12) VALUE
               'SELECTION: '.
           05  RPT-SEL-TEXT                PIC X(120).

       01  WS-RPT-DETAIL.
           05  RPT-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RUN-PERIOD              PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RUN-SEQ                 PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-STATUS-DESC             PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RERUN-IND               PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-START-TS                PIC X(19).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-END-TIME                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RETURN-CODE             PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-OUTPUT-COUNT            PIC Z(07)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-OUTPUT-AMOUNT           PIC -(10)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RUN-BY                  PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-MESSAGE                 PIC X(29).

       01  WS-RPT-ACTION.
           05  RPT-ACT-PROGRAM-ID          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ACT-RUN-PERIOD          PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ACT-TEXT                PIC X(112).

       01  WS-RPT-BLANK                    PIC X(132) VALUE SPACES.

       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-DAYS-DISPLAY                 PIC ZZZ9.

      *------- DB2 HOST VARIABLES -------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-SEL-PROGRAM                  PIC X(08).
       01  HV-SEL-PERIOD                   PIC X(10).
       01  HV-DAYS-BACK                    PIC S9(04) COMP.
       01  HV-RUN-PROGRAM                  PIC X(08).
       01  HV-RUN-PERIOD                   PIC X(10).
       01  HV-RUN-SEQ                      PIC S9(04) COMP.
       01  HV-RUN-STATUS                   PIC X(01).
       01  HV-RUN-RERUN-IND                PIC X(01).
       01  HV-RUN-START-TS                 PIC X(26).
       01  HV-RUN-END-TS                   PIC X(26).
       01  HV-RUN-RC                       PIC S9(04) COMP.
       01  HV-RUN-COUNT                    PIC S9(09) COMP.
       01  HV-RUN-AMOUNT                   PIC S9(13)V99 COMP-3.
       01  HV-RUN-MESSAGE                  PIC X(40).
       01  HV-RUN-BY                       PIC X(08).
       01  HV-RUN-DONE-COUNT               PIC S9(09) COMP.
       01  HV-RUN-AUTH-COUNT               PIC S9(09) COMP.
       01  HV-NI-END-TS                    PIC S9(04) COMP.
       01  HV-NI-RUN-MESSAGE               PIC S9(04) COMP.

      *------- RUN HISTORY: A BLANK PROGRAM OR PERIOD SELECTS ALL;    *
      *------- THE DAYS-BACK WINDOW APPLIES TO THE START TIMESTAMP    *
           EXEC SQL
             DECLARE CSR-RUN-HISTORY CURSOR FOR
               SELECT PROGRAM_ID, RUN_PERIOD, RUN_SEQ,
                      RUN_STATUS, RERUN_IND,
                      CHAR(START_TS), CHAR(END_TS),
                      RETURN_CODE, OUTPUT_COUNT, OUTPUT_AMOUNT,
                      RUN_MESSAGE, RUN_BY
               FROM   TBRUNCTL
               WHERE  (PROGRAM_ID = :HV-SEL-PROGRAM
                       OR :HV-SEL-PROGRAM = ' ')
                 AND  (RUN_PERIOD = :HV-SEL-PERIOD
                       OR :HV-SEL-PERIOD = ' ')
                 AND  START_TS >= CURRENT TIMESTAMP
                                  - :HV-DAYS-BACK DAYS
               ORDER BY PROGRAM_ID, RUN_PERIOD, RUN_SEQ
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
              UNTIL END-OF-FILE
           IF WS-REQUEST-COUNT = 0 AND WS-RETURN-CODE < 16
              PERFORM 1100-DEFAULT-INQUIRY
           END-IF
           PERFORM 9000-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-NAME ' - RUN CONTROL STARTED'
           OPEN OUTPUT RUN-RPT-FILE
           OPEN INPUT  RUN-REQ-FILE

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
              WRITE RUN-RPT-RECORD FROM WS-RPT-HEADING-1
              PERFORM 2010-READ-NEXT-REQUEST
           END-IF.

      *------- NO REQUESTS: THE LAST 31 DAYS OF EVERY PROGRAM --------*
       1100-DEFAULT-INQUIRY.
           MOVE SPACES TO WS-RUN-REQ
           MOVE 'I'    TO REQ-OPER
           MOVE 0      TO REQ-DAYS-BACK
           PERFORM 3000-RUN-INQUIRY.

      *================================================================*
      *  2000 - ONE RUNREQ REQUEST                                     *
      *================================================================*
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT

           EVALUATE TRUE
             WHEN REQ-AUTHORIZE
                PERFORM 4000-AUTHORIZE-RERUN
             WHEN REQ-INQUIRY
                PERFORM 3000-RUN-INQUIRY
             WHEN OTHER
                ADD 1 TO WS-TOTAL-REJECTED
                DISPLAY 'INVALID OPERATION: ' REQ-OPER
                MOVE 'REJECTED - INVALID OPERATION CODE' TO
                        RPT-ACT-TEXT
                PERFORM 8100-WRITE-ACTION-LINE
                IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
                END-IF
           END-EVALUATE

           PERFORM 2010-READ-NEXT-REQUEST.

       2010-READ-NEXT-REQUEST.
           READ RUN-REQ-FILE INTO WS-RUN-REQ
             AT END SET END-OF-FILE TO TRUE
           END-READ.

      *================================================================*
      *  3000 - RUN HISTORY INQUIRY. THE DAYS-BACK WINDOW ONLY LIMITS  *
      *         AN OPEN-ENDED LISTING - A NAMED PROGRAM OR PERIOD      *
      *         SHOWS ITS WHOLE HISTORY UNLESS DAYS ARE GIVEN          *
      *================================================================*
       3000-RUN-INQUIRY.
           ADD 1 TO WS-TOTAL-INQUIRIES
           MOVE REQ-PROGRAM-ID TO HV-SEL-PROGRAM
           MOVE REQ-RUN-PERIOD TO HV-SEL-PERIOD

           IF REQ-DAYS-BACK NUMERIC AND REQ-DAYS-BACK > 0
              MOVE REQ-DAYS-BACK TO HV-DAYS-BACK
           ELSE
              IF HV-SEL-PROGRAM = SPACES AND HV-SEL-PERIOD = SPACES
                 MOVE WS-DEFAULT-DAYS-BACK TO HV-DAYS-BACK
              ELSE
                 MOVE 9999 TO HV-DAYS-BACK
              END-IF
           END-IF

           PERFORM 3100-WRITE-SELECTION

           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CSR-RUN-HISTORY END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN RUN HISTORY CURSOR FAILED: SQLCODE='
                      SQLCODE
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 16 TO WS-RETURN-CODE
              SET END-OF-FILE TO TRUE
           ELSE
              PERFORM 3010-FETCH-NEXT-RUN
              PERFORM 3200-LIST-RUN
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-RUN-HISTORY END-EXEC
           END-IF.

       3010-FETCH-NEXT-RUN.
           EXEC SQL
             FETCH CSR-RUN-HISTORY
               INTO :HV-RUN-PROGRAM, :HV-RUN-PERIOD, :HV-RUN-SEQ,
                    :HV-RUN-STATUS, :HV-RUN-RERUN-IND,
                    :HV-RUN-START-TS,
                    :HV-RUN-END-TS :HV-NI-END-TS,
                    :HV-RUN-RC, :HV-RUN-COUNT, :HV-RUN-AMOUNT,
                    :HV-RUN-MESSAGE :HV-NI-RUN-MESSAGE,
                    :HV-RUN-BY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                IF HV-NI-END-TS < 0
                   MOVE SPACES TO HV-RUN-END-TS
                END-IF
                IF HV-NI-RUN-MESSAGE < 0
                   MOVE SPACES TO HV-RUN-MESSAGE
                END-IF
             WHEN 100
                SET SQL-END-OF-CURSOR TO TRUE
             WHEN OTHER
                DISPLAY 'FETCH RUN HISTORY FAILED: SQLCODE=' SQLCODE
                ADD 1 TO WS-TOTAL-ERRORS
                MOVE 16 TO WS-RETURN-CODE
                SET SQL-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      *------- SELECTION HEADER AHEAD OF EACH LISTING ----------------*
       3100-WRITE-SELECTION.
           MOVE SPACES TO RPT-SEL-TEXT
           MOVE HV-DAYS-BACK TO WS-DAYS-DISPLAY
           STRING 'PROGRAM=' DELIMITED BY SIZE
                  HV-SEL-PROGRAM DELIMITED BY SIZE
                  '  PERIOD=' DELIMITED BY SIZE
                  HV-SEL-PERIOD DELIMITED BY SIZE
                  '  STARTED IN LAST ' DELIMITED BY SIZE
                  WS-DAYS-DISPLAY DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO RPT-SEL-TEXT
           END-STRING
           WRITE RUN-RPT-RECORD FROM WS-RPT-BLANK
           WRITE RUN-RPT-RECORD FROM WS-RPT-SELECTION
           WRITE RUN-RPT-RECORD FROM WS-RPT-HEADING-2.

       3200-LIST-RUN.
           ADD 1 TO WS-TOTAL-RUNS-LISTED
           PERFORM 8000-WRITE-DETAIL-LINE
           PERFORM 3010-FETCH-NEXT-RUN.

      *================================================================*
      *  4000 - AUTHORIZE ONE RERUN. ONLY A COMPLETED PERIOD NEEDS     *
      *         ONE, AND ONLY ONE MAY BE OUTSTANDING AT A TIME         *
      *================================================================*
       4000-AUTHORIZE-RERUN.
           MOVE REQ-PROGRAM-ID TO HV-RUN-PROGRAM
           MOVE REQ-RUN-PERIOD TO HV-RUN-PERIOD
           MOVE REQ-REASON     TO HV-RUN-MESSAGE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
             WHEN HV-RUN-PROGRAM = SPACES
                MOVE 'PROGRAM-ID IS REQUIRED' TO WS-REJECT-REASON
             WHEN HV-RUN-PERIOD = SPACES
                MOVE 'RUN PERIOD IS REQUIRED' TO WS-REJECT-REASON
             WHEN HV-RUN-MESSAGE = SPACES
                MOVE 'REASON IS REQUIRED' TO WS-REJECT-REASON
             WHEN OTHER
                PERFORM 4100-CHECK-RUN-HISTORY
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              PERFORM 4200-INSERT-AUTHORIZATION
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-TOTAL-REJECTED
              DISPLAY 'RERUN AUTHORIZATION REJECTED: '
                      WS-REJECT-REASON ' PROGRAM=' HV-RUN-PROGRAM
                      ' PERIOD=' HV-RUN-PERIOD
              MOVE SPACES TO RPT-ACT-TEXT
              STRING 'RERUN AUTHORIZATION REJECTED - '
                        DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                     INTO RPT-ACT-TEXT
              END-STRING
              PERFORM 8100-WRITE-ACTION-LINE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

       4100-CHECK-RUN-HISTORY.
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

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
                DISPLAY 'RUN CONTROL READ FAILED: SQLCODE=' SQLCODE
                ADD 1 TO WS-TOTAL-ERRORS
                MOVE 'RUN CONTROL READ FAILED' TO WS-REJECT-REASON
                MOVE 16 TO WS-RETURN-CODE
             WHEN HV-RUN-DONE-COUNT = 0
                MOVE 'PERIOD NOT COMPLETED - NO RERUN NEEDED'
                  TO WS-REJECT-REASON
             WHEN HV-RUN-AUTH-COUNT > 0
                MOVE 'RERUN ALREADY AUTHORIZED - NOT YET USED'
                  TO WS-REJECT-REASON
           END-EVALUATE.

       4200-INSERT-AUTHORIZATION.
           ADD 1 TO HV-RUN-SEQ

           EXEC SQL
             INSERT INTO TBRUNCTL
               (PROGRAM_ID, RUN_PERIOD, RUN_SEQ, RUN_STATUS,
                RERUN_IND, START_TS, RETURN_CODE,
                RUN_MESSAGE, RUN_BY)
             VALUES
               (:HV-RUN-PROGRAM, :HV-RUN-PERIOD, :HV-RUN-SEQ,
                'A', 'N', CURRENT TIMESTAMP, 0,
                :HV-RUN-MESSAGE, USER)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-TOTAL-AUTHORIZED
              DISPLAY 'RERUN AUTHORIZED: PROGRAM=' HV-RUN-PROGRAM
                      ' PERIOD=' HV-RUN-PERIOD ' SEQ=' HV-RUN-SEQ
              MOVE SPACES TO RPT-ACT-TEXT
              STRING 'RERUN AUTHORIZED - ' DELIMITED BY SIZE
                     HV-RUN-MESSAGE DELIMITED BY SIZE
                     INTO RPT-ACT-TEXT
              END-STRING
              PERFORM 8100-WRITE-ACTION-LINE
           ELSE
              DISPLAY 'RERUN AUTHORIZATION INSERT FAILED: SQLCODE='
                      SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-TOTAL-ERRORS
              MOVE 'RUN CONTROL INSERT FAILED' TO WS-REJECT-REASON
              MOVE 16 TO WS-RETURN-CODE
           END-IF.

      *------- ONE RUN HISTORY LINE FOR THE CURRENT TBRUNCTL ROW -----*
       8000-WRITE-DETAIL-LINE.
           MOVE SPACES            TO WS-RPT-DETAIL
           MOVE HV-RUN-PROGRAM    TO RPT-PROGRAM-ID
           MOVE HV-RUN-PERIOD     TO RPT-RUN-PERIOD
           MOVE HV-RUN-SEQ        TO RPT-RUN-SEQ

           EVALUATE HV-RUN-STATUS
             WHEN 'S'
                MOVE 'STARTED'    TO RPT-STATUS-DESC
             WHEN 'C'
                MOVE 'COMPLETE'   TO RPT-STATUS-DESC
             WHEN 'F'
                MOVE 'FAILED'     TO RPT-STATUS-DESC
             WHEN 'X'
                MOVE 'REFUSED'    TO RPT-STATUS-DESC
             WHEN 'A'
                MOVE 'AUTHORIZED' TO RPT-STATUS-DESC
             WHEN 'U'
                MOVE 'AUTH USED'  TO RPT-STATUS-DESC
             WHEN OTHER
                MOVE HV-RUN-STATUS TO RPT-STATUS-DESC
           END-EVALUATE

           MOVE HV-RUN-RERUN-IND      TO RPT-RERUN-IND
           MOVE HV-RUN-START-TS(1:19) TO RPT-START-TS
           MOVE HV-RUN-END-TS(12:8)   TO RPT-END-TIME
           MOVE HV-RUN-RC             TO RPT-RETURN-CODE
           MOVE HV-RUN-COUNT          TO RPT-OUTPUT-COUNT
           MOVE HV-RUN-AMOUNT         TO RPT-OUTPUT-AMOUNT
           MOVE HV-RUN-BY             TO RPT-RUN-BY
           MOVE HV-RUN-MESSAGE        TO RPT-MESSAGE
           WRITE RUN-RPT-RECORD FROM WS-RPT-DETAIL.

      *------- AUTHORIZATION OUTCOME / REJECTED REQUEST LINE ---------*
       8100-WRITE-ACTION-LINE.
           MOVE REQ-PROGRAM-ID TO RPT-ACT-PROGRAM-ID
           MOVE REQ-RUN-PERIOD TO RPT-ACT-RUN-PERIOD
           WRITE RUN-RPT-RECORD FROM WS-RPT-ACTION.

       9000-FINALIZE.
           CLOSE RUN-REQ-FILE
           CLOSE RUN-RPT-FILE

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'REQUESTS READ        : ' WS-REQUEST-COUNT
           DISPLAY 'INQUIRIES            : ' WS-TOTAL-INQUIRIES
           DISPLAY 'RUNS LISTED          : ' WS-TOTAL-RUNS-LISTED
           DISPLAY 'RERUNS AUTHORIZED    : ' WS-TOTAL-AUTHORIZED
           DISPLAY 'REQUESTS REJECTED    : ' WS-TOTAL-REJECTED
           DISPLAY 'ERRORS               : ' WS-TOTAL-ERRORS
           DISPLAY 'RETURN CODE          : ' WS-RETURN-CODE
           DISPLAY '======================================='.
