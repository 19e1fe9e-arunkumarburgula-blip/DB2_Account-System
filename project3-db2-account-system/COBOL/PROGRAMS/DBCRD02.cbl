       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBCRD02.
       AUTHOR.        MAINFRAME-DEV.
       DATE-WRITTEN.  2024-11-18.
      *================================================================*
      *  PROGRAM : DBCRD02                                              *
      *  DESC    : CARD AUTHORIZATION HOLD LOADER                       *
      *            READS THE CARD PROCESSOR'S AUTHORIZATION FILE AND    *
      *            PLACES A CARD AUTHORIZATION HOLD (TBHOLD TYPE 'ATH') *
      *            FOR EACH APPROVED AUTHORIZATION, CARRYING THE        *
      *            NETWORK REFERENCE IN CARD_REF, OR RELEASES THE HOLD  *
      *            FOR A PROCESSOR REVERSAL. DBTXN01 RELEASES THE HOLD  *
      *            WHEN THE POS SETTLEMENT DEBIT WITH THE SAME          *
      *            REFERENCE POSTS; DBHLD01'S EXPIRY SWEEP RELEASES     *
      *            ANY HOLD THAT NEVER SETTLES.                         *
      *                                                                  *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY)                              *
      *                                                                  *
      *  HOLDS ARE PLACED EXACTLY AS DBHLD01 PLACES THEM: THE ACCOUNT   *
      *  ROW IS LOCKED (SELECT FOR UPDATE), THE HOLD ROW INSERTED AND   *
      *  AVAIL_BALANCE RECOMPUTED AS BALANCE - SUM(OPEN HOLDS), ALL IN  *
      *  ONE UNIT OF WORK PER AUTHORIZATION.                            *
      *                                                                  *
      *  AN AUTHORIZATION IS ACCEPTED ONLY FOR A CARD TOKEN THAT IS     *
      *  ACTIVE ON TBCARD FOR THE SAME ACCOUNT, AND ONLY ONCE PER       *
      *  CARD REFERENCE (A REFERENCE ALREADY HELD OR SETTLED IS A       *
      *  DUPLICATE). THE HOLD EXPIRES WS-AUTH-HOLD-DAYS AFTER THE       *
      *  AUTHORIZATION DATE.                                            *
      *                                                                  *
      *  HOLD_ID : POSITIONS 1-5  = RUN DATE (YMMDD)                    *
      *            POSITIONS 6-8  = 'ATH'                               *
      *            POSITIONS 9-15 = SEQUENCE, CONTINUING FROM THE       *
      *                             HIGHEST ID ALREADY ISSUED FOR THE   *
      *                             RUN DATE SO A RERUN CANNOT COLLIDE  *
      *                                                                  *
      *  AUTHORIZATION RECORD (AUTHIN, 150 BYTES):                      *
      *    1       REC-TYPE ('A'=AUTHORIZATION, 'R'=REVERSAL)          *
      *    2-21    CARD-REF (NETWORK AUTHORIZATION REFERENCE)          *
      *    22-37   CARD-TOKEN     38-49  ACCT-NUMBER                   *
      *    50-56   AMOUNT (S9(11)V99 COMP-3)                           *
      *    57-66   AUTH-DATE (YYYY-MM-DD)                              *
      *    67-96   MERCHANT NAME                                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-INPUT-FILE
               ASSIGN TO AUTHIN
               FILE STATUS IS WS-AUT-FS.

           SELECT REJECT-FILE
               ASSIGN TO AUTHREJ
               FILE STATUS IS WS-REJ-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUTH-INPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  AUTH-INPUT-RECORD               PIC X(150).

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  REJECT-RECORD                   PIC X(150).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME                 PIC X(08) VALUE 'DBCRD02'.
       01  WS-AUT-FS                       PIC X(02).
       01  WS-REJ-FS                       PIC X(02).
       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-FILE                           VALUE 'Y'.

      *------- AUTHORIZATION INPUT -------*
       01  WS-AUTH-INPUT.
           05  WS-AUT-REC-TYPE             PIC X(01).
               88  AUT-AUTHORIZATION                 VALUE 'A'.
               88  AUT-REVERSAL                      VALUE 'R'.
           05  WS-AUT-CARD-REF             PIC X(20).
           05  WS-AUT-CARD-TOKEN           PIC X(16).
           05  WS-AUT-ACCT-NUM             PIC X(12).
           05  WS-AUT-AMOUNT               PIC S9(11)V99 COMP-3.
           05  WS-AUT-AUTH-DATE            PIC X(10).
           05  WS-AUT-MERCHANT             PIC X(30).
           05  FILLER                      PIC X(54).

      *------- VALIDATION -------*
       01  WS-VALIDATION-SW                PIC X(01) VALUE 'Y'.
           88  VALIDATION-PASSED                     VALUE 'Y'.
           88  VALIDATION-FAILED                     VALUE 'N'.
       01  WS-VALIDATION-REASON            PIC X(60) VALUE SPACES.

      *------- REJECT OUTPUT (REJECTED AUTHORIZATIONS AND REVERSALS   *
      *------- WITH NO ACTIVE HOLD TO RELEASE)                        *
       01  WS-REJECT-OUT.
           05  REJ-REC-TYPE                PIC X(01).
           05  REJ-CARD-REF                PIC X(20).
           05  REJ-ACCT-NUM                PIC X(12).
           05  REJ-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  REJ-REASON                  PIC X(60).
           05  FILLER                      PIC X(50).

      *------- COUNTERS -------*
       01  WS-TOTAL-PROCESSED              PIC 9(07) VALUE 0.
       01  WS-TOTAL-PLACED                 PIC 9(07) VALUE 0.
       01  WS-TOTAL-PLACED-AMT             PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-REVERSED               PIC 9(07) VALUE 0.
       01  WS-TOTAL-REJECTED               PIC 9(07) VALUE 0.
       01  WS-TOTAL-ERRORS                 PIC 9(07) VALUE 0.
       01  WS-TOTAL-DEADLOCKS              PIC 9(05) VALUE 0.

      *------- DEADLOCK RETRY -------*
       01  WS-RETRY-COUNT                  PIC 9(02) VALUE 0.
       01  WS-MAX-RETRIES                  PIC 9(02) VALUE 3.

      *------- HOLD LIFE AND HOLD-ID ASSIGNMENT -------*
       01  WS-AUTH-HOLD-DAYS               PIC S9(04) COMP VALUE 7.
       01  WS-HOLD-SEQ-NUM                 PIC 9(07) VALUE 0.
       01  WS-HOLD-ID-PREFIX               PIC X(08).

       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.
       01  WS-RUN-DATE                     PIC X(10).

      *------- DB2 HOST VARIABLES -------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-ACCT-NUMBER                  PIC X(12).
       01  HV-ACCT-STATUS                  PIC X(01).
       01  HV-CURRENT-BALANCE              PIC S9(13)V99 COMP-3.
       01  HV-CURRENT-AVAIL                PIC S9(13)V99 COMP-3.
       01  HV-OPEN-HOLD-TOTAL              PIC S9(13)V99 COMP-3.
       01  HV-NI-HOLD-TOTAL                PIC S9(04) COMP.

       01  HV-HOLD-ID                      PIC X(15).
       01  HV-HOLD-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  HV-EXPIRY-DATE                  PIC X(10).
       01  HV-HOLD-DESC                    PIC X(50).
       01  HV-CARD-REF                     PIC X(20).
       01  HV-HOLD-COUNT                   PIC S9(09) COMP.
       01  HV-MAX-HOLD-ID                  PIC X(15).
       01  HV-NI-MAX-HOLD-ID               PIC S9(04) COMP.
       01  HV-HOLD-ID-MASK                 PIC X(09).

      *------- CARD LINK (TBCARD) -------*
       01  HV-CARD-TOKEN                   PIC X(16).
       01  HV-CARD-STATUS                  PIC X(01).

      *------- AUTHORIZATION DATE AND HOLD EXPIRY -------*
       01  HV-AUTH-DATE                    PIC X(10).
       01  HV-AUTH-HOLD-DAYS               PIC S9(04) COMP.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AUTHORIZATIONS
              UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-NAME
                   ' - CARD AUTHORIZATION LOAD STARTED'
           OPEN INPUT  AUTH-INPUT-FILE
           OPEN OUTPUT REJECT-FILE

           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO)
             INTO   :WS-RUN-DATE
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CURRENT DATE SELECT FAILED: SQLCODE='
                      SQLCODE
              MOVE 16 TO WS-RETURN-CODE
              SET END-OF-FILE TO TRUE
           ELSE
              PERFORM 1100-SET-HOLD-ID-BASE
           END-IF

           IF NOT END-OF-FILE
              READ AUTH-INPUT-FILE INTO WS-AUTH-INPUT
                AT END SET END-OF-FILE TO TRUE
              END-READ
           END-IF.

      *------- HOLD-ID PREFIX FOR THE RUN DATE AND THE HIGHEST        *
      *------- SEQUENCE ALREADY ISSUED UNDER IT (EARLIER RUNS TODAY)  *
       1100-SET-HOLD-ID-BASE.
           MOVE SPACES           TO WS-HOLD-ID-PREFIX
           MOVE WS-RUN-DATE(4:1) TO WS-HOLD-ID-PREFIX(1:1)
           MOVE WS-RUN-DATE(6:2) TO WS-HOLD-ID-PREFIX(2:2)
           MOVE WS-RUN-DATE(9:2) TO WS-HOLD-ID-PREFIX(4:2)
           MOVE 'ATH'            TO WS-HOLD-ID-PREFIX(6:3)
           MOVE WS-HOLD-ID-PREFIX TO HV-HOLD-ID-MASK
           MOVE '%'              TO HV-HOLD-ID-MASK(9:1)

           EXEC SQL
             SELECT MAX(HOLD_ID)
             INTO   :HV-MAX-HOLD-ID :HV-NI-MAX-HOLD-ID
             FROM   TBHOLD
             WHERE  HOLD_ID LIKE :HV-HOLD-ID-MASK
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
                DISPLAY 'HOLD ID BASE SELECT FAILED: SQLCODE='
                        SQLCODE
                MOVE 16 TO WS-RETURN-CODE
                SET END-OF-FILE TO TRUE
             WHEN HV-NI-MAX-HOLD-ID < 0
                MOVE 0 TO WS-HOLD-SEQ-NUM
             WHEN OTHER
                MOVE HV-MAX-HOLD-ID(9:7) TO WS-HOLD-SEQ-NUM
           END-EVALUATE.

       2000-PROCESS-AUTHORIZATIONS.
           ADD 1 TO WS-TOTAL-PROCESSED
           MOVE 0 TO WS-RETRY-COUNT

           EVALUATE TRUE
             WHEN AUT-AUTHORIZATION
                PERFORM 2100-PLACE-AUTH-HOLD
             WHEN AUT-REVERSAL
                PERFORM 2200-REVERSE-AUTH-HOLD
             WHEN OTHER
                SET VALIDATION-FAILED TO TRUE
                MOVE 'INVALID RECORD TYPE' TO WS-VALIDATION-REASON
                PERFORM 2900-WRITE-REJECT-RECORD
           END-EVALUATE

           READ AUTH-INPUT-FILE INTO WS-AUTH-INPUT
             AT END SET END-OF-FILE TO TRUE
           END-READ.

      *================================================================*
      *  2100 - PLACE AN AUTHORIZATION HOLD (WITH RETRY ON DEADLOCK)   *
      *  1. VALIDATE THE RECORD, THE CARD LINK AND THE REFERENCE       *
      *  2. LOCK THE ACCOUNT ROW (SELECT FOR UPDATE)                   *
      *  3. INSERT THE TBHOLD ROW WITH CARD_REF                        *
      *  4. RECOMPUTE AVAIL_BALANCE AND COMMIT                         *
      *================================================================*
       2100-PLACE-AUTH-HOLD.
           PERFORM 2105-VALIDATE-AUTH-INPUT

           IF VALIDATION-PASSED
              PERFORM 2110-LOCK-ACCOUNT

              EVALUATE SQLCODE
                WHEN 0
                   IF HV-ACCT-STATUS = 'O'
                      PERFORM 2120-INSERT-AUTH-HOLD
                   ELSE
                      SET VALIDATION-FAILED TO TRUE
                      MOVE 'ACCOUNT NOT OPEN' TO
                              WS-VALIDATION-REASON
                      EXEC SQL ROLLBACK END-EXEC
                      PERFORM 2900-WRITE-REJECT-RECORD
                   END-IF
                WHEN -911
                   PERFORM 2910-HANDLE-DEADLOCK
                WHEN -913
                   PERFORM 2910-HANDLE-DEADLOCK
                WHEN +100
                   SET VALIDATION-FAILED TO TRUE
                   MOVE 'ACCOUNT NOT FOUND' TO
                           WS-VALIDATION-REASON
                   PERFORM 2900-WRITE-REJECT-RECORD
                WHEN OTHER
                   DISPLAY 'ACCOUNT LOCK ERROR: SQLCODE='
                           SQLCODE
                   ADD 1 TO WS-TOTAL-ERRORS
                   EXEC SQL ROLLBACK END-EXEC
              END-EVALUATE
           ELSE
              PERFORM 2900-WRITE-REJECT-RECORD
           END-IF.

      *------- VALIDATE BUSINESS RULES BEFORE TOUCHING THE ACCOUNT ----*
       2105-VALIDATE-AUTH-INPUT.
           SET VALIDATION-PASSED TO TRUE
           MOVE SPACES TO WS-VALIDATION-REASON

           IF WS-AUT-CARD-REF = SPACES
              SET VALIDATION-FAILED TO TRUE
              MOVE 'CARD REFERENCE REQUIRED' TO WS-VALIDATION-REASON
           END-IF

           IF VALIDATION-PASSED
              AND WS-AUT-AMOUNT NOT > 0
              SET VALIDATION-FAILED TO TRUE
              MOVE 'AUTHORIZATION AMOUNT NOT POSITIVE' TO
                      WS-VALIDATION-REASON
           END-IF

           IF VALIDATION-PASSED
              PERFORM 2106-CHECK-CARD-LINK
           END-IF

           IF VALIDATION-PASSED
              PERFORM 2107-CHECK-DUPLICATE-REF
           END-IF

           IF VALIDATION-PASSED
              PERFORM 2108-SET-HOLD-EXPIRY
           END-IF.

      *------- THE TOKEN MUST BE AN ACTIVE CARD ON THIS ACCOUNT -------*
       2106-CHECK-CARD-LINK.
           MOVE WS-AUT-CARD-TOKEN TO HV-CARD-TOKEN
           MOVE WS-AUT-ACCT-NUM   TO HV-ACCT-NUMBER

           EXEC SQL
             SELECT CARD_STATUS
             INTO   :HV-CARD-STATUS
             FROM   TBCARD
             WHERE  CARD_TOKEN = :HV-CARD-TOKEN
               AND  ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                IF HV-CARD-STATUS NOT = 'A'
                   SET VALIDATION-FAILED TO TRUE
                   MOVE 'CARD NOT ACTIVE' TO WS-VALIDATION-REASON
                END-IF
             WHEN +100
                SET VALIDATION-FAILED TO TRUE
                MOVE 'CARD NOT LINKED TO ACCOUNT' TO
                        WS-VALIDATION-REASON
             WHEN OTHER
                DISPLAY 'CARD LOOKUP FAILED: SQLCODE=' SQLCODE
                SET VALIDATION-FAILED TO TRUE
                MOVE 'CARD LOOKUP FAILED' TO WS-VALIDATION-REASON
           END-EVALUATE.

      *------- ONE HOLD PER CARD REFERENCE: A REFERENCE ALREADY HELD  *
      *------- ('A') OR ALREADY SETTLED ('S') IS A RESENT RECORD      *
       2107-CHECK-DUPLICATE-REF.
           MOVE WS-AUT-CARD-REF TO HV-CARD-REF
           MOVE 0 TO HV-HOLD-COUNT

           EXEC SQL
             SELECT COUNT(*)
             INTO   :HV-HOLD-COUNT
             FROM   TBHOLD
             WHERE  CARD_REF = :HV-CARD-REF
               AND  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  HOLD_TYPE = 'ATH'
               AND  HOLD_STATUS IN ('A', 'S')
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
                DISPLAY 'DUPLICATE CHECK FAILED: SQLCODE=' SQLCODE
                SET VALIDATION-FAILED TO TRUE
                MOVE 'DUPLICATE CHECK FAILED' TO WS-VALIDATION-REASON
             WHEN HV-HOLD-COUNT > 0
                SET VALIDATION-FAILED TO TRUE
                MOVE 'DUPLICATE AUTHORIZATION' TO
                        WS-VALIDATION-REASON
           END-EVALUATE.

      *------- EXPIRY = AUTHORIZATION DATE (RUN DATE IF ABSENT) PLUS  *
      *------- THE HOLD LIFE                                          *
       2108-SET-HOLD-EXPIRY.
           IF WS-AUT-AUTH-DATE = SPACES
              MOVE WS-RUN-DATE TO HV-AUTH-DATE
           ELSE
              MOVE WS-AUT-AUTH-DATE TO HV-AUTH-DATE
           END-IF
           MOVE WS-AUTH-HOLD-DAYS TO HV-AUTH-HOLD-DAYS

           EXEC SQL
             SELECT CHAR(DATE(:HV-AUTH-DATE)
                         + :HV-AUTH-HOLD-DAYS DAYS, ISO)
             INTO   :HV-EXPIRY-DATE
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              SET VALIDATION-FAILED TO TRUE
              MOVE 'INVALID AUTHORIZATION DATE' TO
                      WS-VALIDATION-REASON
           END-IF.

      *------- LOCK ACCOUNT ROW FOR UPDATE (AS DBTXN01 2110 DOES) ----*
       2110-LOCK-ACCOUNT.
           MOVE WS-AUT-ACCT-NUM TO HV-ACCT-NUMBER

           EXEC SQL
             SELECT BALANCE,
                    AVAIL_BALANCE,
                    ACCT_STATUS
             INTO   :HV-CURRENT-BALANCE,
                    :HV-CURRENT-AVAIL,
                    :HV-ACCT-STATUS
             FROM   TBACCT
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
             FOR UPDATE OF BALANCE, AVAIL_BALANCE
           END-EXEC.

      *------- INSERT THE HOLD ROW, THEN RECOMPUTE AVAILABILITY -------*
       2120-INSERT-AUTH-HOLD.
           ADD 1 TO WS-HOLD-SEQ-NUM
           MOVE WS-HOLD-ID-PREFIX TO HV-HOLD-ID
           MOVE WS-HOLD-SEQ-NUM   TO HV-HOLD-ID(9:7)
           MOVE WS-AUT-AMOUNT     TO HV-HOLD-AMOUNT
           MOVE WS-AUT-CARD-REF   TO HV-CARD-REF
           MOVE SPACES TO HV-HOLD-DESC
           STRING 'CARD AUTH ' DELIMITED BY SIZE
                  WS-AUT-MERCHANT DELIMITED BY SIZE
                  INTO HV-HOLD-DESC
           END-STRING

           EXEC SQL
             INSERT INTO TBHOLD
               (HOLD_ID, ACCT_NUMBER, HOLD_TYPE,
                HOLD_AMOUNT, HOLD_STATUS,
                PLACED_DATE, EXPIRY_DATE,
                DESCRIPTION, CARD_REF, CREATED_BY, UPDATED_DATE)
             VALUES
               (:HV-HOLD-ID, :HV-ACCT-NUMBER,
                'ATH', :HV-HOLD-AMOUNT, 'A',
                CURRENT DATE, :HV-EXPIRY-DATE,
                :HV-HOLD-DESC, :HV-CARD-REF, USER,
                CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                PERFORM 2400-RECOMPUTE-AVAIL
                IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-TOTAL-PLACED
                   ADD HV-HOLD-AMOUNT TO WS-TOTAL-PLACED-AMT
                ELSE
                   ADD 1 TO WS-TOTAL-ERRORS
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
             WHEN -803
                DISPLAY 'HOLD ID ALREADY ISSUED: ' HV-HOLD-ID
                ADD 1 TO WS-TOTAL-ERRORS
                EXEC SQL ROLLBACK END-EXEC
             WHEN OTHER
                DISPLAY 'HOLD INSERT FAILED: SQLCODE=' SQLCODE
                ADD 1 TO WS-TOTAL-ERRORS
                EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.

      *================================================================*
      *  2200 - PROCESSOR REVERSAL: RELEASE THE ACTIVE HOLD FOR THE    *
      *         CARD REFERENCE. NO ACTIVE HOLD (NEVER LOADED, ALREADY  *
      *         SETTLED OR EXPIRED) GOES TO THE REJECT FILE            *
      *================================================================*
       2200-REVERSE-AUTH-HOLD.
           MOVE WS-AUT-CARD-REF TO HV-CARD-REF
           MOVE WS-AUT-ACCT-NUM TO HV-ACCT-NUMBER

           EXEC SQL
             SELECT HOLD_ID
             INTO   :HV-HOLD-ID
             FROM   TBHOLD
             WHERE  CARD_REF = :HV-CARD-REF
               AND  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  HOLD_TYPE = 'ATH'
               AND  HOLD_STATUS = 'A'
             FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                PERFORM 2210-RELEASE-LOCKED-HOLD
             WHEN +100
                SET VALIDATION-FAILED TO TRUE
                MOVE 'NO ACTIVE HOLD FOR REVERSAL' TO
                        WS-VALIDATION-REASON
                PERFORM 2900-WRITE-REJECT-RECORD
             WHEN OTHER
                DISPLAY 'HOLD LOOKUP FAILED: SQLCODE=' SQLCODE
                ADD 1 TO WS-TOTAL-ERRORS
                EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.

       2210-RELEASE-LOCKED-HOLD.
           PERFORM 2110-LOCK-ACCOUNT

           EVALUATE SQLCODE
             WHEN 0
                PERFORM 2220-UPDATE-HOLD-RELEASED
                IF SQLCODE = 0
                   PERFORM 2400-RECOMPUTE-AVAIL
                END-IF
                IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-TOTAL-REVERSED
                ELSE
                   ADD 1 TO WS-TOTAL-ERRORS
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
             WHEN -911
                PERFORM 2910-HANDLE-DEADLOCK
             WHEN -913
                PERFORM 2910-HANDLE-DEADLOCK
             WHEN OTHER
                DISPLAY 'ACCOUNT LOCK ERROR: SQLCODE=' SQLCODE
                ADD 1 TO WS-TOTAL-ERRORS
                EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.

       2220-UPDATE-HOLD-RELEASED.
           EXEC SQL
             UPDATE TBHOLD
             SET    HOLD_STATUS   = 'R',
                    RELEASED_DATE = CURRENT DATE,
                    UPDATED_DATE  = CURRENT TIMESTAMP
             WHERE  HOLD_ID = :HV-HOLD-ID
               AND  HOLD_STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'HOLD RELEASE UPDATE FAILED: SQLCODE='
                      SQLCODE
           END-IF.

      *================================================================*
      *  2400 - RECOMPUTE AVAIL_BALANCE FROM THE OPEN HOLDS            *
      *         AVAIL_BALANCE = BALANCE - SUM(ACTIVE HOLD AMOUNTS),    *
      *         DERIVED FROM THE BALANCE COLUMN AS IN DBHLD01          *
      *================================================================*
       2400-RECOMPUTE-AVAIL.
           MOVE 0 TO HV-OPEN-HOLD-TOTAL
           EXEC SQL
             SELECT SUM(HOLD_AMOUNT)
             INTO   :HV-OPEN-HOLD-TOTAL :HV-NI-HOLD-TOTAL
             FROM   TBHOLD
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  HOLD_STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN HOLD SUM FAILED: SQLCODE=' SQLCODE
           ELSE
              IF HV-NI-HOLD-TOTAL < 0
                 MOVE 0 TO HV-OPEN-HOLD-TOTAL
              END-IF

              EXEC SQL
                UPDATE TBACCT
                SET    AVAIL_BALANCE = BALANCE
                                       - :HV-OPEN-HOLD-TOTAL,
                       UPDATED_DATE  = CURRENT TIMESTAMP
                WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'AVAIL BALANCE UPDATE FAILED: SQLCODE='
                         SQLCODE
              END-IF
           END-IF.

      *------- REJECT RECORD (VALIDATION FAILURES, NOT SQLCODE) -------*
       2900-WRITE-REJECT-RECORD.
           ADD 1 TO WS-TOTAL-REJECTED
           DISPLAY 'AUTHORIZATION REJECTED: ' WS-VALIDATION-REASON
                   ' REF=' WS-AUT-CARD-REF
           MOVE SPACES TO WS-REJECT-OUT
           MOVE WS-AUT-REC-TYPE      TO REJ-REC-TYPE
           MOVE WS-AUT-CARD-REF      TO REJ-CARD-REF
           MOVE WS-AUT-ACCT-NUM      TO REJ-ACCT-NUM
           MOVE WS-AUT-AMOUNT        TO REJ-AMOUNT
           MOVE WS-VALIDATION-REASON TO REJ-REASON
           WRITE REJECT-RECORD FROM WS-REJECT-OUT
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *------- DEADLOCK RETRY ON THE ACCOUNT LOCK -------*
       2910-HANDLE-DEADLOCK.
           ADD 1 TO WS-RETRY-COUNT
           ADD 1 TO WS-TOTAL-DEADLOCKS
           EXEC SQL ROLLBACK END-EXEC
           IF WS-RETRY-COUNT <= WS-MAX-RETRIES
              DISPLAY 'DEADLOCK RETRY ' WS-RETRY-COUNT
              IF AUT-AUTHORIZATION
                 PERFORM 2100-PLACE-AUTH-HOLD
              ELSE
                 PERFORM 2210-RELEASE-LOCKED-HOLD
              END-IF
           ELSE
              DISPLAY 'MAX DEADLOCK RETRIES EXCEEDED: '
                      WS-AUT-ACCT-NUM
              ADD 1 TO WS-TOTAL-ERRORS
           END-IF.

       3000-FINALIZE.
           CLOSE AUTH-INPUT-FILE
           CLOSE REJECT-FILE

           IF WS-TOTAL-ERRORS > 0
              AND WS-RETURN-CODE < 8
              MOVE 8 TO WS-RETURN-CODE
           END-IF

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'RECORDS PROCESSED    : ' WS-TOTAL-PROCESSED
           DISPLAY 'AUTH HOLDS PLACED    : ' WS-TOTAL-PLACED
           DISPLAY 'AUTH HOLD AMOUNT     : ' WS-TOTAL-PLACED-AMT
           DISPLAY 'REVERSALS RELEASED   : ' WS-TOTAL-REVERSED
           DISPLAY 'RECORDS REJECTED     : ' WS-TOTAL-REJECTED
           DISPLAY 'ERRORS               : ' WS-TOTAL-ERRORS
           DISPLAY 'DEADLOCKS HANDLED    : ' WS-TOTAL-DEADLOCKS
           DISPLAY 'RETURN CODE          : ' WS-RETURN-CODE
           DISPLAY '======================================='.
