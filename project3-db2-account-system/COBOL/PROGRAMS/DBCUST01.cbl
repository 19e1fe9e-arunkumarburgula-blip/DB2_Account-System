      *            FULL SQLCODE HANDLING WITH DEADLOCK RETRY             *
      *            PRE-INSERT BUSINESS VALIDATION (SSN/STATE/SCORE)      *
      *            BEFORE-IMAGE HISTORY TRAIL ON UPDATE/DELETE           *
      *            DUPLICATE CUSTOMER MERGE (PAIRS LISTED BY DBDUP01)    *
      *                                                                 *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  DB2 PACKAGE: CUSTCOLL.DBCUST01                                *
      *    D = DELETE (SOFT DELETE - SET STATUS='C')                    *
      *    S = SELECT BY CUSTOMER ID                                   *
      *    L = SELECT BY LAST NAME (CURSOR, PAGED 100 ROWS AT A TIME)  *
      *    M = MERGE DUPLICATE: MOVE ACCOUNTS/OWNERSHIP OF CUST-ID TO  *
      *        THE SURVIVING CUST-ID, THEN SOFT DELETE CUST-ID         *
      *                                                                 *
      *  HIST_OPERATION (TBCUST_HIST): U=UPDATE D=DELETE M=MERGED AWAY  *
      *                                                                 *
      *  WS-REQ-DATA LAYOUT (ALL OPERATIONS):                           *
      *    1-10    CUST-ID        11-40  LAST-NAME     41-60 FIRST-NAME*
      *    180     MIDDLE-INIT    181-190 DOB        191-220 ADDR1      *
      *    221-240 CITY           241-242 STATE      243-252 ZIP        *
      *    253-256 CREDIT-SCORE (NUMERIC TEXT)        257 RISK-RATING   *
      *  WS-REQ-DATA LAYOUT (M - MERGE ONLY):                           *
      *    258-267 SURVIVING CUST-ID (1-10 IS THE CUST-ID RETIRED)      *
      *================================================================*

       ENVIRONMENT DIVISION.
               88  REQ-DELETE                        VALUE 'D'.
               88  REQ-SELECT                        VALUE 'S'.
               88  REQ-LIST                          VALUE 'L'.
               88  REQ-MERGE                         VALUE 'M'.
           05  WS-REQ-DATA                 PIC X(299).

      *------- COUNTERS -------*
           05  WS-TOTAL-ERRORS             PIC 9(07) VALUE 0.
           05  WS-TOTAL-DEADLOCKS          PIC 9(05) VALUE 0.
           05  WS-TOTAL-REJECTED           PIC 9(07) VALUE 0.
           05  WS-TOTAL-MERGES             PIC 9(07) VALUE 0.

      *------- DEADLOCK RETRY -------*
       01  WS-RETRY-COUNT                  PIC 9(02) VALUE 0.
       01  WS-DUP-SSN-COUNT                PIC S9(04) COMP VALUE 0.
       01  WS-OPEN-ACCT-COUNT              PIC S9(04) COMP VALUE 0.
       01  WS-CREDIT-SCORE-TXT             PIC 9(04) VALUE 0.
       01  WS-MERGE-CUST-COUNT             PIC S9(04) COMP VALUE 0.

      *------- CUSTOMER MERGE: EVERY STEP RUNS IN ONE UNIT OF WORK;  *
      *------- THE FIRST FAILING STEP NAMES ITSELF AND ALL IS UNDONE  *
       01  WS-MERGE-SW                     PIC X(01) VALUE 'Y'.
           88  MERGE-OK                              VALUE 'Y'.
           88  MERGE-FAILED                          VALUE 'N'.
       01  WS-MERGE-STEP                   PIC X(20) VALUE SPACES.

       01  WS-STATE-FOUND-SW               PIC X(01) VALUE 'N'.
           88  STATE-FOUND                           VALUE 'Y'.
       01  HV-NI-OLD-EMAIL                 PIC S9(04) COMP.
       01  HV-NI-OLD-CREDIT                PIC S9(04) COMP.

      *------- CUSTOMER MERGE HOST VARIABLES -------*
       01  HV-SURVIVOR-ID                  PIC X(10).
       01  HV-MERGE-ACCTS                  PIC S9(09) COMP.
       01  HV-MERGE-OWNERS                 PIC S9(09) COMP.
       01  HV-MERGE-OFAC-COUNT             PIC S9(09) COMP.

      *------- CURSOR FOR NAME SEARCH (PAGED 100 ROWS AT A TIME) -------*
           EXEC SQL
             DECLARE CSR-BY-NAME CURSOR FOR
                PERFORM 2400-SELECT-CUSTOMER
             WHEN REQ-LIST
                PERFORM 2500-LIST-BY-NAME
             WHEN REQ-MERGE
                PERFORM 2600-MERGE-CUSTOMER
             WHEN OTHER
                DISPLAY 'INVALID OPERATION: '
                        WS-REQ-OPER
              ADD 1 TO WS-TOTAL-SUCCESS
           END-IF.

      *================================================================*
      *  2600 - MERGE A DUPLICATE CUSTOMER INTO ITS SURVIVOR           *
      *         BOTH CUST-IDS MUST BE ACTIVE AND NEITHER MAY HAVE AN   *
      *         OPEN TBOFAC CASE (PENDING OR CONFIRMED HIT) - THE CASE *
      *         IS KEYED BY CUST_ID, SO MOVING THE ACCOUNTS AWAY FROM  *
      *         IT WOULD TAKE THEM OUT OF DBOFA02'S BLOCKED-OWNER      *
      *         CHECK. IN ONE UNIT OF WORK:                            *
      *           - TBCUST_HIST 'M' BEFORE-IMAGE OF THE RETIRED ROW    *
      *           - TBACCT_HIST 'M' FOR EVERY ACCOUNT IT OWNS OR       *
      *             CO-OWNS                                            *
      *           - TBACCT.CUST_ID AND TBOWNER ROWS MOVED TO THE       *
      *             SURVIVOR                                           *
      *           - THE RETIRED ROW SOFT-DELETED (STATUS 'C')          *
      *         WHERE BOTH ALREADY OWN THE SAME ACCOUNT THE RETIRED    *
      *         ROW IS DROPPED, THE SURVIVOR TAKING OVER THE PRIMARY   *
      *         ROLE IF THE RETIRED ROW HELD IT - AN ACCOUNT STILL     *
      *         HAS AT MOST ONE 'P' OWNER AFTERWARDS.                  *
      *================================================================*
       2600-MERGE-CUSTOMER.
           PERFORM 8000-MAP-INPUT-TO-HV
           MOVE WS-REQ-DATA(258:10) TO HV-SURVIVOR-ID
           PERFORM 2605-VALIDATE-MERGE

           IF VALIDATION-FAILED
              PERFORM 2106-WRITE-REJECT-RECORD
           ELSE
              SET MERGE-OK TO TRUE
              MOVE 0 TO HV-MERGE-ACCTS
              MOVE 0 TO HV-MERGE-OWNERS
              MOVE 'M' TO HV-HIST-OPER
              PERFORM 2205-CAPTURE-CUSTOMER-HISTORY
              IF HIST-CAPTURE-FAILED
                 SET MERGE-FAILED TO TRUE
                 MOVE 'CUSTOMER HISTORY' TO WS-MERGE-STEP
              END-IF

              IF MERGE-OK
                 PERFORM 2610-CAPTURE-MERGED-ACCOUNTS
              END-IF
              IF MERGE-OK
                 PERFORM 2620-MOVE-ACCOUNT-OWNER
              END-IF
              IF MERGE-OK
                 PERFORM 2630-MOVE-OWNERSHIP-ROWS
              END-IF
              IF MERGE-OK
                 PERFORM 2640-RETIRE-CUSTOMER
              END-IF

              IF MERGE-OK
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO WS-TOTAL-SUCCESS
                 ADD 1 TO WS-TOTAL-MERGES
                 DISPLAY 'CUSTOMER MERGED: ' HV-CUST-ID
                         ' INTO ' HV-SURVIVOR-ID
                         ' ACCOUNTS: ' HV-MERGE-ACCTS
              ELSE
                 DISPLAY 'CUSTOMER MERGE FAILED AT '
                         WS-MERGE-STEP ': ' HV-CUST-ID
                         ' SQLCODE=' SQLCODE
                 ADD 1 TO WS-TOTAL-ERRORS
                 EXEC SQL ROLLBACK END-EXEC
              END-IF
           END-IF.

      *------- BOTH CUSTOMERS MUST EXIST, DIFFER AND BE ACTIVE -------*
      *------- AND BE CLEAR OF ANY OPEN OFAC CASE                      *
       2605-VALIDATE-MERGE.
           SET VALIDATION-PASSED TO TRUE
           MOVE SPACES TO WS-VALIDATION-REASON

           IF HV-SURVIVOR-ID = SPACES
              OR HV-SURVIVOR-ID = HV-CUST-ID
              SET VALIDATION-FAILED TO TRUE
              MOVE 'INVALID SURVIVING CUST-ID' TO
                      WS-VALIDATION-REASON
           ELSE
              MOVE 0 TO WS-MERGE-CUST-COUNT
              EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-MERGE-CUST-COUNT
                FROM   TBCUST
                WHERE  CUST_ID IN (:HV-CUST-ID, :HV-SURVIVOR-ID)
                  AND  STATUS <> 'C'
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'MERGE CUSTOMER CHECK FAILED: SQLCODE='
                         SQLCODE
                 SET VALIDATION-FAILED TO TRUE
                 MOVE 'UNABLE TO VERIFY CUSTOMERS' TO
                         WS-VALIDATION-REASON
              ELSE
                 IF WS-MERGE-CUST-COUNT NOT = 2
                    SET VALIDATION-FAILED TO TRUE
                    MOVE 'MERGE CUSTOMER NOT FOUND OR NOT ACTIVE' TO
                            WS-VALIDATION-REASON
                 ELSE
                    PERFORM 2606-CHECK-MERGE-OFAC
                 END-IF
              END-IF
           END-IF.

      *------- AN OPEN OFAC CASE ON EITHER CUSTOMER BLOCKS THE MERGE --*
       2606-CHECK-MERGE-OFAC.
           MOVE 0 TO HV-MERGE-OFAC-COUNT

           EXEC SQL
             SELECT COUNT(*)
             INTO   :HV-MERGE-OFAC-COUNT
             FROM   TBOFAC
             WHERE  PARTY_TYPE  = 'C'
               AND  PARTY_KEY   IN (:HV-CUST-ID, :HV-SURVIVOR-ID)
               AND  CASE_STATUS IN ('P', 'H')
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'MERGE OFAC CHECK FAILED: SQLCODE=' SQLCODE
              SET VALIDATION-FAILED TO TRUE
              MOVE 'UNABLE TO VERIFY OFAC STATUS' TO
                      WS-VALIDATION-REASON
           ELSE
              IF HV-MERGE-OFAC-COUNT > 0
                 SET VALIDATION-FAILED TO TRUE
                 MOVE 'OFAC CASE OPEN ON A MERGE CUSTOMER' TO
                         WS-VALIDATION-REASON
              END-IF
           END-IF.

      *------- BEFORE-IMAGE OF EVERY ACCOUNT THE MERGE TOUCHES -------*
       2610-CAPTURE-MERGED-ACCOUNTS.
           EXEC SQL
             INSERT INTO TBACCT_HIST
               (ACCT_NUMBER, HIST_OPERATION,
                OLD_ACCT_STATUS, OLD_ACCT_TYPE,
                OLD_PRODUCT_CODE, OLD_BALANCE,
                OLD_AVAIL_BALANCE,
                CHANGED_BY, CHANGED_DATE)
             SELECT ACCT_NUMBER, 'M',
                    ACCT_STATUS, ACCT_TYPE,
                    PRODUCT_CODE, BALANCE,
                    AVAIL_BALANCE,
                    USER, CURRENT TIMESTAMP
             FROM   TBACCT
             WHERE  CUST_ID = :HV-CUST-ID
                OR  ACCT_NUMBER IN
                    (SELECT ACCT_NUMBER
                     FROM   TBOWNER
                     WHERE  CUST_ID = :HV-CUST-ID)
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                MOVE SQLERRD(3) TO HV-MERGE-ACCTS
             WHEN +100
                MOVE 0 TO HV-MERGE-ACCTS
             WHEN OTHER
                SET MERGE-FAILED TO TRUE
                MOVE 'ACCOUNT HISTORY' TO WS-MERGE-STEP
           END-EVALUATE.

      *------- ACCOUNTS KEYED TO THE RETIRED CUSTOMER -------*
       2620-MOVE-ACCOUNT-OWNER.
           EXEC SQL
             UPDATE TBACCT
             SET    CUST_ID      = :HV-SURVIVOR-ID,
                    UPDATED_DATE = CURRENT TIMESTAMP,
                    UPDATED_BY   = USER
             WHERE  CUST_ID = :HV-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              SET MERGE-FAILED TO TRUE
              MOVE 'ACCOUNT CUST_ID' TO WS-MERGE-STEP
           END-IF.

      *------- OWNERSHIP ROWS: PROMOTE THE SURVIVOR WHERE THE RETIRED *
      *------- ROW IT DUPLICATES WAS THE PRIMARY, DROP THE DUPLICATE  *
      *------- ROWS, THEN MOVE THE REST ACROSS WITH THEIR ROLE        *
       2630-MOVE-OWNERSHIP-ROWS.
           EXEC SQL
             UPDATE TBOWNER S
             SET    OWNER_ROLE   = 'P',
                    UPDATED_DATE = CURRENT TIMESTAMP
             WHERE  S.CUST_ID = :HV-SURVIVOR-ID
               AND  EXISTS
                    (SELECT 1
                     FROM   TBOWNER R
                     WHERE  R.ACCT_NUMBER = S.ACCT_NUMBER
                       AND  R.CUST_ID     = :HV-CUST-ID
                       AND  R.OWNER_ROLE  = 'P')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              SET MERGE-FAILED TO TRUE
              MOVE 'OWNER ROLE' TO WS-MERGE-STEP
           END-IF

           IF MERGE-OK
              EXEC SQL
                DELETE FROM TBOWNER R
                WHERE  R.CUST_ID = :HV-CUST-ID
                  AND  EXISTS
                       (SELECT 1
                        FROM   TBOWNER S
                        WHERE  S.ACCT_NUMBER = R.ACCT_NUMBER
                          AND  S.CUST_ID     = :HV-SURVIVOR-ID)
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 SET MERGE-FAILED TO TRUE
                 MOVE 'OWNER DUPLICATES' TO WS-MERGE-STEP
              END-IF
           END-IF

           IF MERGE-OK
              EXEC SQL
                UPDATE TBOWNER
                SET    CUST_ID      = :HV-SURVIVOR-ID,
                       UPDATED_DATE = CURRENT TIMESTAMP
                WHERE  CUST_ID = :HV-CUST-ID
              END-EXEC

              EVALUATE SQLCODE
                WHEN 0
                   MOVE SQLERRD(3) TO HV-MERGE-OWNERS
                WHEN +100
                   MOVE 0 TO HV-MERGE-OWNERS
                WHEN OTHER
                   SET MERGE-FAILED TO TRUE
                   MOVE 'OWNER MOVE' TO WS-MERGE-STEP
              END-EVALUATE
           END-IF.

      *------- SOFT DELETE OF THE RETIRED CUSTOMER -------*
       2640-RETIRE-CUSTOMER.
           EXEC SQL
             UPDATE TBCUST
             SET    STATUS = 'C',
                    UPDATED_DATE = CURRENT TIMESTAMP,
                    UPDATED_BY = USER
             WHERE  CUST_ID = :HV-CUST-ID
               AND  STATUS <> 'C'
           END-EXEC

           IF SQLCODE NOT = 0
              SET MERGE-FAILED TO TRUE
              MOVE 'CUSTOMER DELETE' TO WS-MERGE-STEP
           END-IF.

      *================================================================*
      *  8000 - MAP INPUT TO HOST VARIABLES (FIELDS COMMON TO ALL OPS) *
      *================================================================*
           DISPLAY 'SUCCESSFUL      : ' WS-TOTAL-SUCCESS
           DISPLAY 'ERRORS          : ' WS-TOTAL-ERRORS
           DISPLAY 'VALIDATION REJS : ' WS-TOTAL-REJECTED
           DISPLAY 'CUSTOMERS MERGED: ' WS-TOTAL-MERGES
           DISPLAY 'DEADLOCKS HIT   : ' WS-TOTAL-DEADLOCKS
           DISPLAY 'RETURN CODE     : ' WS-RETURN-CODE
           DISPLAY '======================================='.
