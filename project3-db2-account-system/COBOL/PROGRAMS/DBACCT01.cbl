      *            PRE-OPEN BUSINESS VALIDATION (CUSTOMER/ACCT TYPE)    *
      *            BEFORE-IMAGE HISTORY TRAIL ON EVERY STATUS OR        *
      *            PRODUCT CHANGE (TBACCT_HIST)                         *
      *            TIME DEPOSIT (TDA) TERMS CAPTURED AT OPEN INTO       *
      *            TBCDTERM; DBCD01 ACTS ON THEM AT MATURITY            *
      *                                                                 *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  DB2 PACKAGE: CUSTCOLL.DBACCT01                                *
      *                                                                 *
      *  OPERATIONS (VIA INPUT PARM):                                   *
      *    O = OPEN NEW ACCOUNT (LINKED TO AN ACTIVE TBCUST ROW)       *
      *        (A TDA ALSO INSERTS ITS TBCDTERM ROW IN THE SAME UOW)   *
      *    C = CLOSE ACCOUNT (BALANCE MUST BE ZERO; DBCLS01 PREPARES   *
      *        FULL CLOSURES - PAYOUT, HOLDS, ORDERS - AND FEEDS 'C')  *
      *    F = FREEZE ACCOUNT (ACCT_STATUS 'O' -> 'F')                 *
      *        (DBOFA01 FEEDS 'F' FOR A CONFIRMED SANCTIONS HIT)       *
      *    U = UNFREEZE ACCOUNT (ACCT_STATUS 'F'/'D' -> 'O')           *
      *    P = CHANGE PRODUCT ATTRIBUTES (ACCT_TYPE/PRODUCT_CODE)      *
      *        (NO CHANGE INTO OR OUT OF TDA - OPEN A NEW CD INSTEAD)  *
      *    S = SELECT BY ACCOUNT NUMBER                                *
      *    J = ADD CO-OWNER (TBOWNER ROW; OPEN WRITES THE PRIMARY)     *
      *    K = REMOVE CO-OWNER (THE PRIMARY CANNOT BE REMOVED)         *
      *    T = CHANGE A CD'S MATURITY INSTRUCTION / PAYOUT ACCOUNT     *
      *                                                                 *
      *  ACCT_STATUS VALUES (DBTXN01 POSTS ONLY TO STATUS 'O'):        *
      *    O = OPEN   C = CLOSED   F = FROZEN   D = DORMANT            *
      *    48-63   AVAIL-BALANCE (-(12)9.99)                           *
      *  WS-REQ-DATA LAYOUT (J - ADD CO-OWNER ONLY):                    *
      *    64      OWNER-ROLE (P/J/C)                                  *
      *  WS-REQ-DATA LAYOUT (O - OPEN OF A TDA; T USES 74-86 ONLY):     *
      *    65-67   TERM-MONTHS (001-120)                               *
      *    68-73   CONTRACT RATE 9V9(5) (ZERO = CURRENT TBCDRATE RATE) *
      *    74      MATURITY-INSTR (R = ROLL OVER, P = PAY OUT)         *
      *    75-86   PAYOUT-ACCT (REQUIRED FOR P; AN OPEN NON-TDA ACCT)  *
      *================================================================*

       ENVIRONMENT DIVISION.
               88  REQ-SELECT                        VALUE 'S'.
               88  REQ-ADD-OWNER                     VALUE 'J'.
               88  REQ-DEL-OWNER                     VALUE 'K'.
               88  REQ-CD-INSTR                      VALUE 'T'.
           05  WS-REQ-DATA                 PIC X(199).

      *------- COUNTERS -------*
       01  WS-VALID-TYPE-TABLE REDEFINES WS-VALID-TYPE-LIST.
           05  WS-VALID-TYPE               PIC X(03) OCCURS 4 TIMES.

      *------- TIME DEPOSIT (TDA) TERMS FROM WS-REQ-DATA(65:22) -------*
       01  WS-REQ-CD-TERMS.
           05  WS-REQ-TERM-MONTHS          PIC 9(03).
           05  WS-REQ-CD-RATE              PIC 9(01)V9(05).
           05  WS-REQ-MATURITY-INSTR       PIC X(01).
               88  CD-INSTR-VALID                    VALUE 'R' 'P'.
               88  CD-INSTR-PAYOUT                   VALUE 'P'.
           05  WS-REQ-PAYOUT-ACCT          PIC X(12).

      *------- TIME DEPOSIT TERM LIMIT AND EARLY-WITHDRAWAL PENALTY   *
      *------- (DAYS OF INTEREST ON THE AMOUNT WITHDRAWN, BY TERM)    *
       01  WS-CD-MAX-TERM-MONTHS           PIC 9(03) VALUE 120.
       01  WS-CD-SHORT-TERM-MONTHS         PIC 9(03) VALUE 12.
       01  WS-CD-SHORT-PENALTY-DAYS        PIC 9(03) VALUE 90.
       01  WS-CD-LONG-PENALTY-DAYS         PIC 9(03) VALUE 180.

      *------- EDITED BALANCE FIELDS FOR THE SELECT RESPONSE -------*
       01  WS-BAL-DISPLAY                  PIC -(12)9.99.
       01  WS-AVAIL-DISPLAY                PIC -(12)9.99.
                                                           'C'.
       01  HV-PRIMARY-COUNT                PIC S9(04) COMP.

      *------- TIME DEPOSIT TERMS (TBCDTERM/TBCDRATE) HOST VARIABLES -*
       01  HV-CD-TERMS.
           05  HV-CD-TERM-MONTHS           PIC S9(04) COMP.
           05  HV-CD-RATE                  PIC S9(02)V9(05) COMP-3.
           05  HV-CD-MATURITY-INSTR        PIC X(01).
           05  HV-CD-PAYOUT-ACCT           PIC X(12).
           05  HV-CD-PENALTY-DAYS          PIC S9(04) COMP.
       01  HV-NI-PAYOUT-ACCT               PIC S9(04) COMP.
       01  HV-PAYOUT-COUNT                 PIC S9(04) COMP.

      *------- ACCOUNT HISTORY (BEFORE-IMAGE) HOST VARIABLES -------*
       01  HV-HIST-OPER                    PIC X(01).
       01  HV-OLD-ACCT-STATUS              PIC X(01).
       01  HV-OLD-PRODUCT-CODE             PIC X(05).
       01  HV-OLD-BALANCE                  PIC S9(13)V99 COMP-3.
       01  HV-OLD-AVAIL-BALANCE            PIC S9(13)V99 COMP-3.
       01  HV-OLD-CD-INSTR                 PIC X(01).
       01  HV-OLD-CD-PAYOUT-ACCT           PIC X(12).
       01  HV-NI-OLD-CD-INSTR              PIC S9(04) COMP.
       01  HV-NI-OLD-CD-PAYOUT             PIC S9(04) COMP.

       PROCEDURE DIVISION.

                PERFORM 2800-ADD-OWNER
             WHEN REQ-DEL-OWNER
                PERFORM 2850-REMOVE-OWNER
             WHEN REQ-CD-INSTR
                PERFORM 2900-CHANGE-CD-INSTRUCTION
             WHEN OTHER
                DISPLAY 'INVALID OPERATION: '
                        WS-REQ-OPER
                 END-EXEC
              END-IF

      *------- A TIME DEPOSIT'S CONTRACT TERMS JOIN THE SAME UOW      *
              IF SQLCODE = 0
                 AND HV-ACCT-TYPE = 'TDA'
                 PERFORM 2110-INSERT-CD-TERMS
              END-IF

              PERFORM 9000-CHECK-SQLCODE
           ELSE
              PERFORM 2106-WRITE-REJECT-RECORD
                 SET VALIDATION-FAILED TO TRUE
                 MOVE 'INVALID ACCOUNT TYPE' TO WS-VALIDATION-REASON
              END-IF
           END-IF

           IF VALIDATION-PASSED
              AND HV-ACCT-TYPE = 'TDA'
              PERFORM 2120-VALIDATE-CD-TERMS
           END-IF.

      *================================================================*
      *  2110 - RECORD THE CD CONTRACT TERMS (TBCDTERM). MATURITY IS   *
      *         THE OPEN DATE PLUS THE TERM; DBINT01 ACCRUES AT        *
      *         CONTRACT_RATE AND DBTXN01 CHARGES PENALTY_DAYS OF      *
      *         INTEREST ON ANY DEBIT BEFORE MATURITY_DATE             *
      *================================================================*
       2110-INSERT-CD-TERMS.
           IF HV-CD-PAYOUT-ACCT = SPACES
              MOVE -1 TO HV-NI-PAYOUT-ACCT
           ELSE
              MOVE 0 TO HV-NI-PAYOUT-ACCT
           END-IF

           EXEC SQL
             INSERT INTO TBCDTERM
               (ACCT_NUMBER, TERM_MONTHS, CONTRACT_RATE,
                ISSUE_DATE, MATURITY_DATE,
                MATURITY_INSTR, PAYOUT_ACCT,
                PENALTY_DAYS, NOTICE_DATE, TERM_SEQ,
                CD_STATUS, CREATED_BY, UPDATED_DATE)
             VALUES
               (:HV-ACCT-NUMBER, :HV-CD-TERM-MONTHS, :HV-CD-RATE,
                CURRENT DATE,
                CURRENT DATE + :HV-CD-TERM-MONTHS MONTHS,
                :HV-CD-MATURITY-INSTR,
                :HV-CD-PAYOUT-ACCT :HV-NI-PAYOUT-ACCT,
                :HV-CD-PENALTY-DAYS, NULL, 1,
                'A', USER, CURRENT TIMESTAMP)
           END-EXEC.

      *------- TERM, RATE AND MATURITY INSTRUCTION FOR A NEW TDA -----*
       2120-VALIDATE-CD-TERMS.
           MOVE WS-REQ-DATA(65:22) TO WS-REQ-CD-TERMS

           IF WS-REQ-TERM-MONTHS NOT NUMERIC
              OR WS-REQ-TERM-MONTHS = 0
              OR WS-REQ-TERM-MONTHS > WS-CD-MAX-TERM-MONTHS
              SET VALIDATION-FAILED TO TRUE
              MOVE 'INVALID CD TERM' TO WS-VALIDATION-REASON
           END-IF

           IF VALIDATION-PASSED
              AND WS-REQ-CD-RATE NOT NUMERIC
              SET VALIDATION-FAILED TO TRUE
              MOVE 'INVALID CD RATE' TO WS-VALIDATION-REASON
           END-IF

           IF VALIDATION-PASSED
              PERFORM 2122-VALIDATE-CD-INSTRUCTION
           END-IF

           IF VALIDATION-PASSED
              MOVE WS-REQ-TERM-MONTHS TO HV-CD-TERM-MONTHS
              IF WS-REQ-CD-RATE = 0
                 PERFORM 2125-GET-CURRENT-CD-RATE
              ELSE
                 MOVE WS-REQ-CD-RATE TO HV-CD-RATE
              END-IF
              IF WS-REQ-TERM-MONTHS > WS-CD-SHORT-TERM-MONTHS
                 MOVE WS-CD-LONG-PENALTY-DAYS  TO HV-CD-PENALTY-DAYS
              ELSE
                 MOVE WS-CD-SHORT-PENALTY-DAYS TO HV-CD-PENALTY-DAYS
              END-IF
           END-IF.

      *------- R OR P; A PAYOUT ACCOUNT MUST BE A DIFFERENT OPEN     *
      *------- DEMAND ACCOUNT (ONE IS KEPT WITH R ONLY IF GIVEN)      *
       2122-VALIDATE-CD-INSTRUCTION.
           MOVE WS-REQ-MATURITY-INSTR TO HV-CD-MATURITY-INSTR
           MOVE WS-REQ-PAYOUT-ACCT    TO HV-CD-PAYOUT-ACCT

           IF NOT CD-INSTR-VALID
              SET VALIDATION-FAILED TO TRUE
              MOVE 'INVALID CD MATURITY INSTRUCTION' TO
                      WS-VALIDATION-REASON
           END-IF

           IF VALIDATION-PASSED
              AND CD-INSTR-PAYOUT
              AND HV-CD-PAYOUT-ACCT = SPACES
              SET VALIDATION-FAILED TO TRUE
              MOVE 'PAYOUT ACCOUNT REQUIRED FOR CD PAYOUT' TO
                      WS-VALIDATION-REASON
           END-IF

           IF VALIDATION-PASSED
              AND HV-CD-PAYOUT-ACCT NOT = SPACES
              IF HV-CD-PAYOUT-ACCT = HV-ACCT-NUMBER
                 SET VALIDATION-FAILED TO TRUE
                 MOVE 'PAYOUT ACCOUNT CANNOT BE THE CD ITSELF' TO
                         WS-VALIDATION-REASON
              ELSE
                 PERFORM 2124-CHECK-PAYOUT-ACCOUNT
              END-IF
           END-IF.

       2124-CHECK-PAYOUT-ACCOUNT.
           MOVE 0 TO HV-PAYOUT-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO   :HV-PAYOUT-COUNT
             FROM   TBACCT
             WHERE  ACCT_NUMBER = :HV-CD-PAYOUT-ACCT
               AND  ACCT_STATUS = 'O'
               AND  ACCT_TYPE <> 'TDA'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'PAYOUT ACCOUNT CHECK FAILED: SQLCODE='
                      SQLCODE
              SET VALIDATION-FAILED TO TRUE
              MOVE 'UNABLE TO VERIFY PAYOUT ACCOUNT' TO
                      WS-VALIDATION-REASON
           ELSE
              IF HV-PAYOUT-COUNT = 0
                 SET VALIDATION-FAILED TO TRUE
                 MOVE 'PAYOUT ACCOUNT NOT AN OPEN DEMAND ACCOUNT' TO
                         WS-VALIDATION-REASON
              END-IF
           END-IF.

      *------- NO NEGOTIATED RATE: THE RATE SHEET ROW IN FORCE TODAY -*
       2125-GET-CURRENT-CD-RATE.
           EXEC SQL
             SELECT RATE
             INTO   :HV-CD-RATE
             FROM   TBCDRATE
             WHERE  TERM_MONTHS = :HV-CD-TERM-MONTHS
               AND  EFFECTIVE_DATE =
                    (SELECT MAX(R.EFFECTIVE_DATE)
                     FROM   TBCDRATE R
                     WHERE  R.TERM_MONTHS = :HV-CD-TERM-MONTHS
                       AND  R.EFFECTIVE_DATE <= CURRENT DATE)
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN +100
                SET VALIDATION-FAILED TO TRUE
                MOVE 'NO CD RATE ON FILE FOR THIS TERM' TO
                        WS-VALIDATION-REASON
             WHEN OTHER
                DISPLAY 'CD RATE LOOKUP FAILED: SQLCODE=' SQLCODE
                SET VALIDATION-FAILED TO TRUE
                MOVE 'UNABLE TO READ CD RATE SHEET' TO
                        WS-VALIDATION-REASON
           END-EVALUATE.

      *------- REJECT IF THE OWNING CUSTOMER IS MISSING OR CANCELLED --*
       2107-CHECK-CUSTOMER-ACTIVE.
           MOVE 0 TO WS-CUST-COUNT
           PERFORM 2205-CAPTURE-ACCOUNT-HISTORY

           IF HIST-CAPTURE-OK
              SET VALIDATION-PASSED TO TRUE
              IF HV-OLD-ACCT-STATUS = 'C'
                 SET VALIDATION-FAILED TO TRUE
                 MOVE 'ACCOUNT CLOSED - CANNOT CHANGE' TO
                         WS-VALIDATION-REASON
              END-IF

      *------- A CD CARRIES TBCDTERM CONTRACT TERMS, SO THE TYPE      *
      *------- CANNOT BE CHANGED INTO OR OUT OF TDA IN PLACE          *
              IF VALIDATION-PASSED
                 AND HV-ACCT-TYPE NOT = HV-OLD-ACCT-TYPE
                 AND (HV-ACCT-TYPE = 'TDA'
                      OR HV-OLD-ACCT-TYPE = 'TDA')
                 SET VALIDATION-FAILED TO TRUE
                 MOVE 'CANNOT CHANGE TYPE INTO OR OUT OF TDA' TO
                         WS-VALIDATION-REASON
              END-IF

              IF VALIDATION-FAILED
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 2106-WRITE-REJECT-RECORD
                 MOVE 'N' TO WS-RETRY-FLAG
      *================================================================*
       2205-CAPTURE-ACCOUNT-HISTORY.
           SET HIST-CAPTURE-OK TO TRUE
      *------- THE CD INSTRUCTION BEFORE-IMAGE IS KEPT ON 'T' ONLY ---*
           IF HV-HIST-OPER NOT = 'T'
              MOVE -1 TO HV-NI-OLD-CD-INSTR
              MOVE -1 TO HV-NI-OLD-CD-PAYOUT
           END-IF

           EXEC SQL
             SELECT ACCT_STATUS, ACCT_TYPE, PRODUCT_CODE,
                    BALANCE, AVAIL_BALANCE
                   OLD_ACCT_STATUS, OLD_ACCT_TYPE,
                   OLD_PRODUCT_CODE, OLD_BALANCE,
                   OLD_AVAIL_BALANCE,
                   OLD_CD_INSTR, OLD_PAYOUT_ACCT,
                   CHANGED_BY, CHANGED_DATE)
                VALUES
                  (:HV-ACCT-NUMBER, :HV-HIST-OPER,
                   :HV-OLD-ACCT-STATUS, :HV-OLD-ACCT-TYPE,
                   :HV-OLD-PRODUCT-CODE, :HV-OLD-BALANCE,
                   :HV-OLD-AVAIL-BALANCE,
                   :HV-OLD-CD-INSTR :HV-NI-OLD-CD-INSTR,
                   :HV-OLD-CD-PAYOUT-ACCT :HV-NI-OLD-CD-PAYOUT,
                   USER, CURRENT TIMESTAMP)
              END-EXEC

                        WS-VALIDATION-REASON
           END-EVALUATE.

      *================================================================*
      *  2900 - CHANGE A CD'S MATURITY INSTRUCTION AND PAYOUT ACCOUNT  *
      *         ON ITS ACTIVE TBCDTERM ROW, WITH THE SAME VALIDATION   *
      *         AS THE OPEN AND A TBACCT_HIST AUDIT ROW CARRYING THE   *
      *         INSTRUCTION AND PAYOUT ACCOUNT BEING REPLACED. DBCD01  *
      *         READS THE INSTRUCTION ON THE MATURITY DATE             *
      *================================================================*
       2900-CHANGE-CD-INSTRUCTION.
           PERFORM 8000-MAP-INPUT-TO-HV
           MOVE WS-REQ-DATA(65:22) TO WS-REQ-CD-TERMS
           SET VALIDATION-PASSED TO TRUE
           MOVE SPACES TO WS-VALIDATION-REASON
           PERFORM 2122-VALIDATE-CD-INSTRUCTION

           IF VALIDATION-PASSED
              PERFORM 2905-GET-CD-INSTRUCTION
           END-IF

           IF VALIDATION-FAILED
              PERFORM 2106-WRITE-REJECT-RECORD
           ELSE
              MOVE 'T' TO HV-HIST-OPER
              PERFORM 2205-CAPTURE-ACCOUNT-HISTORY

              IF HIST-CAPTURE-OK
                 PERFORM 2910-UPDATE-CD-INSTRUCTION
              ELSE
                 DISPLAY 'CD INSTRUCTION REJECTED - HISTORY '
                         'CAPTURE FAILED: ' HV-ACCT-NUMBER
                 ADD 1 TO WS-TOTAL-ERRORS
                 EXEC SQL ROLLBACK END-EXEC
              END-IF
           END-IF.

      *------- BEFORE-IMAGE OF THE INSTRUCTION ABOUT TO BE REPLACED --*
       2905-GET-CD-INSTRUCTION.
           EXEC SQL
             SELECT MATURITY_INSTR, PAYOUT_ACCT
             INTO   :HV-OLD-CD-INSTR :HV-NI-OLD-CD-INSTR,
                    :HV-OLD-CD-PAYOUT-ACCT :HV-NI-OLD-CD-PAYOUT
             FROM   TBCDTERM
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  CD_STATUS = 'A'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN +100
                SET VALIDATION-FAILED TO TRUE
                MOVE 'NO ACTIVE CD TERMS ON FILE' TO
                        WS-VALIDATION-REASON
             WHEN OTHER
                DISPLAY 'CD TERMS LOOKUP FAILED: SQLCODE=' SQLCODE
                SET VALIDATION-FAILED TO TRUE
                MOVE 'UNABLE TO READ CD TERMS' TO
                        WS-VALIDATION-REASON
           END-EVALUATE.

       2910-UPDATE-CD-INSTRUCTION.
           IF HV-CD-PAYOUT-ACCT = SPACES
              MOVE -1 TO HV-NI-PAYOUT-ACCT
           ELSE
              MOVE 0 TO HV-NI-PAYOUT-ACCT
           END-IF

           EXEC SQL
             UPDATE TBCDTERM
             SET    MATURITY_INSTR = :HV-CD-MATURITY-INSTR,
                    PAYOUT_ACCT    =
                           :HV-CD-PAYOUT-ACCT :HV-NI-PAYOUT-ACCT,
                    UPDATED_DATE   = CURRENT TIMESTAMP
             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND  CD_STATUS = 'A'
           END-EXEC

      *------- NO ACTIVE TERMS: DISCARD THE PENDING AUDIT ROW TOO    *
           IF SQLCODE = +100
              SET VALIDATION-FAILED TO TRUE
              MOVE 'NO ACTIVE CD TERMS ON FILE' TO
                      WS-VALIDATION-REASON
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 2106-WRITE-REJECT-RECORD
           ELSE
              PERFORM 9000-CHECK-SQLCODE
           END-IF.

      *================================================================*
      *  9000 - SQLCODE CHECK WITH DEADLOCK RETRY                      *
      *  HANDLES: 0, +100, -803, -805, -811, -904, -911, -913         *
