       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBFDI01.
       AUTHOR.        MAINFRAME-DEV.
       DATE-WRITTEN.  2024-10-14.
      *================================================================*
      *  PROGRAM : DBFDI01                                              *
      *  DESC    : DEPOSIT INSURANCE COVERAGE (FDIC PART 370)           *
      *            GROUPS EVERY OPEN ACCOUNT'S BALANCE BY DEPOSITOR     *
      *            AND OWNERSHIP CATEGORY FROM TBOWNER, APPLIES THE     *
      *            STANDARD MAXIMUM PER DEPOSITOR PER CATEGORY AND      *
      *            PRODUCES:                                            *
      *              - THE DEPOSITOR FILE (FDIDEP): ONE RECORD PER      *
      *                DEPOSITOR PER CATEGORY, INSURED AND UNINSURED    *
      *              - THE SUMMARY REPORT (FDIRPT) BY ACCT_TYPE/        *
      *                PRODUCT_CODE AND BY CATEGORY                     *
      *            OWNERSHIP CATEGORY OF AN ACCOUNT:                    *
      *              C CUSTODIAL - ANY 'C' (CUSTODIAN) OWNER ROW. THE   *
      *                BALANCE BELONGS TO THE P/J OWNERS, NEVER TO THE  *
      *                CUSTODIAN                                        *
      *              J JOINT     - TWO OR MORE P/J OWNER ROWS, THE      *
      *                BALANCE SPLIT EQUALLY ACROSS THE CO-OWNERS       *
      *              S SINGLE    - ONE P/J OWNER ROW                    *
      *            AN EQUAL SHARE IS TRUNCATED TO THE CENT AND THE      *
      *            LOWEST CUST_ID AMONG THE OWNERS TAKES THE ODD        *
      *            CENTS, SO THE SHARES ADD BACK TO THE BALANCE.        *
      *            AN ACCOUNT WITH NO P/J OWNER ROW (OPENED BEFORE      *
      *            TBOWNER EXISTED) FALLS BACK TO TBACCT.CUST_ID AS     *
      *            SINGLE OWNERSHIP AND IS FLAGGED AS INCOMPLETE        *
      *            OWNERSHIP DATA ON BOTH OUTPUTS. CLOSED, ZERO AND     *
      *            OVERDRAWN ACCOUNTS HOLD NO DEPOSIT AND ARE SKIPPED.  *
      *            A DEPOSITOR'S INSURED AMOUNT IS SPREAD BACK OVER     *
      *            THEIR ACCOUNTS IN THE CATEGORY PRO RATA FOR THE      *
      *            PRODUCT SUMMARY.                                     *
      *                                                                 *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY) - READ ONLY, NO UPDATES      *
      *                                                                 *
      *  PARM (FDIPARM, OPTIONAL, 80 BYTES):                            *
      *    1-11  MAXIMUM PER DEPOSITOR PER CATEGORY 9(9)V99             *
      *          (DEFAULT 250,000.00)                                   *
      *  DEPOSITOR FILE (FDIDEP, 150 BYTES):                            *
      *    1-10   AS-OF DATE          11-20  CUST-ID                    *
      *    21-29  SSN                 30-80  NAME                       *
      *    81     CATEGORY (S/J/C)    82-86  ACCOUNT COUNT 9(5)         *
      *    87-101 DEPOSITS 9(13)V99   102-116 INSURED 9(13)V99          *
      *    117-131 UNINSURED 9(13)V99 132    INCOMPLETE OWNERSHIP (Y/N) *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FDI-PARM-FILE
               ASSIGN TO FDIPARM
               FILE STATUS IS WS-PRM-FS.

           SELECT DEPOSITOR-FILE
               ASSIGN TO FDIDEP
               FILE STATUS IS WS-DEP-FS.

           SELECT FDI-RPT-FILE
               ASSIGN TO FDIRPT
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  FDI-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FDI-PARM-RECORD                 PIC X(80).

       FD  DEPOSITOR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  DEPOSITOR-RECORD                PIC X(150).

       FD  FDI-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FDI-RPT-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME                 PIC X(08) VALUE 'DBFDI01'.
       01  WS-PRM-FS                       PIC X(02).
       01  WS-DEP-FS                       PIC X(02).
       01  WS-RPT-FS                       PIC X(02).
       01  WS-SQL-EOF-SW                   PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CURSOR                     VALUE 'Y'.

      *------- COVERAGE PARAMETER -------*
       01  WS-COVERAGE-MAX                 PIC S9(09)V99 COMP-3
                                            VALUE 250000.00.

       01  WS-FDI-PARM-REC.
           05  PRM-COVERAGE-MAX            PIC 9(09)V99.
           05  FILLER                      PIC X(69).

      *------- CURRENT DEPOSITOR/CATEGORY GROUP -------*
       01  WS-GRP-CUST-ID                  PIC X(10) VALUE SPACES.
       01  WS-GRP-CATEGORY                 PIC X(01) VALUE SPACES.
       01  WS-GRP-ACCOUNTS                 PIC 9(05) VALUE 0.
       01  WS-GRP-TOTAL                    PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-GRP-INSURED                  PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-GRP-UNINSURED                PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-GRP-INCOMPLETE-SW            PIC X(01) VALUE 'N'.
           88  GRP-INCOMPLETE                        VALUE 'Y'.

      *------- THE GROUP'S ACCOUNT SHARES, KEPT UNTIL THE BREAK SO  *
      *------- THE INSURED AMOUNT CAN BE SPREAD BACK BY PRODUCT     *
       01  WS-ITEM-COUNT                   PIC 9(03) COMP VALUE 0.
       01  WS-ITEM-MAX                     PIC 9(03) COMP VALUE 500.
       01  WS-ITEM-IDX                     PIC 9(03) COMP.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY               OCCURS 500 TIMES.
               10  WS-ITM-BUCKET-IDX       PIC 9(03) COMP.
               10  WS-ITM-SHARE            PIC S9(13)V99 COMP-3.
       01  WS-ITEM-INSURED                 PIC S9(13)V99 COMP-3.
       01  WS-ALLOC-INSURED                PIC S9(13)V99 COMP-3.

      *------- SHARE OF THE CURRENT ACCOUNT FOR THIS DEPOSITOR -------*
       01  WS-SHARE-AMOUNT                 PIC S9(13)V99 COMP-3.

      *------- PRODUCT SUMMARY: ONE BUCKET PER ACCT_TYPE/PRODUCT -------*
       01  WS-BUCKET-COUNT                 PIC 9(03) COMP VALUE 0.
       01  WS-BUCKET-MAX                   PIC 9(03) COMP VALUE 200.
       01  WS-BUCKET-IDX                   PIC 9(03) COMP.
       01  WS-BUCKET-FOUND-SW              PIC X(01).
           88  BUCKET-FOUND                          VALUE 'Y'.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY             OCCURS 200 TIMES.
               10  WS-BKT-ACCT-TYPE        PIC X(03).
               10  WS-BKT-PRODUCT-CODE     PIC X(05).
               10  WS-BKT-ACCOUNTS         PIC 9(07) COMP-3.
               10  WS-BKT-INCOMPLETE       PIC 9(07) COMP-3.
               10  WS-BKT-DEPOSITS         PIC S9(13)V99 COMP-3.
               10  WS-BKT-INSURED          PIC S9(13)V99 COMP-3.
               10  WS-BKT-UNINSURED        PIC S9(13)V99 COMP-3.

      *------- CATEGORY TOTALS (S/J/C) -------*
       01  WS-CATEGORY-LIST.
           05  FILLER                      PIC X(21) VALUE
               'SSINGLE OWNERSHIP    '.
           05  FILLER                      PIC X(21) VALUE
               'JJOINT OWNERSHIP     '.
           05  FILLER                      PIC X(21) VALUE
               'CCUSTODIAL           '.
       01  WS-CATEGORY-NAMES REDEFINES WS-CATEGORY-LIST.
           05  WS-CAT-NAME-ENTRY           OCCURS 3 TIMES.
               10  WS-CAT-CODE             PIC X(01).
               10  WS-CAT-DESC             PIC X(20).
       01  WS-CAT-IDX                      PIC 9(01) COMP.
       01  WS-CATEGORY-TOTALS.
           05  WS-CAT-TOTAL-ENTRY          OCCURS 3 TIMES.
               10  WS-CAT-DEPOSITORS       PIC 9(07) COMP-3.
               10  WS-CAT-DEPOSITS         PIC S9(13)V99 COMP-3.
               10  WS-CAT-INSURED          PIC S9(13)V99 COMP-3.
               10  WS-CAT-UNINSURED        PIC S9(13)V99 COMP-3.

      *------- DEPOSITOR RECORD -------*
       01  WS-DEPOSITOR-REC.
           05  DEP-AS-OF-DATE              PIC X(10).
           05  DEP-CUST-ID                 PIC X(10).
           05  DEP-SSN                     PIC X(09).
           05  DEP-NAME                    PIC X(51).
           05  DEP-CATEGORY                PIC X(01).
           05  DEP-ACCOUNTS                PIC 9(05).
           05  DEP-DEPOSITS                PIC 9(13)V99.
           05  DEP-INSURED                 PIC 9(13)V99.
           05  DEP-UNINSURED               PIC 9(13)V99.
           05  DEP-INCOMPLETE-IND          PIC X(01).
           05  FILLER                      PIC X(18).

      *------- COUNTERS AND CONTROL TOTALS -------*
       01  WS-TOTAL-ROWS                   PIC 9(07) VALUE 0.
       01  WS-TOTAL-ACCOUNTS               PIC 9(07) VALUE 0.
       01  WS-TOTAL-INCOMPLETE             PIC 9(07) VALUE 0.
       01  WS-TOTAL-DEPOSITORS             PIC 9(07) VALUE 0.
       01  WS-TOTAL-UNINS-DEPOSITORS       PIC 9(07) VALUE 0.
       01  WS-TOTAL-ERRORS                 PIC 9(07) VALUE 0.
       01  WS-TOTAL-DEPOSITS               PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-INSURED                PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-UNINSURED              PIC S9(13)V99 COMP-3
                                            VALUE 0.

      *------- SUMMARY REPORT LINES -------*
       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(50) VALUE
               'DBFDI01 - DEPOSIT INSURANCE COVERAGE (PART 370)'.
           05  FILLER                      PIC X(07) VALUE 'AS OF '.
           05  RPT-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(65) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                      PIC X(42) VALUE
               'MAXIMUM PER DEPOSITOR PER CATEGORY:'.
           05  RPT-COVERAGE-MAX            PIC Z(08)9.99.
           05  FILLER                      PIC X(78) VALUE SPACES.
       01  WS-RPT-SECTION-1.
           05  FILLER                      PIC X(132) VALUE
               'SECTION 1 - BY ACCOUNT TYPE / PRODUCT'.
       01  WS-RPT-COL-HEAD-1.
           05  FILLER           PIC X(05) VALUE 'TYPE'.
           05  FILLER           PIC X(21) VALUE 'PRODUCT'.
           05  FILLER           PIC X(09) VALUE ' ACCOUNTS'.
           05  FILLER           PIC X(19) VALUE '           DEPOSITS'.
           05  FILLER           PIC X(19) VALUE '            INSURED'.
           05  FILLER           PIC X(19) VALUE '          UNINSURED'.
           05  FILLER           PIC X(40) VALUE '  INCOMPLETE'.
       01  WS-RPT-SECTION-2.
           05  FILLER                      PIC X(132) VALUE
               'SECTION 2 - BY OWNERSHIP CATEGORY'.
       01  WS-RPT-COL-HEAD-2.
           05  FILLER           PIC X(26) VALUE 'CATEGORY'.
           05  FILLER           PIC X(09) VALUE 'DEPOSITRS'.
           05  FILLER           PIC X(19) VALUE '           DEPOSITS'.
           05  FILLER           PIC X(19) VALUE '            INSURED'.
           05  FILLER           PIC X(19) VALUE '          UNINSURED'.
           05  FILLER           PIC X(40) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RPT-COL-1                   PIC X(25).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-COUNT                   PIC Z(08)9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-DEPOSITS                PIC -(14)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-INSURED                 PIC -(14)9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-UNINSURED               PIC -(14)9.99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  RPT-INCOMPLETE              PIC Z(08)9.
           05  FILLER                      PIC X(28) VALUE SPACES.
       01  WS-RPT-PRODUCT-KEY.
           05  RPT-ACCT-TYPE               PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-PRODUCT-CODE            PIC X(05).
           05  FILLER                      PIC X(15) VALUE SPACES.

       01  WS-RPT-BLANK                    PIC X(132) VALUE SPACES.

       01  WS-RUN-DATE                     PIC X(10).
       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.

      *------- DB2 HOST VARIABLES -------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-CUST-ID                      PIC X(10).
       01  HV-CATEGORY                     PIC X(01).
       01  HV-ACCT-NUMBER                  PIC X(12).
       01  HV-ACCT-TYPE                    PIC X(03).
       01  HV-PRODUCT-CODE                 PIC X(05).
       01  HV-BALANCE                      PIC S9(13)V99 COMP-3.
       01  HV-OWNER-COUNT                  PIC S9(09) COMP.
       01  HV-FIRST-OWNER-IND              PIC X(01).
       01  HV-INCOMPLETE-IND               PIC X(01).
       01  HV-LOOKUP-CUST-ID               PIC X(10) VALUE SPACES.
       01  HV-CUST-NAME                    PIC X(51).
       01  HV-SSN                          PIC X(09).

      *------- ONE ROW PER DEPOSITOR PER OPEN ACCOUNT IN CREDIT.      *
      *------- ACCOUNTS WITH P/J OWNER ROWS: ONE ROW PER P/J OWNER,   *
      *------- CATEGORY FROM THE ACCOUNT'S OWNER ROLES. ACCOUNTS      *
      *------- WITHOUT: ONE ROW FOR TBACCT.CUST_ID, FLAGGED           *
      *------- INCOMPLETE. ORDERED SO EACH DEPOSITOR/CATEGORY IS A    *
      *------- CONTIGUOUS GROUP FOR THE CONTROL BREAK                 *
           EXEC SQL
             DECLARE CSR-DEPOSITS CURSOR FOR
               SELECT O.CUST_ID,
                      CASE WHEN K.CUSTODIANS > 0 THEN 'C'
                           WHEN K.OWNERS > 1     THEN 'J'
                           ELSE 'S'
                      END,
                      A.ACCT_NUMBER, A.ACCT_TYPE, A.PRODUCT_CODE,
                      A.BALANCE, K.OWNERS,
                      CASE WHEN O.CUST_ID = K.FIRST_OWNER
                           THEN 'Y' ELSE 'N'
                      END,
                      'N'
               FROM   TBACCT A,
                      (SELECT ACCT_NUMBER,
                              SUM(CASE WHEN OWNER_ROLE IN ('P', 'J')
                                       THEN 1 ELSE 0 END) AS OWNERS,
                              SUM(CASE WHEN OWNER_ROLE = 'C'
                                       THEN 1 ELSE 0 END)
                                                        AS CUSTODIANS,
                              MIN(CASE WHEN OWNER_ROLE IN ('P', 'J')
                                       THEN CUST_ID END)
                                                        AS FIRST_OWNER
                       FROM   TBOWNER
                       GROUP BY ACCT_NUMBER) AS K,
                      TBOWNER O
               WHERE  A.ACCT_STATUS <> 'C'
                 AND  A.BALANCE > 0
                 AND  K.ACCT_NUMBER = A.ACCT_NUMBER
                 AND  K.OWNERS > 0
                 AND  O.ACCT_NUMBER = A.ACCT_NUMBER
                 AND  O.OWNER_ROLE IN ('P', 'J')
               UNION ALL
               SELECT A.CUST_ID, 'S',
                      A.ACCT_NUMBER, A.ACCT_TYPE, A.PRODUCT_CODE,
                      A.BALANCE, 1, 'Y', 'Y'
               FROM   TBACCT A
               WHERE  A.ACCT_STATUS <> 'C'
                 AND  A.BALANCE > 0
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   TBOWNER W
                       WHERE  W.ACCT_NUMBER = A.ACCT_NUMBER
                         AND  W.OWNER_ROLE IN ('P', 'J'))
               ORDER BY 1, 2, 3
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DEPOSIT
              UNTIL SQL-END-OF-CURSOR
           IF WS-ITEM-COUNT > 0 AND WS-RETURN-CODE < 16
              PERFORM 2300-CLOSE-GROUP
           END-IF
           PERFORM 3000-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-NAME ' - DEPOSIT INSURANCE STARTED'
           OPEN OUTPUT DEPOSITOR-FILE
           OPEN OUTPUT FDI-RPT-FILE

           OPEN INPUT FDI-PARM-FILE
           READ FDI-PARM-FILE INTO WS-FDI-PARM-REC
             AT END
                CONTINUE
             NOT AT END
                IF PRM-COVERAGE-MAX IS NUMERIC
                   AND PRM-COVERAGE-MAX > 0
                   MOVE PRM-COVERAGE-MAX TO WS-COVERAGE-MAX
                END-IF
           END-READ
           CLOSE FDI-PARM-FILE

           PERFORM 1100-CLEAR-CATEGORY-TOTAL
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 3

           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO)
             INTO   :WS-RUN-DATE
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CURRENT DATE SELECT FAILED: SQLCODE='
                      SQLCODE
              SET SQL-END-OF-CURSOR TO TRUE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              DISPLAY 'MAXIMUM PER DEPOSITOR PER CATEGORY: '
                      WS-COVERAGE-MAX

              EXEC SQL OPEN CSR-DEPOSITS END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'OPEN CURSOR FAILED: SQLCODE=' SQLCODE
                 SET SQL-END-OF-CURSOR TO TRUE
                 MOVE 16 TO WS-RETURN-CODE
              ELSE
                 PERFORM 2010-FETCH-NEXT-DEPOSIT
                 IF NOT SQL-END-OF-CURSOR
                    MOVE HV-CUST-ID  TO WS-GRP-CUST-ID
                    MOVE HV-CATEGORY TO WS-GRP-CATEGORY
                 END-IF
              END-IF
           END-IF.

       1100-CLEAR-CATEGORY-TOTAL.
           MOVE 0 TO WS-CAT-DEPOSITORS(WS-CAT-IDX)
           MOVE 0 TO WS-CAT-DEPOSITS(WS-CAT-IDX)
           MOVE 0 TO WS-CAT-INSURED(WS-CAT-IDX)
           MOVE 0 TO WS-CAT-UNINSURED(WS-CAT-IDX).

      *================================================================*
      *  2000 - ONE DEPOSITOR'S SHARE OF ONE ACCOUNT. A NEW DEPOSITOR  *
      *         OR CATEGORY CLOSES THE GROUP BEFORE IT                 *
      *================================================================*
       2000-PROCESS-DEPOSIT.
           IF HV-CUST-ID NOT = WS-GRP-CUST-ID
              OR HV-CATEGORY NOT = WS-GRP-CATEGORY
              PERFORM 2300-CLOSE-GROUP
              MOVE HV-CUST-ID  TO WS-GRP-CUST-ID
              MOVE HV-CATEGORY TO WS-GRP-CATEGORY
           END-IF

           ADD 1 TO WS-TOTAL-ROWS
           PERFORM 2100-CALCULATE-SHARE
           PERFORM 2200-ADD-TO-BUCKET

           IF BUCKET-FOUND
              IF WS-ITEM-COUNT >= WS-ITEM-MAX
                 DISPLAY 'DEPOSITOR ACCOUNT TABLE FULL - CUST='
                         HV-CUST-ID ' CATEGORY=' HV-CATEGORY
                 MOVE 16 TO WS-RETURN-CODE
                 SET SQL-END-OF-CURSOR TO TRUE
              ELSE
                 ADD 1 TO WS-ITEM-COUNT
                 MOVE WS-BUCKET-IDX   TO
                      WS-ITM-BUCKET-IDX(WS-ITEM-COUNT)
                 MOVE WS-SHARE-AMOUNT TO WS-ITM-SHARE(WS-ITEM-COUNT)
                 ADD 1 TO WS-GRP-ACCOUNTS
                 ADD WS-SHARE-AMOUNT TO WS-GRP-TOTAL
                 IF HV-INCOMPLETE-IND = 'Y'
                    SET GRP-INCOMPLETE TO TRUE
                 END-IF
              END-IF
           END-IF

           IF NOT SQL-END-OF-CURSOR
              PERFORM 2010-FETCH-NEXT-DEPOSIT
           END-IF.

       2010-FETCH-NEXT-DEPOSIT.
           EXEC SQL
             FETCH CSR-DEPOSITS
               INTO :HV-CUST-ID, :HV-CATEGORY,
                    :HV-ACCT-NUMBER, :HV-ACCT-TYPE, :HV-PRODUCT-CODE,
                    :HV-BALANCE, :HV-OWNER-COUNT,
                    :HV-FIRST-OWNER-IND, :HV-INCOMPLETE-IND
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                SET SQL-END-OF-CURSOR TO TRUE
             WHEN OTHER
                DISPLAY 'FETCH DEPOSITS FAILED: SQLCODE=' SQLCODE
                ADD 1 TO WS-TOTAL-ERRORS
                MOVE 16 TO WS-RETURN-CODE
                SET SQL-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      *------- EQUAL SHARE TRUNCATED TO THE CENT; THE FIRST OWNER    *
      *------- (LOWEST CUST_ID) ALSO TAKES THE ODD CENTS             *
       2100-CALCULATE-SHARE.
           IF HV-OWNER-COUNT > 1
              COMPUTE WS-SHARE-AMOUNT = HV-BALANCE / HV-OWNER-COUNT
              IF HV-FIRST-OWNER-IND = 'Y'
                 COMPUTE WS-SHARE-AMOUNT = HV-BALANCE
                         - (WS-SHARE-AMOUNT * (HV-OWNER-COUNT - 1))
              END-IF
           ELSE
              MOVE HV-BALANCE TO WS-SHARE-AMOUNT
           END-IF.

      *================================================================*
      *  2200 - ACCUMULATE INTO THE ACCT_TYPE/PRODUCT BUCKET. THE      *
      *         ACCOUNT ITSELF IS COUNTED ONCE, ON ITS FIRST OWNER'S   *
      *         ROW; THE SHARES ADD UP TO ITS BALANCE                  *
      *================================================================*
       2200-ADD-TO-BUCKET.
           MOVE 'N' TO WS-BUCKET-FOUND-SW
           PERFORM 2210-MATCH-BUCKET
              VARYING WS-BUCKET-IDX FROM 1 BY 1
              UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT
                 OR BUCKET-FOUND

      *------- THE VARYING CLAUSE STEPS PAST THE HIT BEFORE THE EXIT  *
      *------- TEST SEES THE SWITCH, SO BACK UP ONTO THE MATCHED ROW  *
           IF BUCKET-FOUND
              SUBTRACT 1 FROM WS-BUCKET-IDX
           END-IF

           IF NOT BUCKET-FOUND
              IF WS-BUCKET-COUNT >= WS-BUCKET-MAX
                 DISPLAY 'PRODUCT TABLE FULL - TYPE='
                         HV-ACCT-TYPE ' PRODUCT=' HV-PRODUCT-CODE
                 MOVE 16 TO WS-RETURN-CODE
                 SET SQL-END-OF-CURSOR TO TRUE
              ELSE
                 ADD 1 TO WS-BUCKET-COUNT
                 MOVE WS-BUCKET-COUNT TO WS-BUCKET-IDX
                 MOVE HV-ACCT-TYPE    TO
                      WS-BKT-ACCT-TYPE(WS-BUCKET-IDX)
                 MOVE HV-PRODUCT-CODE TO
                      WS-BKT-PRODUCT-CODE(WS-BUCKET-IDX)
                 MOVE 0 TO WS-BKT-ACCOUNTS(WS-BUCKET-IDX)
                 MOVE 0 TO WS-BKT-INCOMPLETE(WS-BUCKET-IDX)
                 MOVE 0 TO WS-BKT-DEPOSITS(WS-BUCKET-IDX)
                 MOVE 0 TO WS-BKT-INSURED(WS-BUCKET-IDX)
                 MOVE 0 TO WS-BKT-UNINSURED(WS-BUCKET-IDX)
                 SET BUCKET-FOUND TO TRUE
              END-IF
           END-IF

           IF BUCKET-FOUND
              ADD WS-SHARE-AMOUNT TO WS-BKT-DEPOSITS(WS-BUCKET-IDX)
              IF HV-FIRST-OWNER-IND = 'Y'
                 ADD 1 TO WS-BKT-ACCOUNTS(WS-BUCKET-IDX)
                 ADD 1 TO WS-TOTAL-ACCOUNTS
                 IF HV-INCOMPLETE-IND = 'Y'
                    ADD 1 TO WS-BKT-INCOMPLETE(WS-BUCKET-IDX)
                    ADD 1 TO WS-TOTAL-INCOMPLETE
                 END-IF
              END-IF
           END-IF.

       2210-MATCH-BUCKET.
           IF WS-BKT-ACCT-TYPE(WS-BUCKET-IDX) = HV-ACCT-TYPE
              AND WS-BKT-PRODUCT-CODE(WS-BUCKET-IDX) = HV-PRODUCT-CODE
              SET BUCKET-FOUND TO TRUE
           END-IF.

      *================================================================*
      *  2300 - CONTROL BREAK: APPLY THE MAXIMUM TO THE DEPOSITOR'S    *
      *         CATEGORY TOTAL, WRITE THE DEPOSITOR RECORD AND SPREAD  *
      *         THE INSURED AMOUNT BACK OVER THE GROUP'S ACCOUNTS      *
      *================================================================*
       2300-CLOSE-GROUP.
           IF WS-GRP-TOTAL > WS-COVERAGE-MAX
              MOVE WS-COVERAGE-MAX TO WS-GRP-INSURED
              ADD 1 TO WS-TOTAL-UNINS-DEPOSITORS
           ELSE
              MOVE WS-GRP-TOTAL TO WS-GRP-INSURED
           END-IF
           COMPUTE WS-GRP-UNINSURED = WS-GRP-TOTAL - WS-GRP-INSURED

           PERFORM 2310-LOOKUP-DEPOSITOR
           PERFORM 2320-WRITE-DEPOSITOR

           MOVE 0 TO WS-ALLOC-INSURED
           PERFORM 2330-ALLOCATE-ONE-ITEM
              VARYING WS-ITEM-IDX FROM 1 BY 1
              UNTIL WS-ITEM-IDX > WS-ITEM-COUNT

           MOVE 0      TO WS-ITEM-COUNT
           MOVE 0      TO WS-GRP-ACCOUNTS
           MOVE 0      TO WS-GRP-TOTAL
           MOVE 'N'    TO WS-GRP-INCOMPLETE-SW.

      *------- NAME/SSN ONCE PER DEPOSITOR, NOT ONCE PER CATEGORY ----*
       2310-LOOKUP-DEPOSITOR.
           IF WS-GRP-CUST-ID NOT = HV-LOOKUP-CUST-ID
              MOVE WS-GRP-CUST-ID TO HV-LOOKUP-CUST-ID

              EXEC SQL
                SELECT LAST_NAME || ', ' || FIRST_NAME, SSN
                INTO   :HV-CUST-NAME, :HV-SSN
                FROM   TBCUST
                WHERE  CUST_ID = :HV-LOOKUP-CUST-ID
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'DEPOSITOR LOOKUP FAILED: SQLCODE=' SQLCODE
                         ' CUST=' HV-LOOKUP-CUST-ID
                 ADD 1 TO WS-TOTAL-ERRORS
                 MOVE '*** CUSTOMER NOT ON FILE ***' TO HV-CUST-NAME
                 MOVE SPACES TO HV-SSN
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       2320-WRITE-DEPOSITOR.
           MOVE SPACES           TO WS-DEPOSITOR-REC
           MOVE WS-RUN-DATE      TO DEP-AS-OF-DATE
           MOVE WS-GRP-CUST-ID   TO DEP-CUST-ID
           MOVE HV-SSN           TO DEP-SSN
           MOVE HV-CUST-NAME     TO DEP-NAME
           MOVE WS-GRP-CATEGORY  TO DEP-CATEGORY
           MOVE WS-GRP-ACCOUNTS  TO DEP-ACCOUNTS
           MOVE WS-GRP-TOTAL     TO DEP-DEPOSITS
           MOVE WS-GRP-INSURED   TO DEP-INSURED
           MOVE WS-GRP-UNINSURED TO DEP-UNINSURED
           MOVE WS-GRP-INCOMPLETE-SW TO DEP-INCOMPLETE-IND
           WRITE DEPOSITOR-RECORD FROM WS-DEPOSITOR-REC

           ADD 1 TO WS-TOTAL-DEPOSITORS
           ADD WS-GRP-TOTAL     TO WS-TOTAL-DEPOSITS
           ADD WS-GRP-INSURED   TO WS-TOTAL-INSURED
           ADD WS-GRP-UNINSURED TO WS-TOTAL-UNINSURED

           EVALUATE WS-GRP-CATEGORY
             WHEN 'J'
                MOVE 2 TO WS-CAT-IDX
             WHEN 'C'
                MOVE 3 TO WS-CAT-IDX
             WHEN OTHER
                MOVE 1 TO WS-CAT-IDX
           END-EVALUATE
           ADD 1 TO WS-CAT-DEPOSITORS(WS-CAT-IDX)
           ADD WS-GRP-TOTAL     TO WS-CAT-DEPOSITS(WS-CAT-IDX)
           ADD WS-GRP-INSURED   TO WS-CAT-INSURED(WS-CAT-IDX)
           ADD WS-GRP-UNINSURED TO WS-CAT-UNINSURED(WS-CAT-IDX).

      *------- PRO-RATA INSURED PER ACCOUNT SHARE; THE LAST ONE TAKES *
      *------- THE ROUNDING SO THE GROUP ADDS BACK EXACTLY            *
       2330-ALLOCATE-ONE-ITEM.
           EVALUATE TRUE
             WHEN WS-GRP-TOTAL = 0
                MOVE 0 TO WS-ITEM-INSURED
             WHEN WS-ITEM-IDX = WS-ITEM-COUNT
                COMPUTE WS-ITEM-INSURED =
                        WS-GRP-INSURED - WS-ALLOC-INSURED
             WHEN OTHER
                COMPUTE WS-ITEM-INSURED ROUNDED =
                        WS-ITM-SHARE(WS-ITEM-IDX) * WS-GRP-INSURED
                        / WS-GRP-TOTAL
           END-EVALUATE
           ADD WS-ITEM-INSURED TO WS-ALLOC-INSURED

           MOVE WS-ITM-BUCKET-IDX(WS-ITEM-IDX) TO WS-BUCKET-IDX
           ADD WS-ITEM-INSURED TO WS-BKT-INSURED(WS-BUCKET-IDX)
           COMPUTE WS-BKT-UNINSURED(WS-BUCKET-IDX) =
                   WS-BKT-UNINSURED(WS-BUCKET-IDX)
                   + WS-ITM-SHARE(WS-ITEM-IDX) - WS-ITEM-INSURED.

      *================================================================*
      *  3000 - SUMMARY REPORT AND RUN TOTALS                          *
      *================================================================*
       3000-FINALIZE.
           EXEC SQL CLOSE CSR-DEPOSITS END-EXEC

           IF WS-RETURN-CODE < 16
              PERFORM 3100-WRITE-SUMMARY
           ELSE
              DISPLAY 'SUMMARY SUPPRESSED - PRIOR ERROR'
           END-IF

           CLOSE DEPOSITOR-FILE
           CLOSE FDI-RPT-FILE

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'DEPOSIT ROWS READ    : ' WS-TOTAL-ROWS
           DISPLAY 'ACCOUNTS IN CREDIT   : ' WS-TOTAL-ACCOUNTS
           DISPLAY 'INCOMPLETE OWNERSHIP : ' WS-TOTAL-INCOMPLETE
           DISPLAY 'DEPOSITOR RECORDS    : ' WS-TOTAL-DEPOSITORS
           DISPLAY 'OVER THE MAXIMUM     : ' WS-TOTAL-UNINS-DEPOSITORS
           DISPLAY 'TOTAL DEPOSITS       : ' WS-TOTAL-DEPOSITS
           DISPLAY 'INSURED              : ' WS-TOTAL-INSURED
           DISPLAY 'UNINSURED            : ' WS-TOTAL-UNINSURED
           DISPLAY 'ERRORS               : ' WS-TOTAL-ERRORS
           DISPLAY '======================================='.

       3100-WRITE-SUMMARY.
           MOVE WS-RUN-DATE     TO RPT-RUN-DATE
           MOVE WS-COVERAGE-MAX TO RPT-COVERAGE-MAX
           WRITE FDI-RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE FDI-RPT-RECORD FROM WS-RPT-HEADING-2
           WRITE FDI-RPT-RECORD FROM WS-RPT-BLANK
           WRITE FDI-RPT-RECORD FROM WS-RPT-SECTION-1
           WRITE FDI-RPT-RECORD FROM WS-RPT-COL-HEAD-1

           PERFORM 3110-WRITE-PRODUCT-LINE
              VARYING WS-BUCKET-IDX FROM 1 BY 1
              UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT

           MOVE SPACES              TO WS-RPT-DETAIL
           MOVE 'ALL PRODUCTS'      TO RPT-COL-1
           MOVE WS-TOTAL-ACCOUNTS   TO RPT-COUNT
           MOVE WS-TOTAL-DEPOSITS   TO RPT-DEPOSITS
           MOVE WS-TOTAL-INSURED    TO RPT-INSURED
           MOVE WS-TOTAL-UNINSURED  TO RPT-UNINSURED
           MOVE WS-TOTAL-INCOMPLETE TO RPT-INCOMPLETE
           WRITE FDI-RPT-RECORD FROM WS-RPT-DETAIL

           WRITE FDI-RPT-RECORD FROM WS-RPT-BLANK
           WRITE FDI-RPT-RECORD FROM WS-RPT-SECTION-2
           WRITE FDI-RPT-RECORD FROM WS-RPT-COL-HEAD-2

           PERFORM 3120-WRITE-CATEGORY-LINE
              VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 3

           MOVE SPACES              TO WS-RPT-DETAIL
           MOVE 'ALL CATEGORIES'    TO RPT-COL-1
           MOVE WS-TOTAL-DEPOSITORS TO RPT-COUNT
           MOVE WS-TOTAL-DEPOSITS   TO RPT-DEPOSITS
           MOVE WS-TOTAL-INSURED    TO RPT-INSURED
           MOVE WS-TOTAL-UNINSURED  TO RPT-UNINSURED
           WRITE FDI-RPT-RECORD FROM WS-RPT-DETAIL.

       3110-WRITE-PRODUCT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-BKT-ACCT-TYPE(WS-BUCKET-IDX)    TO RPT-ACCT-TYPE
           MOVE WS-BKT-PRODUCT-CODE(WS-BUCKET-IDX) TO RPT-PRODUCT-CODE
           MOVE WS-RPT-PRODUCT-KEY                 TO RPT-COL-1
           MOVE WS-BKT-ACCOUNTS(WS-BUCKET-IDX)     TO RPT-COUNT
           MOVE WS-BKT-DEPOSITS(WS-BUCKET-IDX)     TO RPT-DEPOSITS
           MOVE WS-BKT-INSURED(WS-BUCKET-IDX)      TO RPT-INSURED
           MOVE WS-BKT-UNINSURED(WS-BUCKET-IDX)    TO RPT-UNINSURED
           MOVE WS-BKT-INCOMPLETE(WS-BUCKET-IDX)   TO RPT-INCOMPLETE
           WRITE FDI-RPT-RECORD FROM WS-RPT-DETAIL.

       3120-WRITE-CATEGORY-LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-CAT-DESC(WS-CAT-IDX)       TO RPT-COL-1
           MOVE WS-CAT-DEPOSITORS(WS-CAT-IDX) TO RPT-COUNT
           MOVE WS-CAT-DEPOSITS(WS-CAT-IDX)   TO RPT-DEPOSITS
           MOVE WS-CAT-INSURED(WS-CAT-IDX)    TO RPT-INSURED
           MOVE WS-CAT-UNINSURED(WS-CAT-IDX)  TO RPT-UNINSURED
           WRITE FDI-RPT-RECORD FROM WS-RPT-DETAIL.
