       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBDUP01.
       AUTHOR.        MAINFRAME-DEV.
       DATE-WRITTEN.  2024-09-16.
      *================================================================*
      *  PROGRAM : DBDUP01                                              *
      *  DESC    : PROBABLE DUPLICATE CUSTOMER SCAN                     *
      *            BATCH SCAN OF ACTIVE (STATUS <> 'C') TBCUST ROWS     *
      *            FOR THE SAME PERSON SET UP UNDER TWO CUST_IDS -      *
      *            WHICH SPLITS THEIR ACCOUNTS ACROSS TBACCT.CUST_ID    *
      *            AND TBOWNER AND GETS DBTAX01 TO ISSUE TWO 1099-INTS  *
      *            TO ONE SSN. TWO SECTIONS:                            *
      *              1. SAME SSN                                        *
      *              2. SAME LAST NAME, DATE OF BIRTH AND ZIP CODE      *
      *                 (DIFFERENT SSN - SAME-SSN PAIRS ARE ALREADY     *
      *                 IN SECTION 1)                                   *
      *            EACH PAIR IS LISTED ONCE (LOWER CUST_ID FIRST) WITH  *
      *            THE OPEN ACCOUNT COUNT OF EACH SIDE. PAIRS CONFIRMED *
      *            ON REVIEW ARE MERGED THROUGH DBCUST01 OPERATION 'M'. *
      *                                                                  *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY) - READ ONLY, NO UPDATES      *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-RPT-FILE
               ASSIGN TO DUPRPT
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  DUP-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  DUP-RPT-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME                 PIC X(08) VALUE 'DBDUP01'.
       01  WS-RPT-FS                       PIC X(02).
       01  WS-SQL-EOF-SW                   PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CURSOR                     VALUE 'Y'.

      *------- COUNTERS -------*
       01  WS-TOTAL-SSN-PAIRS              PIC 9(07) VALUE 0.
       01  WS-TOTAL-NAME-PAIRS             PIC 9(07) VALUE 0.

      *------- REPORT LINES -------*
       01  WS-RPT-TITLE.
           05  FILLER                      PIC X(45) VALUE
               'DBDUP01 - PROBABLE DUPLICATE CUSTOMER REPORT'.
           05  FILLER                      PIC X(07) VALUE SPACES.
           05  RPT-TITLE-DATE              PIC X(10).
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-RPT-SECTION-1.
           05  FILLER                      PIC X(132) VALUE
               'SECTION 1 - ACTIVE CUSTOMERS SHARING AN SSN'.
       01  WS-RPT-SECTION-2.
           05  FILLER                      PIC X(132) VALUE
               'SECTION 2 - SAME LAST NAME, DATE OF BIRTH AND ZIP CODE'.

       01  WS-RPT-PAIR-HDR.
           05  FILLER           PIC X(12) VALUE 'CUST ID'.
           05  FILLER           PIC X(32) VALUE 'NAME'.
           05  FILLER           PIC X(06) VALUE 'ACCTS'.
           05  FILLER           PIC X(12) VALUE 'CUST ID'.
           05  FILLER           PIC X(32) VALUE 'NAME'.
           05  FILLER           PIC X(06) VALUE 'ACCTS'.
           05  FILLER           PIC X(24) VALUE 'MATCHED ON'.
           05  FILLER           PIC X(08) VALUE SPACES.

       01  WS-RPT-PAIR-DETAIL.
           05  RPT-CUST-ID-A               PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-NAME-A                  PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-ACCTS-A                 PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-CUST-ID-B               PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-NAME-B                  PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-ACCTS-B                 PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-MATCH-KEY               PIC X(24).
           05  FILLER                      PIC X(08) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                      PIC X(17) VALUE
               'PAIRS LISTED   : '.
           05  RPT-PAIR-COUNT              PIC ZZZZZZ9.
           05  FILLER                      PIC X(108) VALUE SPACES.

       01  WS-RPT-BLANK-LINE               PIC X(132) VALUE SPACES.

      *------- SSN SHOWN ON THE REPORT AS LAST FOUR DIGITS ONLY -------*
       01  WS-MASKED-SSN.
           05  FILLER                      PIC X(09) VALUE
               'SSN *****'.
           05  WS-MASKED-SSN-LAST4         PIC X(04).

       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.

      *------- DB2 HOST VARIABLES -------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-RUN-DATE                     PIC X(10).

       01  HV-CUST-ID-A                    PIC X(10).
       01  HV-LAST-NAME-A                  PIC X(30).
       01  HV-FIRST-NAME-A                 PIC X(20).
       01  HV-ACCTS-A                      PIC S9(09) COMP.
       01  HV-CUST-ID-B                    PIC X(10).
       01  HV-LAST-NAME-B                  PIC X(30).
       01  HV-FIRST-NAME-B                 PIC X(20).
       01  HV-ACCTS-B                      PIC S9(09) COMP.
       01  HV-SSN                          PIC X(09).
       01  HV-DOB                          PIC X(10).
       01  HV-ZIP                          PIC X(10).

      *------- SECTION 1: ACTIVE CUSTOMERS SHARING AN SSN -------*
           EXEC SQL
             DECLARE CSR-SAME-SSN CURSOR FOR
               SELECT A.CUST_ID, A.LAST_NAME, A.FIRST_NAME,
                      (SELECT COUNT(*)
                       FROM   TBACCT X
                       WHERE  X.CUST_ID = A.CUST_ID
                         AND  X.ACCT_STATUS <> 'C'),
                      B.CUST_ID, B.LAST_NAME, B.FIRST_NAME,
                      (SELECT COUNT(*)
                       FROM   TBACCT Y
                       WHERE  Y.CUST_ID = B.CUST_ID
                         AND  Y.ACCT_STATUS <> 'C'),
                      A.SSN
               FROM   TBCUST A, TBCUST B
               WHERE  A.SSN      = B.SSN
                 AND  A.CUST_ID  < B.CUST_ID
                 AND  A.STATUS  <> 'C'
                 AND  B.STATUS  <> 'C'
               ORDER BY A.SSN, A.CUST_ID, B.CUST_ID
           END-EXEC.

      *------- SECTION 2: SAME LAST NAME / DOB / ZIP, DIFFERENT SSN.  *
      *------- A NULL DATE OF BIRTH NEVER MATCHES                     *
           EXEC SQL
             DECLARE CSR-SAME-NAME CURSOR FOR
               SELECT A.CUST_ID, A.LAST_NAME, A.FIRST_NAME,
                      (SELECT COUNT(*)
                       FROM   TBACCT X
                       WHERE  X.CUST_ID = A.CUST_ID
                         AND  X.ACCT_STATUS <> 'C'),
                      B.CUST_ID, B.LAST_NAME, B.FIRST_NAME,
                      (SELECT COUNT(*)
                       FROM   TBACCT Y
                       WHERE  Y.CUST_ID = B.CUST_ID
                         AND  Y.ACCT_STATUS <> 'C'),
                      CHAR(A.DATE_OF_BIRTH, ISO), A.ZIP_CODE
               FROM   TBCUST A, TBCUST B
               WHERE  A.LAST_NAME     = B.LAST_NAME
                 AND  A.DATE_OF_BIRTH = B.DATE_OF_BIRTH
                 AND  A.ZIP_CODE      = B.ZIP_CODE
                 AND  A.SSN          <> B.SSN
                 AND  A.CUST_ID       < B.CUST_ID
                 AND  A.STATUS       <> 'C'
                 AND  B.STATUS       <> 'C'
               ORDER BY A.LAST_NAME, A.CUST_ID, B.CUST_ID
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE = 0
              PERFORM 2000-REPORT-SAME-SSN
              PERFORM 3000-REPORT-SAME-NAME
           END-IF
           PERFORM 5000-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-NAME ' - DUPLICATE CUSTOMER SCAN STARTED'
           OPEN OUTPUT DUP-RPT-FILE

           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO)
             INTO   :HV-RUN-DATE
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CURRENT DATE SELECT FAILED: SQLCODE='
                      SQLCODE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE HV-RUN-DATE TO RPT-TITLE-DATE
              WRITE DUP-RPT-RECORD FROM WS-RPT-TITLE
              WRITE DUP-RPT-RECORD FROM WS-RPT-BLANK-LINE
           END-IF.

      *================================================================*
      *  2000 - SECTION 1: ACTIVE CUSTOMERS SHARING AN SSN             *
      *================================================================*
       2000-REPORT-SAME-SSN.
           WRITE DUP-RPT-RECORD FROM WS-RPT-SECTION-1
           WRITE DUP-RPT-RECORD FROM WS-RPT-PAIR-HDR

           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CSR-SAME-SSN END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN SSN CURSOR FAILED: SQLCODE='
                      SQLCODE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM 2010-FETCH-NEXT-SSN
              PERFORM 2100-REPORT-ONE-SSN
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-SAME-SSN END-EXEC
           END-IF

           MOVE WS-TOTAL-SSN-PAIRS TO RPT-PAIR-COUNT
           WRITE DUP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           WRITE DUP-RPT-RECORD FROM WS-RPT-BLANK-LINE.

       2010-FETCH-NEXT-SSN.
           EXEC SQL
             FETCH CSR-SAME-SSN
               INTO :HV-CUST-ID-A, :HV-LAST-NAME-A,
                    :HV-FIRST-NAME-A, :HV-ACCTS-A,
                    :HV-CUST-ID-B, :HV-LAST-NAME-B,
                    :HV-FIRST-NAME-B, :HV-ACCTS-B,
                    :HV-SSN
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = +100
                 DISPLAY 'FETCH SSN CURSOR FAILED: SQLCODE='
                         SQLCODE
                 MOVE 16 TO WS-RETURN-CODE
              END-IF
              SET SQL-END-OF-CURSOR TO TRUE
           END-IF.

       2100-REPORT-ONE-SSN.
           ADD 1 TO WS-TOTAL-SSN-PAIRS
           MOVE HV-SSN(6:4) TO WS-MASKED-SSN-LAST4
           PERFORM 8000-WRITE-PAIR-DETAIL
           MOVE WS-MASKED-SSN TO RPT-MATCH-KEY
           WRITE DUP-RPT-RECORD FROM WS-RPT-PAIR-DETAIL
           PERFORM 2010-FETCH-NEXT-SSN.

      *================================================================*
      *  3000 - SECTION 2: SAME LAST NAME, DATE OF BIRTH AND ZIP       *
      *================================================================*
       3000-REPORT-SAME-NAME.
           WRITE DUP-RPT-RECORD FROM WS-RPT-SECTION-2
           WRITE DUP-RPT-RECORD FROM WS-RPT-PAIR-HDR

           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CSR-SAME-NAME END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN NAME CURSOR FAILED: SQLCODE='
                      SQLCODE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM 3010-FETCH-NEXT-NAME
              PERFORM 3100-REPORT-ONE-NAME
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-SAME-NAME END-EXEC
           END-IF

           MOVE WS-TOTAL-NAME-PAIRS TO RPT-PAIR-COUNT
           WRITE DUP-RPT-RECORD FROM WS-RPT-COUNT-LINE.

       3010-FETCH-NEXT-NAME.
           EXEC SQL
             FETCH CSR-SAME-NAME
               INTO :HV-CUST-ID-A, :HV-LAST-NAME-A,
                    :HV-FIRST-NAME-A, :HV-ACCTS-A,
                    :HV-CUST-ID-B, :HV-LAST-NAME-B,
                    :HV-FIRST-NAME-B, :HV-ACCTS-B,
                    :HV-DOB, :HV-ZIP
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = +100
                 DISPLAY 'FETCH NAME CURSOR FAILED: SQLCODE='
                         SQLCODE
                 MOVE 16 TO WS-RETURN-CODE
              END-IF
              SET SQL-END-OF-CURSOR TO TRUE
           END-IF.

       3100-REPORT-ONE-NAME.
           ADD 1 TO WS-TOTAL-NAME-PAIRS
           PERFORM 8000-WRITE-PAIR-DETAIL
           STRING 'DOB ' DELIMITED BY SIZE
                  HV-DOB DELIMITED BY SIZE
                  ' ZIP ' DELIMITED BY SIZE
                  HV-ZIP DELIMITED BY SPACE
                  INTO RPT-MATCH-KEY
           END-STRING
           WRITE DUP-RPT-RECORD FROM WS-RPT-PAIR-DETAIL
           PERFORM 3010-FETCH-NEXT-NAME.

      *------- BOTH SIDES OF THE PAIR; CALLER ADDS THE MATCH KEY ------*
       8000-WRITE-PAIR-DETAIL.
           MOVE SPACES TO WS-RPT-PAIR-DETAIL
           MOVE HV-CUST-ID-A TO RPT-CUST-ID-A
           STRING HV-LAST-NAME-A DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  HV-FIRST-NAME-A DELIMITED BY '  '
                  INTO RPT-NAME-A
           END-STRING
           MOVE HV-ACCTS-A TO RPT-ACCTS-A
           MOVE HV-CUST-ID-B TO RPT-CUST-ID-B
           STRING HV-LAST-NAME-B DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  HV-FIRST-NAME-B DELIMITED BY '  '
                  INTO RPT-NAME-B
           END-STRING
           MOVE HV-ACCTS-B TO RPT-ACCTS-B.

       5000-FINALIZE.
           CLOSE DUP-RPT-FILE

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'SAME-SSN PAIRS       : ' WS-TOTAL-SSN-PAIRS
           DISPLAY 'NAME/DOB/ZIP PAIRS   : ' WS-TOTAL-NAME-PAIRS
           DISPLAY 'RETURN CODE          : ' WS-RETURN-CODE
           DISPLAY '======================================='.
