       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DBCRD01.
       AUTHOR.        MAINFRAME-DEV.
       DATE-WRITTEN.  2024-11-18.
      *================================================================*
      *  PROGRAM : DBCRD01                                              *
      *  DESC    : CARD NETWORK POSITIVE-BALANCE FILE AND CARD          *
      *            AUTHORIZATION EXCEPTION REPORT                       *
      *            BUILDS THE FILE THE CARD PROCESSOR AUTHORIZES        *
      *            AGAINST: ONE RECORD PER CARD-LINKED ACCOUNT (AN      *
      *            ACTIVE TBCARD ROW) WITH ITS AVAILABLE AND LEDGER     *
      *            BALANCE, ACCT_STATUS AND ACTIVE STOP / FREEZE        *
      *            FLAGS, IN THE PROCESSOR'S FIXED LAYOUT.              *
      *            FULL  (PARM 'F', THE DEFAULT) - NIGHTLY, EVERY       *
      *                  CARD-LINKED ACCOUNT.                           *
      *            DELTA (PARM 'D') - RUN AFTER EACH DBTXN01, ONLY      *
      *                  ACCOUNTS WHOSE TBACCT, TBSTOP OR TBCARD ROWS   *
      *                  CHANGED SINCE THE LAST COMPLETED EXTRACT OF    *
      *                  EITHER KIND. AN ACCOUNT WHOSE LAST ACTIVE      *
      *                  CARD HAS GONE IS SENT AS A REMOVE ('R').       *
      *            THE SAME RUN LISTS THE CARD EXCEPTIONS SINCE THE     *
      *            LAST COMPLETED EXTRACT ON CRDEXC:                    *
      *            - POS SETTLEMENT DEBITS DBTXN01 POSTED WITHOUT A     *
      *              MATCHING AUTHORIZATION HOLD TO SETTLE              *
      *            - AUTHORIZATION HOLDS (DBCRD02) THAT EXPIRED         *
      *              UNSETTLED (RELEASED AFTER THEIR EXPIRY DATE)       *
      *            - FULL RUN ONLY: AUTHORIZATION HOLDS STILL OPEN      *
      *              MORE THAN THE AGED-HOLD DAYS AFTER PLACEMENT       *
      *            EVERY EXTRACT IS REGISTERED ON TBRUNCTL UNDER THE    *
      *            RUN DATE WITH START_TS = THE EXTRACT TIMESTAMP IN    *
      *            THE FILE HEADER; ONLY A COMPLETED RUN MOVES THE      *
      *            DELTA WATERMARK. THE NIGHTLY FULL FILE RE-BASELINES  *
      *            ANYTHING A CONCURRENT POSTING SLIPPED PAST A DELTA.  *
      *                                                                  *
      *  DB2 PLAN  : CUSTPLAN                                           *
      *  ISOLATION : CS (CURSOR STABILITY) - READ ONLY EXCEPT THE       *
      *              TBRUNCTL RUN-CONTROL ROW                           *
      *                                                                  *
      *  RETURN CODES: 0 = CLEAN, 4 = EXCEPTIONS REPORTED, 8 = SQL      *
      *                ERROR (NO TRAILER - THE FILE MUST NOT BE SENT),  *
      *                16 = UNABLE TO START                             *
      *                                                                  *
      *  PARM (CRDPARM, OPTIONAL, 80 BYTES):                            *
      *    1     EXTRACT TYPE F/D (DEFAULT F)                           *
      *    2-4   AGED-HOLD DAYS 9(3) (DEFAULT 003)                      *
      *                                                                  *
      *  POSITIVE-BALANCE FILE (CRDPBF, 100 BYTES):                     *
      *    HEADER  1 'H'  2 FILE TYPE F/D  3-12 RUN DATE               *
      *            13-38 EXTRACT TIMESTAMP  39-64 CHANGES-SINCE TS     *
      *    DETAIL  1 'D'  2 ACTION (A=ADD/REPLACE R=REMOVE)            *
      *            3-14 ACCT-NUMBER  15-17 ACCT-TYPE  18 ACCT-STATUS   *
      *            19 AUTHORIZE Y/N (ACCOUNT OPEN, CARD ACTIVE)        *
      *            20 STOP FLAG Y/N  21 FREEZE FLAG Y/N                *
      *            22 SIGN  23-37 AVAIL BALANCE 9(13)V99               *
      *            38 SIGN  39-53 LEDGER BALANCE 9(13)V99              *
      *    TRAILER 1 'T'  2-10 DETAIL COUNT                            *
      *            11 SIGN  12-28 AVAIL HASH TOTAL 9(15)V99            *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CRD-PARM-FILE
               ASSIGN TO CRDPARM
               FILE STATUS IS WS-PRM-FS.

           SELECT POS-BAL-FILE
               ASSIGN TO CRDPBF
               FILE STATUS IS WS-PBF-FS.

           SELECT EXCEPTION-RPT-FILE
               ASSIGN TO CRDEXC
               FILE STATUS IS WS-EXC-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  CRD-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CRD-PARM-RECORD                 PIC X(80).

       FD  POS-BAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  POS-BAL-RECORD                  PIC X(100).

       FD  EXCEPTION-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME                 PIC X(08) VALUE 'DBCRD01'.
       01  WS-PRM-FS                       PIC X(02).
       01  WS-PBF-FS                       PIC X(02).
       01  WS-EXC-FS                       PIC X(02).
       01  WS-SQL-EOF-SW                   PIC X(01) VALUE 'N'.
           88  SQL-END-OF-CURSOR                     VALUE 'Y'.

      *------- PARAMETERS -------*
       01  WS-EXTRACT-TYPE                 PIC X(01) VALUE 'F'.
           88  FULL-EXTRACT                          VALUE 'F'.
           88  DELTA-EXTRACT                         VALUE 'D'.
       01  WS-AGED-HOLD-DAYS               PIC 9(03) VALUE 3.
       01  WS-CRD-PARM-REC.
           05  PRM-EXTRACT-TYPE            PIC X(01).
           05  PRM-AGED-HOLD-DAYS          PIC 9(03).
           05  FILLER                      PIC X(76).

      *------- POSITIVE-BALANCE FILE RECORDS -------*
       01  WS-PBF-HEADER.
           05  PBH-REC-TYPE                PIC X(01) VALUE 'H'.
           05  PBH-FILE-TYPE               PIC X(01).
           05  PBH-RUN-DATE                PIC X(10).
           05  PBH-EXTRACT-TS              PIC X(26).
           05  PBH-SINCE-TS                PIC X(26).
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  WS-PBF-DETAIL.
           05  PBD-REC-TYPE                PIC X(01) VALUE 'D'.
           05  PBD-ACTION                  PIC X(01).
           05  PBD-ACCT-NUMBER             PIC X(12).
           05  PBD-ACCT-TYPE               PIC X(03).
           05  PBD-ACCT-STATUS             PIC X(01).
           05  PBD-AUTHORIZE-IND           PIC X(01).
           05  PBD-STOP-IND                PIC X(01).
           05  PBD-FREEZE-IND              PIC X(01).
           05  PBD-AVAIL-SIGN              PIC X(01).
           05  PBD-AVAIL-BALANCE           PIC 9(13)V99.
           05  PBD-LEDGER-SIGN             PIC X(01).
           05  PBD-LEDGER-BALANCE          PIC 9(13)V99.
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  WS-PBF-TRAILER.
           05  PBT-REC-TYPE                PIC X(01) VALUE 'T'.
           05  PBT-DETAIL-COUNT            PIC 9(09).
           05  PBT-HASH-SIGN               PIC X(01).
           05  PBT-AVAIL-HASH              PIC 9(15)V99.
           05  FILLER                      PIC X(72) VALUE SPACES.

      *------- EXCEPTION REPORT LINES -------*
       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(45) VALUE
               'DBCRD01 - CARD AUTHORIZATION EXCEPTIONS'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(07) VALUE 'SINCE '.
           05  RPT-SINCE-TS                PIC X(26).
           05  FILLER                      PIC X(40) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER           PIC X(31) VALUE 'EXCEPTION'.
           05  FILLER           PIC X(13) VALUE 'ACCT NUMBER'.
           05  FILLER           PIC X(21) VALUE 'CARD REFERENCE'.
           05  FILLER           PIC X(16) VALUE 'TXN / HOLD ID'.
           05  FILLER           PIC X(11) VALUE 'DATE'.
           05  FILLER           PIC X(40) VALUE 'AMOUNT'.

       01  WS-RPT-DETAIL.
           05  RPT-EXCEPTION               PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ACCT-NUM                PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-CARD-REF                PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ITEM-ID                 PIC X(15).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ITEM-DATE               PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AMOUNT                  PIC -(11)9.99.
           05  FILLER                      PIC X(25) VALUE SPACES.

      *------- COUNTERS AND CONTROL TOTALS -------*
       01  WS-TOTAL-ACCOUNTS               PIC 9(09) VALUE 0.
       01  WS-TOTAL-REMOVES                PIC 9(07) VALUE 0.
       01  WS-AVAIL-HASH                   PIC S9(15)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-UNMATCHED-SETTLE       PIC 9(07) VALUE 0.
       01  WS-TOTAL-EXPIRED-HOLDS          PIC 9(07) VALUE 0.
       01  WS-TOTAL-AGED-HOLDS             PIC 9(07) VALUE 0.

       01  WS-RUN-DATE                     PIC X(10).
       01  WS-RETURN-CODE                  PIC S9(04) COMP VALUE 0.

      *------- RUN-CONTROL REGISTRY (TBRUNCTL) -------*
       01  WS-RUN-CTL-SW                   PIC X(01) VALUE 'N'.
           88  RUN-REGISTERED                        VALUE 'Y'.
       01  HV-RUN-PROGRAM                  PIC X(08).
       01  HV-RUN-PERIOD                   PIC X(10) VALUE SPACES.
       01  HV-RUN-SEQ                      PIC S9(04) COMP.
       01  HV-RUN-STATUS                   PIC X(01).
       01  HV-RUN-RC                       PIC S9(04) COMP.
       01  HV-RUN-COUNT                    PIC S9(09) COMP VALUE 0.
       01  HV-RUN-AMOUNT                   PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  HV-RUN-MESSAGE                  PIC X(40).

      *------- DB2 HOST VARIABLES -------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *------- EXTRACT TIMESTAMP AND DELTA WATERMARK -------*
       01  HV-EXTRACT-TS                   PIC X(26).
       01  HV-SINCE-TS                     PIC X(26).
       01  HV-SINCE-DATE                   PIC X(10).
       01  HV-SINCE-TIME                   PIC X(08).
       01  HV-AGED-HOLD-DAYS               PIC S9(04) COMP.
       01  HV-AGED-CUTOFF                  PIC X(10).

      *------- CARD-LINKED ACCOUNT ROW -------*
       01  HV-ACCT-NUMBER                  PIC X(12).
       01  HV-ACCT-TYPE                    PIC X(03).
       01  HV-ACCT-STATUS                  PIC X(01).
       01  HV-BALANCE                      PIC S9(13)V99 COMP-3.
       01  HV-AVAIL-BALANCE                PIC S9(13)V99 COMP-3.
       01  HV-STOP-COUNT                   PIC S9(09) COMP.
       01  HV-CARD-COUNT                   PIC S9(09) COMP.

      *------- EXCEPTION ROW (SETTLEMENT OR HOLD) -------*
       01  HV-ITEM-ID                      PIC X(15).
       01  HV-CARD-REF                     PIC X(20).
       01  HV-ITEM-DATE                    PIC X(10).
       01  HV-ITEM-AMOUNT                  PIC S9(11)V99 COMP-3.

      *------- FULL EXTRACT: EVERY ACCOUNT WITH AN ACTIVE CARD -------*
           EXEC SQL
             DECLARE CSR-FULL-ACCTS CURSOR FOR
               SELECT A.ACCT_NUMBER, A.ACCT_TYPE, A.ACCT_STATUS,
                      A.BALANCE, A.AVAIL_BALANCE,
                      (SELECT COUNT(*)
                       FROM   TBSTOP S
                       WHERE  S.ACCT_NUMBER = A.ACCT_NUMBER
                         AND  S.STOP_STATUS = 'A'
                         AND  S.EXPIRY_DATE >= CURRENT DATE),
                      (SELECT COUNT(*)
                       FROM   TBCARD C
                       WHERE  C.ACCT_NUMBER = A.ACCT_NUMBER
                         AND  C.CARD_STATUS = 'A')
               FROM   TBACCT A
               WHERE  EXISTS
                      (SELECT 1
                       FROM   TBCARD C
                       WHERE  C.ACCT_NUMBER = A.ACCT_NUMBER
                         AND  C.CARD_STATUS = 'A')
               ORDER BY A.ACCT_NUMBER
           END-EXEC.

      *------- DELTA EXTRACT: CARD-LINKED ACCOUNTS CHANGED SINCE THE  *
      *------- WATERMARK, PLUS ANY ACCOUNT WHOSE CARDS CHANGED (SO A  *
      *------- CANCELLED LAST CARD GOES OUT AS A REMOVE)              *
           EXEC SQL
             DECLARE CSR-DELTA-ACCTS CURSOR FOR
               SELECT A.ACCT_NUMBER, A.ACCT_TYPE, A.ACCT_STATUS,
                      A.BALANCE, A.AVAIL_BALANCE,
                      (SELECT COUNT(*)
                       FROM   TBSTOP S
                       WHERE  S.ACCT_NUMBER = A.ACCT_NUMBER
                         AND  S.STOP_STATUS = 'A'
                         AND  S.EXPIRY_DATE >= CURRENT DATE),
                      (SELECT COUNT(*)
                       FROM   TBCARD C
                       WHERE  C.ACCT_NUMBER = A.ACCT_NUMBER
                         AND  C.CARD_STATUS = 'A')
               FROM   TBACCT A
               WHERE  (EXISTS
                       (SELECT 1
                        FROM   TBCARD C
                        WHERE  C.ACCT_NUMBER = A.ACCT_NUMBER
                          AND  C.CARD_STATUS = 'A')
                       AND (A.UPDATED_DATE > :HV-SINCE-TS
                            OR EXISTS
                            (SELECT 1
                             FROM   TBSTOP S
                             WHERE  S.ACCT_NUMBER = A.ACCT_NUMBER
                               AND  S.UPDATED_DATE > :HV-SINCE-TS)))
                  OR  EXISTS
                      (SELECT 1
                       FROM   TBCARD C
                       WHERE  C.ACCT_NUMBER = A.ACCT_NUMBER
                         AND  C.UPDATED_DATE > :HV-SINCE-TS)
               ORDER BY A.ACCT_NUMBER
           END-EXEC.

      *------- POS SETTLEMENTS SINCE THE WATERMARK THAT SETTLED NO    *
      *------- HOLD (NO 'S' ATH HOLD WITH THE SAME CARD_REF). THE     *
      *------- BOUNDARY SECOND IS INCLUDED SO NOTHING IS MISSED       *
           EXEC SQL
             DECLARE CSR-UNMATCHED-SETTLE CURSOR FOR
               SELECT T.ACCT_NUMBER, T.TXN_ID, T.REFERENCE_NUM,
                      CHAR(T.TXN_DATE, ISO), T.TXN_AMOUNT
               FROM   TBTXN T
               WHERE  T.TXN_TYPE = 'DBT'
                 AND  T.CHANNEL = 'POS'
                 AND  (T.TXN_DATE > :HV-SINCE-DATE
                       OR (T.TXN_DATE = :HV-SINCE-DATE
                           AND T.TXN_TIME >= :HV-SINCE-TIME))
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   TBHOLD H
                       WHERE  H.ACCT_NUMBER = T.ACCT_NUMBER
                         AND  H.CARD_REF = T.REFERENCE_NUM
                         AND  H.HOLD_TYPE = 'ATH'
                         AND  H.HOLD_STATUS = 'S')
               ORDER BY T.ACCT_NUMBER, T.TXN_ID
           END-EXEC.

      *------- AUTHORIZATION HOLDS RELEASED UNSETTLED BY THE EXPIRY   *
      *------- SWEEP SINCE THE WATERMARK (A PROCESSOR REVERSAL OR A   *
      *------- MANUAL RELEASE COMES BEFORE THE EXPIRY DATE)           *
           EXEC SQL
             DECLARE CSR-EXPIRED-AUTHS CURSOR FOR
               SELECT H.ACCT_NUMBER, H.HOLD_ID, H.CARD_REF,
                      CHAR(H.PLACED_DATE, ISO), H.HOLD_AMOUNT
               FROM   TBHOLD H
               WHERE  H.HOLD_TYPE = 'ATH'
                 AND  H.HOLD_STATUS = 'R'
                 AND  H.CARD_REF IS NOT NULL
                 AND  H.RELEASED_DATE > H.EXPIRY_DATE
                 AND  H.UPDATED_DATE > :HV-SINCE-TS
               ORDER BY H.ACCT_NUMBER, H.HOLD_ID
           END-EXEC.

      *------- AUTHORIZATION HOLDS STILL OPEN PAST THE AGED CUTOFF ----*
           EXEC SQL
             DECLARE CSR-AGED-AUTHS CURSOR FOR
               SELECT H.ACCT_NUMBER, H.HOLD_ID, H.CARD_REF,
                      CHAR(H.PLACED_DATE, ISO), H.HOLD_AMOUNT
               FROM   TBHOLD H
               WHERE  H.HOLD_STATUS = 'A'
                 AND  H.HOLD_TYPE = 'ATH'
                 AND  H.CARD_REF IS NOT NULL
                 AND  H.PLACED_DATE < :HV-AGED-CUTOFF
               ORDER BY H.ACCT_NUMBER, H.HOLD_ID
           END-EXEC.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RUN-REGISTERED
              PERFORM 2000-WRITE-BALANCE-FILE
              PERFORM 3000-WRITE-EXCEPTIONS
           END-IF
           PERFORM 3900-FINALIZE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY WS-PROGRAM-NAME ' - CARD POSITIVE-BALANCE EXTRACT '
                   'STARTED'
           OPEN OUTPUT POS-BAL-FILE
           OPEN OUTPUT EXCEPTION-RPT-FILE

           OPEN INPUT CRD-PARM-FILE
           READ CRD-PARM-FILE INTO WS-CRD-PARM-REC
             AT END
                CONTINUE
             NOT AT END
                IF PRM-EXTRACT-TYPE = 'F' OR 'D'
                   MOVE PRM-EXTRACT-TYPE TO WS-EXTRACT-TYPE
                END-IF
                IF PRM-AGED-HOLD-DAYS IS NUMERIC
                   AND PRM-AGED-HOLD-DAYS > 0
                   MOVE PRM-AGED-HOLD-DAYS TO WS-AGED-HOLD-DAYS
                END-IF
           END-READ
           CLOSE CRD-PARM-FILE

           MOVE WS-AGED-HOLD-DAYS TO HV-AGED-HOLD-DAYS

           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO),
                    CHAR(CURRENT TIMESTAMP),
                    CHAR(CURRENT DATE - :HV-AGED-HOLD-DAYS DAYS, ISO)
             INTO   :WS-RUN-DATE, :HV-EXTRACT-TS, :HV-AGED-CUTOFF
             FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'CURRENT DATE SELECT FAILED: SQLCODE='
                      SQLCODE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM 1100-GET-WATERMARK
           END-IF

           IF WS-RETURN-CODE = 0
              MOVE WS-RUN-DATE TO HV-RUN-PERIOD
              PERFORM 8900-OPEN-RUN-CONTROL
           END-IF

           IF RUN-REGISTERED
              DISPLAY 'EXTRACT TYPE ' WS-EXTRACT-TYPE
                      ' - CHANGES SINCE ' HV-SINCE-TS
           END-IF.

      *------- WATERMARK = START OF THE LAST COMPLETED EXTRACT, FULL  *
      *------- OR DELTA; THE FIRST EVER RUN TAKES EVERYTHING          *
       1100-GET-WATERMARK.
           MOVE WS-PROGRAM-NAME TO HV-RUN-PROGRAM

           EXEC SQL
             SELECT COALESCE(CHAR(MAX(START_TS)),
                             '0001-01-01-00.00.00.000000')
             INTO   :HV-SINCE-TS
             FROM   TBRUNCTL
             WHERE  PROGRAM_ID = :HV-RUN-PROGRAM
               AND  RUN_STATUS = 'C'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'WATERMARK SELECT FAILED: SQLCODE=' SQLCODE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              MOVE HV-SINCE-TS(1:10)  TO HV-SINCE-DATE
              MOVE HV-SINCE-TS(12:8)  TO HV-SINCE-TIME
           END-IF.

      *================================================================*
      *  2000 - POSITIVE-BALANCE FILE: HEADER, ONE DETAIL PER          *
      *         ACCOUNT, TRAILER. AN SQL ERROR LEAVES THE FILE WITH    *
      *         NO TRAILER SO THE PROCESSOR REJECTS IT                 *
      *================================================================*
       2000-WRITE-BALANCE-FILE.
           MOVE WS-EXTRACT-TYPE TO PBH-FILE-TYPE
           MOVE WS-RUN-DATE     TO PBH-RUN-DATE
           MOVE HV-EXTRACT-TS   TO PBH-EXTRACT-TS
           MOVE HV-SINCE-TS     TO PBH-SINCE-TS
           WRITE POS-BAL-RECORD FROM WS-PBF-HEADER

           MOVE 'N' TO WS-SQL-EOF-SW
           IF FULL-EXTRACT
              EXEC SQL OPEN CSR-FULL-ACCTS END-EXEC
           ELSE
              EXEC SQL OPEN CSR-DELTA-ACCTS END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN ACCOUNT CURSOR FAILED: SQLCODE=' SQLCODE
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM 2010-FETCH-NEXT-ACCT
              PERFORM 2100-WRITE-ACCT-DETAIL
                 UNTIL SQL-END-OF-CURSOR
              IF FULL-EXTRACT
                 EXEC SQL CLOSE CSR-FULL-ACCTS END-EXEC
              ELSE
                 EXEC SQL CLOSE CSR-DELTA-ACCTS END-EXEC
              END-IF
           END-IF

           IF WS-RETURN-CODE < 8
              MOVE WS-TOTAL-ACCOUNTS TO PBT-DETAIL-COUNT
              IF WS-AVAIL-HASH < 0
                 MOVE '-' TO PBT-HASH-SIGN
              ELSE
                 MOVE '+' TO PBT-HASH-SIGN
              END-IF
              MOVE WS-AVAIL-HASH TO PBT-AVAIL-HASH
              WRITE POS-BAL-RECORD FROM WS-PBF-TRAILER
           ELSE
              DISPLAY 'POSITIVE-BALANCE FILE INCOMPLETE - '
                      'TRAILER NOT WRITTEN'
           END-IF.

       2010-FETCH-NEXT-ACCT.
           IF FULL-EXTRACT
              EXEC SQL
                FETCH CSR-FULL-ACCTS
                  INTO :HV-ACCT-NUMBER, :HV-ACCT-TYPE,
                       :HV-ACCT-STATUS, :HV-BALANCE,
                       :HV-AVAIL-BALANCE, :HV-STOP-COUNT,
                       :HV-CARD-COUNT
              END-EXEC
           ELSE
              EXEC SQL
                FETCH CSR-DELTA-ACCTS
                  INTO :HV-ACCT-NUMBER, :HV-ACCT-TYPE,
                       :HV-ACCT-STATUS, :HV-BALANCE,
                       :HV-AVAIL-BALANCE, :HV-STOP-COUNT,
                       :HV-CARD-COUNT
              END-EXEC
           END-IF

           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN +100
                SET SQL-END-OF-CURSOR TO TRUE
             WHEN OTHER
                DISPLAY 'ACCOUNT FETCH FAILED: SQLCODE=' SQLCODE
                MOVE 8 TO WS-RETURN-CODE
                SET SQL-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      *------- ONE DETAIL RECORD. AN ACCOUNT IS AUTHORIZABLE ONLY     *
      *------- WHILE OPEN WITH AN ACTIVE CARD; NO ACTIVE CARD LEFT    *
      *------- (DELTA ONLY) IS A REMOVE                               *
       2100-WRITE-ACCT-DETAIL.
           MOVE HV-ACCT-NUMBER TO PBD-ACCT-NUMBER
           MOVE HV-ACCT-TYPE   TO PBD-ACCT-TYPE
           MOVE HV-ACCT-STATUS TO PBD-ACCT-STATUS

           IF HV-CARD-COUNT > 0
              MOVE 'A' TO PBD-ACTION
           ELSE
              MOVE 'R' TO PBD-ACTION
              ADD 1 TO WS-TOTAL-REMOVES
           END-IF

           IF HV-CARD-COUNT > 0 AND HV-ACCT-STATUS = 'O'
              MOVE 'Y' TO PBD-AUTHORIZE-IND
           ELSE
              MOVE 'N' TO PBD-AUTHORIZE-IND
           END-IF

           IF HV-STOP-COUNT > 0
              MOVE 'Y' TO PBD-STOP-IND
           ELSE
              MOVE 'N' TO PBD-STOP-IND
           END-IF

           IF HV-ACCT-STATUS = 'F'
              MOVE 'Y' TO PBD-FREEZE-IND
           ELSE
              MOVE 'N' TO PBD-FREEZE-IND
           END-IF

           IF HV-AVAIL-BALANCE < 0
              MOVE '-' TO PBD-AVAIL-SIGN
           ELSE
              MOVE '+' TO PBD-AVAIL-SIGN
           END-IF
           MOVE HV-AVAIL-BALANCE TO PBD-AVAIL-BALANCE

           IF HV-BALANCE < 0
              MOVE '-' TO PBD-LEDGER-SIGN
           ELSE
              MOVE '+' TO PBD-LEDGER-SIGN
           END-IF
           MOVE HV-BALANCE TO PBD-LEDGER-BALANCE

           WRITE POS-BAL-RECORD FROM WS-PBF-DETAIL
           ADD 1 TO WS-TOTAL-ACCOUNTS
           ADD HV-AVAIL-BALANCE TO WS-AVAIL-HASH

           PERFORM 2010-FETCH-NEXT-ACCT.

      *================================================================*
      *  3000 - CARD AUTHORIZATION EXCEPTION REPORT                    *
      *         1. POS SETTLEMENTS THAT MATCHED NO AUTHORIZATION HOLD  *
      *         2. AUTHORIZATION HOLDS THAT EXPIRED UNSETTLED          *
      *         3. FULL RUN ONLY: AUTHORIZATION HOLDS STILL OPEN PAST  *
      *            THE AGED-HOLD CUTOFF                                *
      *================================================================*
       3000-WRITE-EXCEPTIONS.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           MOVE HV-SINCE-TS TO RPT-SINCE-TS
           WRITE EXCEPTION-RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE EXCEPTION-RPT-RECORD FROM WS-RPT-HEADING-2

           IF WS-RETURN-CODE < 8
              PERFORM 3100-UNMATCHED-SETTLEMENTS
           END-IF

           IF WS-RETURN-CODE < 8
              PERFORM 3200-EXPIRED-AUTH-HOLDS
           END-IF

           IF WS-RETURN-CODE < 8
              AND FULL-EXTRACT
              PERFORM 3300-AGED-AUTH-HOLDS
           END-IF

           IF WS-RETURN-CODE = 0
              AND (WS-TOTAL-UNMATCHED-SETTLE > 0
                   OR WS-TOTAL-EXPIRED-HOLDS > 0
                   OR WS-TOTAL-AGED-HOLDS > 0)
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       3100-UNMATCHED-SETTLEMENTS.
           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CSR-UNMATCHED-SETTLE END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN SETTLEMENT CURSOR FAILED: SQLCODE='
                      SQLCODE
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM 3110-FETCH-NEXT-SETTLE
              PERFORM 3120-REPORT-ONE-SETTLE
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-UNMATCHED-SETTLE END-EXEC
           END-IF.

       3110-FETCH-NEXT-SETTLE.
           EXEC SQL
             FETCH CSR-UNMATCHED-SETTLE
               INTO :HV-ACCT-NUMBER, :HV-ITEM-ID, :HV-CARD-REF,
                    :HV-ITEM-DATE, :HV-ITEM-AMOUNT
           END-EXEC

           PERFORM 3400-CHECK-EXCEPTION-FETCH.

       3120-REPORT-ONE-SETTLE.
           ADD 1 TO WS-TOTAL-UNMATCHED-SETTLE
           MOVE 'SETTLEMENT WITHOUT AUTH HOLD' TO RPT-EXCEPTION
           PERFORM 3410-WRITE-EXCEPTION-LINE
           PERFORM 3110-FETCH-NEXT-SETTLE.

       3200-EXPIRED-AUTH-HOLDS.
           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CSR-EXPIRED-AUTHS END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN EXPIRED HOLD CURSOR FAILED: SQLCODE='
                      SQLCODE
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM 3210-FETCH-NEXT-EXPIRED
              PERFORM 3220-REPORT-ONE-EXPIRED
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-EXPIRED-AUTHS END-EXEC
           END-IF.

       3210-FETCH-NEXT-EXPIRED.
           EXEC SQL
             FETCH CSR-EXPIRED-AUTHS
               INTO :HV-ACCT-NUMBER, :HV-ITEM-ID, :HV-CARD-REF,
                    :HV-ITEM-DATE, :HV-ITEM-AMOUNT
           END-EXEC

           PERFORM 3400-CHECK-EXCEPTION-FETCH.

       3220-REPORT-ONE-EXPIRED.
           ADD 1 TO WS-TOTAL-EXPIRED-HOLDS
           MOVE 'AUTH HOLD EXPIRED UNSETTLED' TO RPT-EXCEPTION
           PERFORM 3410-WRITE-EXCEPTION-LINE
           PERFORM 3210-FETCH-NEXT-EXPIRED.

       3300-AGED-AUTH-HOLDS.
           MOVE 'N' TO WS-SQL-EOF-SW
           EXEC SQL OPEN CSR-AGED-AUTHS END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'OPEN AGED HOLD CURSOR FAILED: SQLCODE='
                      SQLCODE
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM 3310-FETCH-NEXT-AGED
              PERFORM 3320-REPORT-ONE-AGED
                 UNTIL SQL-END-OF-CURSOR
              EXEC SQL CLOSE CSR-AGED-AUTHS END-EXEC
           END-IF.

       3310-FETCH-NEXT-AGED.
           EXEC SQL
             FETCH CSR-AGED-AUTHS
               INTO :HV-ACCT-NUMBER, :HV-ITEM-ID, :HV-CARD-REF,
                    :HV-ITEM-DATE, :HV-ITEM-AMOUNT
           END-EXEC

           PERFORM 3400-CHECK-EXCEPTION-FETCH.

       3320-REPORT-ONE-AGED.
           ADD 1 TO WS-TOTAL-AGED-HOLDS
           MOVE 'AUTH HOLD OPEN - NOT SETTLED' TO RPT-EXCEPTION
           PERFORM 3410-WRITE-EXCEPTION-LINE
           PERFORM 3310-FETCH-NEXT-AGED.

      *------- COMMON FETCH OUTCOME FOR THE EXCEPTION CURSORS -------*
       3400-CHECK-EXCEPTION-FETCH.
           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN +100
                SET SQL-END-OF-CURSOR TO TRUE
             WHEN OTHER
                DISPLAY 'EXCEPTION FETCH FAILED: SQLCODE=' SQLCODE
                MOVE 8 TO WS-RETURN-CODE
                SET SQL-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       3410-WRITE-EXCEPTION-LINE.
           MOVE HV-ACCT-NUMBER TO RPT-ACCT-NUM
           MOVE HV-CARD-REF    TO RPT-CARD-REF
           MOVE HV-ITEM-ID     TO RPT-ITEM-ID
           MOVE HV-ITEM-DATE   TO RPT-ITEM-DATE
           MOVE HV-ITEM-AMOUNT TO RPT-AMOUNT
           WRITE EXCEPTION-RPT-RECORD FROM WS-RPT-DETAIL.

       3900-FINALIZE.
           CLOSE POS-BAL-FILE
           CLOSE EXCEPTION-RPT-FILE

           MOVE WS-TOTAL-ACCOUNTS TO HV-RUN-COUNT
           MOVE WS-AVAIL-HASH     TO HV-RUN-AMOUNT
           PERFORM 8930-CLOSE-RUN-CONTROL

           DISPLAY '======================================='
           DISPLAY WS-PROGRAM-NAME ' COMPLETE'
           DISPLAY 'EXTRACT TYPE         : ' WS-EXTRACT-TYPE
           DISPLAY 'ACCOUNTS WRITTEN     : ' WS-TOTAL-ACCOUNTS
           DISPLAY 'REMOVE RECORDS       : ' WS-TOTAL-REMOVES
           DISPLAY 'AVAIL HASH TOTAL     : ' WS-AVAIL-HASH
           DISPLAY 'UNMATCHED SETTLEMENTS: '
                   WS-TOTAL-UNMATCHED-SETTLE
           DISPLAY 'EXPIRED AUTH HOLDS   : ' WS-TOTAL-EXPIRED-HOLDS
           DISPLAY 'AGED AUTH HOLDS      : ' WS-TOTAL-AGED-HOLDS
           DISPLAY 'RETURN CODE          : ' WS-RETURN-CODE
           DISPLAY '======================================='.

      *================================================================*
      *  8900 - RUN-CONTROL REGISTRY (TBRUNCTL)                        *
      *         EXTRACTS ARE NOT REFUSED - EACH RUN IS REGISTERED 'S'  *
      *         UNDER THE RUN DATE WITH THE NEXT RUN_SEQ, START_TS SET *
      *         TO THE EXTRACT TIMESTAMP SO THE NEXT DELTA PICKS UP    *
      *         EXACTLY WHERE THIS ONE LOOKED                          *
      *================================================================*
       8900-OPEN-RUN-CONTROL.
           MOVE WS-PROGRAM-NAME TO HV-RUN-PROGRAM
           MOVE 'S'    TO HV-RUN-STATUS
           MOVE SPACES TO HV-RUN-MESSAGE
           MOVE 0 TO HV-RUN-SEQ

           EXEC SQL
             SELECT COALESCE(MAX(RUN_SEQ), 0)
             INTO   :HV-RUN-SEQ
             FROM   TBRUNCTL
             WHERE  PROGRAM_ID = :HV-RUN-PROGRAM
               AND  RUN_PERIOD = :HV-RUN-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'RUN CONTROL READ FAILED: SQLCODE=' SQLCODE
              MOVE 16 TO WS-RETURN-CODE
           ELSE
              PERFORM 8920-INSERT-RUN-ROW
           END-IF.

       8920-INSERT-RUN-ROW.
           ADD 1 TO HV-RUN-SEQ
           MOVE WS-RETURN-CODE TO HV-RUN-RC

           EXEC SQL
             INSERT INTO TBRUNCTL
               (PROGRAM_ID, RUN_PERIOD, RUN_SEQ, RUN_STATUS,
                RERUN_IND, START_TS, RETURN_CODE,
                RUN_MESSAGE, RUN_BY)
             VALUES
               (:HV-RUN-PROGRAM, :HV-RUN-PERIOD, :HV-RUN-SEQ,
                :HV-RUN-STATUS, 'N', :HV-EXTRACT-TS,
                :HV-RUN-RC, :HV-RUN-MESSAGE, USER)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              SET RUN-REGISTERED TO TRUE
              DISPLAY 'RUN REGISTERED - PERIOD ' HV-RUN-PERIOD
                      ' RUN ' HV-RUN-SEQ
           ELSE
              DISPLAY 'RUN CONTROL INSERT FAILED: SQLCODE=' SQLCODE
              EXEC SQL ROLLBACK END-EXEC
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
