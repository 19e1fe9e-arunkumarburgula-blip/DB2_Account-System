      *    DORM ACCOUNT MOVED TO DORMANT  (DBDOR01, ONE PER OWNER)     *
      *    STOS STANDING ORDER SUSPENDED  (DBSTO02)                    *
      *    LEVY LEGAL LEVY HOLD PLACED    (DBHLD01)                    *
      *    OVD1 FIRST COLLECTION NOTICE   (DBOVD01, ONE PER OWNER)     *
      *    OVD2 SECOND COLLECTION NOTICE  (DBOVD01, ONE PER OWNER)     *
      *    OVD3 FINAL COLLECTION NOTICE   (DBOVD01, ONE PER OWNER)     *
      *    CHGO OVERDRAWN BALANCE CHARGED OFF (DBTXN01)                *
      *    RCCH REG CC CHECK DEPOSIT HOLD (DBTXN01, ONE PER HOLD)      *
      *    CLSD ACCOUNT CLOSED            (DBCLS01, ONE PER OWNER)     *
      *    DSPP REG E PROVISIONAL CREDIT  (DBREG01)                    *
      *    DSPC REG E DISPUTE UPHELD      (DBREG01)                    *
      *    DSPB REG E DISPUTE DENIED      (DBREG01)                    *
      *    CDMN CD MATURITY NOTICE        (DBCD01, ONE PER OWNER)      *
      *    CDRN CD RENEWED                (DBCD01, ONE PER OWNER)      *
      *    CDMP CD PAID OUT AT MATURITY   (DBCD01, ONE PER OWNER)      *
      *                                                                  *
      *  EVENT RECORD (CORREVT, 80 BYTES):                              *
      *    1-4     EVENT CODE     5-16   ACCT-NUMBER                   *
           05  EVT-CODE                    PIC X(04).
               88  EVT-CODE-VALID            VALUE 'NSFF' 'STPF'
                                                   'ODPF' 'DORM'
                                                   'STOS' 'LEVY'
                                                   'OVD1' 'OVD2'
                                                   'OVD3' 'CHGO'
                                                   'RCCH' 'CLSD'
                                                   'DSPP' 'DSPC'
                                                   'DSPB' 'CDMN'
                                                   'CDRN' 'CDMP'.
           05  EVT-ACCT-NUM                PIC X(12).
           05  EVT-CUST-ID                 PIC X(10).
           05  EVT-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  WS-COUNT-DORM                   PIC 9(07) VALUE 0.
       01  WS-COUNT-STOS                   PIC 9(07) VALUE 0.
       01  WS-COUNT-LEVY                   PIC 9(07) VALUE 0.
       01  WS-COUNT-OVD1                   PIC 9(07) VALUE 0.
       01  WS-COUNT-OVD2                   PIC 9(07) VALUE 0.
       01  WS-COUNT-OVD3                   PIC 9(07) VALUE 0.
       01  WS-COUNT-CHGO                   PIC 9(07) VALUE 0.
       01  WS-COUNT-RCCH                   PIC 9(07) VALUE 0.
       01  WS-COUNT-CLSD                   PIC 9(07) VALUE 0.
       01  WS-COUNT-DSPP                   PIC 9(07) VALUE 0.
       01  WS-COUNT-DSPC                   PIC 9(07) VALUE 0.
       01  WS-COUNT-DSPB                   PIC 9(07) VALUE 0.
       01  WS-COUNT-CDMN                   PIC 9(07) VALUE 0.
       01  WS-COUNT-CDRN                   PIC 9(07) VALUE 0.
       01  WS-COUNT-CDMP                   PIC 9(07) VALUE 0.
       01  WS-TOTAL-BAD-EVENTS             PIC 9(07) VALUE 0.
       01  WS-TOTAL-NO-RECIPIENT           PIC 9(07) VALUE 0.

                MOVE 'WITHDRAWAL UNTIL THE HOLD IS RELEASED.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'OVD1'
                ADD 1 TO WS-COUNT-OVD1
                MOVE 'YOUR ACCOUNT IS OVERDRAWN BY THE AMOUNT'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'SHOWN BELOW.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'PLEASE DEPOSIT FUNDS TO BRING THE BALANCE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'BACK TO ZERO OR ABOVE.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'OVD2'
                ADD 1 TO WS-COUNT-OVD2
                MOVE 'YOUR ACCOUNT REMAINS OVERDRAWN BY THE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'AMOUNT SHOWN BELOW.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'THE ACCOUNT MAY BE FROZEN IF THE BALANCE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'IS NOT REPAID PROMPTLY.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'OVD3'
                ADD 1 TO WS-COUNT-OVD3
                MOVE 'FINAL NOTICE: YOUR ACCOUNT REMAINS'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'OVERDRAWN BY THE AMOUNT SHOWN BELOW.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'UNLESS IT IS REPAID, THE BALANCE WILL BE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'CHARGED OFF AND REFERRED FOR COLLECTION.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'CHGO'
                ADD 1 TO WS-COUNT-CHGO
                MOVE 'THE OVERDRAWN BALANCE SHOWN BELOW HAS BEEN'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'CHARGED OFF AS A LOSS. THE DEBT REMAINS'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'OWED AND PAYMENTS RECEIVED WILL BE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'APPLIED AGAINST IT.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'RCCH'
                ADD 1 TO WS-COUNT-RCCH
                MOVE 'PART OF YOUR CHECK DEPOSIT IS ON HOLD.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'THE AMOUNT SHOWN BELOW WILL BE AVAILABLE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'FOR WITHDRAWAL ON THE DATE GIVEN IN THE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'REFERENCE LINE.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'CLSD'
                ADD 1 TO WS-COUNT-CLSD
                MOVE 'YOUR ACCOUNT HAS BEEN CLOSED AS REQUESTED.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'THE REMAINING BALANCE, WITH INTEREST TO THE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'CLOSING DATE, HAS BEEN PAID AS SHOWN BELOW.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'ANY STANDING ORDERS ON THE ACCOUNT HAVE ENDED.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'DSPP'
                ADD 1 TO WS-COUNT-DSPP
                MOVE 'WHILE WE INVESTIGATE THE ELECTRONIC TRANSFER'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'YOU DISPUTED, A PROVISIONAL CREDIT FOR THE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'AMOUNT SHOWN BELOW HAS BEEN MADE TO YOUR'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'ACCOUNT AND IS AVAILABLE FOR YOUR USE.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'DSPC'
                ADD 1 TO WS-COUNT-DSPC
                MOVE 'WE HAVE COMPLETED OUR INVESTIGATION OF THE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'ELECTRONIC TRANSFER YOU DISPUTED AND FOUND'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'IN YOUR FAVOR. THE CREDIT FOR THE AMOUNT'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'SHOWN BELOW IS NOW FINAL.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'DSPB'
                ADD 1 TO WS-COUNT-DSPB
                MOVE 'WE HAVE COMPLETED OUR INVESTIGATION OF THE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'ELECTRONIC TRANSFER YOU DISPUTED AND FOUND'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'NO ERROR. ANY PROVISIONAL CREDIT, SHOWN'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'BELOW, HAS BEEN REVERSED. YOU MAY REQUEST'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'COPIES OF THE DOCUMENTS WE RELIED ON.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'CDMN'
                ADD 1 TO WS-COUNT-CDMN
                MOVE 'YOUR CERTIFICATE OF DEPOSIT, WITH THE BALANCE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'SHOWN BELOW, MATURES ON THE DATE GIVEN IN THE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'REFERENCE LINE. UNLESS YOU CHANGE YOUR'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'INSTRUCTIONS BEFORE THEN, IT WILL BE HANDLED'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'AS YOUR CURRENT MATURITY INSTRUCTION SAYS.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'CDRN'
                ADD 1 TO WS-COUNT-CDRN
                MOVE 'YOUR CERTIFICATE OF DEPOSIT HAS MATURED AND'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'HAS BEEN RENEWED FOR THE SAME TERM AT OUR'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'CURRENT RATE. THE RENEWED BALANCE IS SHOWN'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'BELOW AND THE NEW MATURITY DATE AND RATE IN'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'THE REFERENCE LINE.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
             WHEN 'CDMP'
                ADD 1 TO WS-COUNT-CDMP
                MOVE 'YOUR CERTIFICATE OF DEPOSIT HAS MATURED.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'AS YOU INSTRUCTED, THE BALANCE WITH INTEREST'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'TO THE MATURITY DATE HAS BEEN PAID TO THE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'ACCOUNT SHOWN BELOW AND THE CERTIFICATE'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
                MOVE 'ACCOUNT CLOSED.'
                  TO LTR-BODY-TEXT
                WRITE NOTICE-PRINT-RECORD FROM WS-LTR-BODY-LINE
           END-EVALUATE.

      *================================================================*
           MOVE WS-COUNT-LEVY TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'FIRST COLLECTION NOTICES (OVD1)' TO RPT-TYPE-DESC
           MOVE WS-COUNT-OVD1 TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'SECOND COLLECTION NOTICES (OVD2)' TO RPT-TYPE-DESC
           MOVE WS-COUNT-OVD2 TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'FINAL COLLECTION NOTICES (OVD3)' TO RPT-TYPE-DESC
           MOVE WS-COUNT-OVD3 TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'CHARGE-OFF NOTICES (CHGO)' TO RPT-TYPE-DESC
           MOVE WS-COUNT-CHGO TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'FUNDS AVAILABILITY NOTICES (RCCH)' TO RPT-TYPE-DESC
           MOVE WS-COUNT-RCCH TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'ACCOUNT CLOSURE LETTERS (CLSD)' TO RPT-TYPE-DESC
           MOVE WS-COUNT-CLSD TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'DISPUTE PROVISIONAL CREDITS (DSPP)' TO
                   RPT-TYPE-DESC
           MOVE WS-COUNT-DSPP TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'DISPUTES RESOLVED - UPHELD (DSPC)' TO
                   RPT-TYPE-DESC
           MOVE WS-COUNT-DSPC TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'DISPUTES RESOLVED - DENIED (DSPB)' TO
                   RPT-TYPE-DESC
           MOVE WS-COUNT-DSPB TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'CD MATURITY NOTICES (CDMN)' TO RPT-TYPE-DESC
           MOVE WS-COUNT-CDMN TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'CD RENEWAL NOTICES (CDRN)' TO RPT-TYPE-DESC
           MOVE WS-COUNT-CDRN TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           MOVE 'CD MATURITY PAYOUTS (CDMP)' TO RPT-TYPE-DESC
           MOVE WS-COUNT-CDMP TO RPT-TYPE-COUNT
           WRITE CONTROL-RPT-RECORD FROM WS-RPT-TYPE-LINE

           WRITE CONTROL-RPT-RECORD FROM WS-LTR-BLANK

           MOVE 'TOTAL LETTERS PRODUCED' TO RPT-TYPE-DESC
