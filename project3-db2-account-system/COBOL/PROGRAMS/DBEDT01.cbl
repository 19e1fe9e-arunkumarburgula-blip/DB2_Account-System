               88  TXN-TRANSFER             VALUE 'XFR'.
               88  TXN-REVERSAL             VALUE 'REV'.
               88  TXN-TYPE-VALID           VALUE 'DBT' 'CRT' 'XFR'
                                                  'FEE' 'INT' 'REV'
                                                  'CHO'.
           05  WS-TXN-AMOUNT               PIC S9(11)V99 COMP-3.
           05  WS-TXN-DESC                 PIC X(50).
           05  WS-TXN-REF                  PIC X(20).
