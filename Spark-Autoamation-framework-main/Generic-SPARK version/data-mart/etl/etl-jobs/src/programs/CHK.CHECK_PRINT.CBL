           05  CPR-PAYEE-NAME                PIC X(40).
           05  CPR-CHECK-AT                  PIC -9(15).9(2).
           05  CPR-ISSUE-DTE                 PIC 9(8).
           05  CPR-ACCOUNT-NUMBER            PIC 9(11).
           05  FILLER                        PIC X(03).
       FD  CHK-POSPAY-FL.
       01  CHK-POSPAY-RECORD.
           05  PPY-CHECK-NBR                 PIC 9(13).
           MOVE CHK-WK-PAYEE-NME TO CPR-PAYEE-NAME.
           MOVE CHK-WK-COMPN-AT TO CPR-CHECK-AT.
           MOVE CHK-ISSUE-DTE TO CPR-ISSUE-DTE.
           MOVE PINS-ACCOUNT-NUMBER TO CPR-ACCOUNT-NUMBER.
           WRITE CHK-PRINT-RECORD.
           MOVE SPACES TO CHK-POSPAY-RECORD.
           MOVE CHK-NEXT-NBR TO PPY-CHECK-NBR.
