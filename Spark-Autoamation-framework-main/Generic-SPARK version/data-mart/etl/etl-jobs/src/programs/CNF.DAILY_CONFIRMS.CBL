       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNF-DAILY-CONFIRMS.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT CNF-CASH-FL ASSIGN TO "FNAME1".
	    SELECT CNF-ACCOUNT-FL ASSIGN TO "ACCTFILE".
	    SELECT CNF-CUSTOMER-FL ASSIGN TO "CUSTFILE".
	    SELECT CNF-DEALER-FL ASSIGN TO "FDPFILE".
	    SELECT OPTIONAL CNF-RTN-MAIL-FL ASSIGN TO "RTNMAIL".
	    SELECT CNF-PRINT-FL ASSIGN TO "CNFPRINT".
	    SELECT CNF-EDELIVERY-FL ASSIGN TO "CNFEDLV".
	    SELECT CNF-FEED-CTL-FL ASSIGN TO "CNFCTL".
	    SELECT OPTIONAL CNF-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
       FD  CNF-CASH-FL.
       01  CNF-CASH-RECORD.
           05  CNF-CSH-RECORD-TYPE-CD        PIC X(1).
               88  CNF-CSH-RECORD-TYPE-HEADER    VALUE 'H'.
               88  CNF-CSH-RECORD-TYPE-DETAIL    VALUE 'D'.
           05  CNF-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(5).
               10  CNF-CSH-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(11).
               10  CNF-CSH-LOAD-ACCT         PIC 9(11).
               10  CNF-CSH-NOLOAD-ACCT       PIC 9(11).
               10  FILLER                    PIC X(10).
               10  CNF-CSH-ORDER-NBR         PIC 9(9).
               10  FILLER                    PIC X(16).
               10  CNF-CSH-FINANCIAL-INST-ID PIC 9(7).
               10  CNF-CSH-BRANCH-ID         PIC X(9).
               10  FILLER                    PIC X(22).
               10  CNF-CSH-TRADE-DTE         PIC 9(8).
               10  CNF-CSH-SHARES            PIC S9(11)V9(4)
                    SIGN TRAILING SEPARATE.
               10  CNF-CSH-OFFERING-PRICE    PIC 9(5)V9(4).
               10  CNF-CSH-GROSS-AT          PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(32).
               10  CNF-CSH-NAV-AT            PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(3).
               10  CNF-CSH-TRAN-TYPE-CD      PIC X(1).
                   88  CNF-CSH-PURCHASE          VALUE '0'.
                   88  CNF-CSH-REDEMPTION        VALUE '1'.
               10  CNF-CSH-LOAD-NOLOAD-CD    PIC 9(1).
                   88  CNF-CSH-NOLOAD            VALUE 1.
               10  FILLER                    PIC X(28).
               10  CNF-CSH-FUND-FROM-TO      PIC 9(7).
               10  FILLER                    PIC X(52).
               10  CNF-CSH-MATRIX-ERROR-CD   PIC X(1).
               10  FILLER                    PIC X(12).
               10  CNF-CSH-FUND-GRP-NUMBER   PIC 9(7).
               10  FILLER                    PIC X(23).
               10  CNF-CSH-REVERSE-CD        PIC X(1).
                   88  CNF-CSH-REVERSAL          VALUE 'Y'.
               10  CNF-CSH-TRAN-STATUS-CDE   PIC X(1).
                   88  CNF-CSH-STATUS-NOT-POSTABLE
                                             VALUE 'B' 'D' 'R'.
               10  FILLER                    PIC X(117).
           05  CNF-CSH-HEADER-AREA REDEFINES CNF-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(3).
               10  CNF-CSH-RUN-DTE-TME       PIC X(26).
               10  FILLER                    PIC X(440).
       FD  CNF-ACCOUNT-FL.
       01  CNF-ACCOUNT-RECORD.
           05  CNF-ACT-FUND-CODE             PIC 9(7).
           05  CNF-ACT-ACCOUNT-NUMBER        PIC 9(11).
           05  CNF-ACT-CMR-BPR-ID2           PIC 9(11).
           05  CNF-ACT-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(606).
       FD  CNF-CUSTOMER-FL.
       01  CNF-CUSTOMER-RECORD.
           05  CNF-CST-CMR-BPR-ID2           PIC 9(11).
           05  CNF-CST-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(8).
           05  CNF-CST-FRST-NME              PIC X(35).
           05  FILLER                        PIC X(32).
           05  CNF-CST-CRP-LST-NME           PIC X(35).
           05  FILLER                        PIC X(101).
           05  CNF-CST-DCS-DTE               PIC X(10).
           05  FILLER                        PIC X(23).
           05  CNF-CST-PTL-ADR-GROUP         PIC X(210).
           05  FILLER                        PIC X(367).
           05  CNF-CST-STM-EML-ADR-ID        PIC X(100).
           05  FILLER                        PIC X(119).
           05  CNF-CST-UDV-ELC-ADR-CD        PIC X(1).
               88  CNF-CST-UDV-ELC-ADR-YES       VALUE 'Y'.
           05  FILLER                        PIC X(1).
           05  CNF-CST-CSNT-DAILY-CD         PIC X(1).
               88  CNF-CST-CSNT-DAILY-YES        VALUE 'Y'.
           05  FILLER                        PIC X(16).
           05  CNF-CST-EML-FORMAT-VALID-CD   PIC X(1).
               88  CNF-CST-EML-FORMAT-VALID-YES  VALUE 'Y'.
           05  CNF-CST-EML-BOUNCE-CD         PIC X(1).
               88  CNF-CST-EML-BOUNCE-YES        VALUE 'Y'.
           05  FILLER                        PIC X(14).
      *---------------------------------------------------------*
      *    FDP DEALER FEED -- THE SEQ-1 RECORD NAMES THE DEALER,  *
      *    THE SEQ-2 RECORD THAT FOLLOWS CARRIES ITS COPY RULES   *
      *---------------------------------------------------------*
       FD  CNF-DEALER-FL.
       01  CNF-DEALER-RECORD.
           05  CNF-FDP-RECORD-TYPE-CD        PIC X(3).
               88  CNF-FDP-DEALER-POSITION       VALUE 'FDP'.
           05  CNF-FDP-SEQUENCE-NUMBER-ID    PIC 9(3).
               88  CNF-FDP-SEQ-DETAIL-1-AREA     VALUE 1.
               88  CNF-FDP-SEQ-DETAIL-2-AREA     VALUE 2.
           05  CNF-FDP-DETAIL-1-AREA.
               10  CNF-FDP-FUND-GROUP-NBR    PIC 9(7).
               10  CNF-FDP-FINANCIAL-INST-ID PIC 9(7).
               10  FILLER                    PIC X(54).
               10  CNF-FDP-FINCL-INST-NAME-1 PIC X(35).
               10  FILLER                    PIC X(51).
           05  CNF-FDP-DETAIL-2-AREA REDEFINES CNF-FDP-DETAIL-1-AREA.
               10  FILLER                    PIC X(65).
               10  CNF-FDP-DAILY-CONFIRM-COPY-CT
                                             PIC 9(3).
               10  CNF-FDP-DAILY-CONFIRM-SUPP-CD
                                             PIC X(1).
                   88  CNF-FDP-DAILY-CONFIRM-SUPP-YES
                                                 VALUE 'Y'.
               10  FILLER                    PIC X(85).
      *---------------------------------------------------------*
      *    UNDELIVERABLE-ADDRESS FILE -- CUSTOMERS WHOSE MAIL HAS *
      *    COME BACK; NO PAPER GOES TO THEM UNTIL IT IS CLEARED   *
      *---------------------------------------------------------*
       FD  CNF-RTN-MAIL-FL.
       01  CNF-RTN-MAIL-RECORD.
           05  RTM-CMR-BPR-ID2               PIC 9(11).
           05  RTM-CMR-BPR-ID1               PIC 9(11).
           05  RTM-UNDELIV-DTE               PIC 9(8).
           05  RTM-RETURN-CT                 PIC 9(3).
           05  RTM-ADR-STATUS-CD             PIC X(1).
               88  RTM-ADR-UNDELIVERABLE         VALUE 'U'.
               88  RTM-ADR-LOST-SHAREHOLDER      VALUE 'L'.
               88  RTM-ADR-CLEARED               VALUE 'C'.
           05  FILLER                        PIC X(46).
       FD  CNF-PRINT-FL.
       01  CNF-PRINT-RECORD                  PIC X(420).
       FD  CNF-EDELIVERY-FL.
       01  CNF-EDELIVERY-RECORD              PIC X(420).
       FD  CNF-FEED-CTL-FL.
       01  CNF-FEED-CTL-RECORD.
           05  FCTL-LAST-RUN-DTE-TME         PIC X(26).
           05  FILLER                        PIC X(14).
       FD  CNF-RUN-CTL-FL.
       01  CNF-RUN-CTL-RECORD.
           05  RCTL-PROGRAM-ID               PIC X(20).
           05  RCTL-EVENT-CD                 PIC X(5).
               88  RCTL-EVENT-START              VALUE 'START'.
               88  RCTL-EVENT-END                VALUE 'END  '.
           05  RCTL-RUN-DATE                 PIC 9(8).
           05  RCTL-RUN-TIME                 PIC 9(6).
           05  RCTL-RECORD-CT                PIC 9(9).
           05  RCTL-RETURN-CD                PIC 9(2).
           05  FILLER                        PIC X(30).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
       01  CNF-SWITCHES.
           05  CNF-CSH-EOF-SW                PIC X(01)   VALUE 'N'.
               88  CNF-CSH-EOF                   VALUE 'Y'.
           05  CNF-ACT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  CNF-ACT-EOF                   VALUE 'Y'.
           05  CNF-CST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  CNF-CST-EOF                   VALUE 'Y'.
           05  CNF-FDP-EOF-SW                PIC X(01)   VALUE 'N'.
               88  CNF-FDP-EOF                   VALUE 'Y'.
           05  CNF-RTM-EOF-SW                PIC X(01)   VALUE 'N'.
               88  CNF-RTM-EOF                   VALUE 'Y'.
           05  CNF-FEED-CTL-SW               PIC X(01)   VALUE 'Y'.
               88  CNF-FEED-CTL-EMPTY            VALUE 'Y'.
               88  CNF-FEED-CTL-LOADED           VALUE 'N'.
           05  CNF-AL-SW                     PIC X(01)   VALUE 'N'.
               88  CNF-AL-FOUND                  VALUE 'Y'.
               88  CNF-AL-NOT-FOUND              VALUE 'N'.
           05  CNF-CU-SW                     PIC X(01)   VALUE 'N'.
               88  CNF-CU-FOUND                  VALUE 'Y'.
               88  CNF-CU-NOT-FOUND              VALUE 'N'.
           05  CNF-DL-SW                     PIC X(01)   VALUE 'N'.
               88  CNF-DL-FOUND                  VALUE 'Y'.
               88  CNF-DL-NOT-FOUND              VALUE 'N'.
           05  CNF-RM-SW                     PIC X(01)   VALUE 'N'.
               88  CNF-RM-FOUND                  VALUE 'Y'.
               88  CNF-RM-NOT-FOUND              VALUE 'N'.
           05  CNF-BALANCE-SW                PIC X(01)   VALUE 'Y'.
               88  CNF-IN-BALANCE                VALUE 'Y'.
               88  CNF-OUT-OF-BALANCE            VALUE 'N'.
       01  CNF-COUNTERS                      COMP.
           05  CNF-DETAIL-CT                 PIC 9(09)   VALUE ZERO.
           05  CNF-NOT-CONFIRMABLE-CT        PIC 9(09)   VALUE ZERO.
           05  CNF-PRINT-CT                  PIC 9(09)   VALUE ZERO.
           05  CNF-EDELIVERY-CT              PIC 9(09)   VALUE ZERO.
           05  CNF-SUPP-DECEASED-CT          PIC 9(09)   VALUE ZERO.
           05  CNF-SUPP-RTN-MAIL-CT          PIC 9(09)   VALUE ZERO.
           05  CNF-HELD-CT                   PIC 9(09)   VALUE ZERO.
           05  CNF-DISPOSED-CT               PIC 9(09)   VALUE ZERO.
           05  CNF-DEALER-COPY-CT            PIC 9(09)   VALUE ZERO.
           05  CNF-DEALER-SUPP-CT            PIC 9(09)   VALUE ZERO.
           05  CNF-COPY-NBR                  PIC 9(03)   VALUE ZERO.
       01  CNF-AL-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  CNF-CU-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  CNF-DL-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  CNF-RM-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  CNF-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  CNF-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  CNF-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  CNF-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  CNF-RCD-REASON               PIC X(40).
       01  CNF-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  CNF-TBL-LIMIT-NAME            PIC X(20).
       01  CNF-FEED-REJECT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CNF-FJ-REASON                 PIC X(60).
       01  CNF-FEED-CTL-WORK.
           05  CNF-LAST-RUN-DTE-TME          PIC X(26)   VALUE SPACES.
           05  CNF-THIS-RUN-DTE-TME          PIC X(26)   VALUE SPACES.
       01  CNF-AMOUNT-WORK.
           05  CNF-DETAIL-GROSS-AT           PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  CNF-NOT-CONFIRMABLE-GROSS-AT  PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  CNF-PRINT-GROSS-AT            PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  CNF-EDELIVERY-GROSS-AT        PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  CNF-SUPPRESSED-GROSS-AT       PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  CNF-HELD-GROSS-AT             PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  CNF-DISPOSED-GROSS-AT         PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  CNF-WK-SALES-CHARGE-AT        PIC S9(13)V9(2)
                                              VALUE ZERO.
       01  CNF-WK-ACCOUNT-NBR                PIC 9(11)   VALUE ZERO.
       01  CNF-AL-TBL.
           05  CNF-AL-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY CNF-AL-IDX.
               10  CNF-AL-FUND-CODE          PIC 9(07).
               10  CNF-AL-ACCOUNT-NBR        PIC 9(11).
               10  CNF-AL-BPR-ID1            PIC 9(11).
               10  CNF-AL-BPR-ID2            PIC 9(11).
       01  CNF-CU-TBL.
           05  CNF-CU-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY CNF-CU-IDX.
               10  CNF-CU-BPR-ID1            PIC 9(11).
               10  CNF-CU-BPR-ID2            PIC 9(11).
               10  CNF-CU-FRST-NME           PIC X(35).
               10  CNF-CU-LST-NME            PIC X(35).
               10  CNF-CU-ADR-GROUP          PIC X(210).
               10  CNF-CU-EML-ADR            PIC X(100).
               10  CNF-CU-DECEASED-SW        PIC X(01).
                   88  CNF-CU-DECEASED           VALUE 'Y'.
               10  CNF-CU-EDELIVERY-SW       PIC X(01).
                   88  CNF-CU-EDELIVERY          VALUE 'Y'.
       01  CNF-DL-TBL.
           05  CNF-DL-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY CNF-DL-IDX.
               10  CNF-DL-FUND-GRP           PIC 9(07).
               10  CNF-DL-FI-ID              PIC 9(07).
               10  CNF-DL-FI-NAME            PIC X(35).
               10  CNF-DL-COPY-CT            PIC 9(03).
               10  CNF-DL-SUPP-SW            PIC X(01).
                   88  CNF-DL-SUPPRESSED         VALUE 'Y'.
       01  CNF-RM-TBL.
           05  CNF-RM-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY CNF-RM-IDX.
               10  CNF-RM-BPR-ID1            PIC 9(11).
               10  CNF-RM-BPR-ID2            PIC 9(11).
       01  CNF-CUR-FDP-FUND-GRP              PIC 9(07)   VALUE ZERO.
       01  CNF-CUR-FDP-FI-ID                 PIC 9(07)   VALUE ZERO.
       01  CNF-CUR-FDP-FI-NAME               PIC X(35)   VALUE SPACES.
      *---------------------------------------------------------*
      *    ONE CONFIRM -- THE SHAREHOLDER COPY IS ADDRESSED FROM  *
      *    THE CUSTOMER LABEL LINES (PRINT) OR THE STATEMENT      *
      *    EMAIL ADDRESS (E-DELIVERY); A DEALER COPY CARRIES THE  *
      *    FIRM NAME AND IS MAILED BY THE VENDOR TO THE FIRM      *
      *---------------------------------------------------------*
       01  CNF-CONFIRM-AREA.
           05  CFM-COPY-TYPE-CD              PIC X(01).
               88  CFM-COPY-SHAREHOLDER          VALUE 'S'.
               88  CFM-COPY-DEALER               VALUE 'D'.
           05  CFM-COPY-NBR                  PIC 9(03).
           05  CFM-FUND-CODE                 PIC 9(07).
           05  CFM-ACCOUNT-NBR               PIC 9(11).
           05  CFM-ORDER-NBR                 PIC 9(09).
           05  CFM-TRADE-DTE                 PIC 9(08).
           05  CFM-TRAN-DESC                 PIC X(12).
           05  CFM-REVERSAL-CD               PIC X(01).
           05  CFM-SHARES                    PIC -9(11).9(4).
           05  CFM-OFFERING-PRICE            PIC 9(5).9(4).
           05  CFM-GROSS-AT                  PIC -9(13).9(2).
           05  CFM-SALES-CHARGE-AT           PIC -9(13).9(2).
           05  CFM-FINANCIAL-INST-ID         PIC 9(07).
           05  CFM-BRANCH-ID                 PIC X(09).
           05  CFM-NAME-1                    PIC X(35).
           05  CFM-NAME-2                    PIC X(35).
           05  CFM-DELIVERY-AREA             PIC X(210).
           05  CFM-EMAIL-AREA REDEFINES CFM-DELIVERY-AREA.
               10  CFM-EML-ADR               PIC X(100).
               10  FILLER                    PIC X(110).
           05  FILLER                        PIC X(11).
       01  CNF-EXC-KEY.
           05  CNF-EXC-BPR-ID1               PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  CNF-EXC-BPR-ID2               PIC 9(11).
       01  CNF-HELD-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'TRADES HELD - NO SHAREHOLDER CONFIRM PRODUCED'.
       01  CNF-HELD-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FUND'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'ORDER'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(18)
               VALUE '      GROSS AMOUNT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)   VALUE 'REASON'.
       01  CNF-HELD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CNF-HL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  CNF-HL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  CNF-HL-ORDER-NBR              PIC 9(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  CNF-HL-GROSS-AT               PIC ---,---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  CNF-HL-REASON                 PIC X(30).
       01  CNF-HELD-CAP-TBL.
           05  CNF-HELD-CAP-LINE             PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY CNF-HELD-CAP-IX.
       01  CNF-HELD-CAP-USED-CT              PIC 9(07)   COMP
                                              VALUE ZERO.
       01  CNF-HELD-CAP-TRUNC-SW             PIC X(01)   VALUE 'N'.
       01  CNF-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       01  CNF-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'DAILY CONFIRM PRODUCTION - TIE TO SDCM DETAIL'.
       01  CNF-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CNF-TL-LABEL                  PIC X(25).
           05  CNF-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  CNF-TOT-AMT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CNF-TA-LABEL                  PIC X(25).
           05  CNF-TA-AMOUNT                 PIC ---,---,---,--9.99.
       01  CNF-BALANCE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CNF-BL-TEXT                   PIC X(60).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CASH THRU 2000-EXIT
               UNTIL CNF-CSH-EOF.
           PERFORM 3000-TIE-OUT THRU 3000-EXIT.
           PERFORM 8000-PRINT-HELD-TRADES THRU 8000-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE CNF-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CNF-CASH-FL.
           OPEN INPUT CNF-ACCOUNT-FL.
           OPEN INPUT CNF-CUSTOMER-FL.
           OPEN INPUT CNF-DEALER-FL.
           OPEN INPUT CNF-RTN-MAIL-FL.
           OPEN OUTPUT CNF-PRINT-FL.
           OPEN OUTPUT CNF-EDELIVERY-FL.
           OPEN I-O CNF-FEED-CTL-FL.
           OPEN EXTEND CNF-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           PERFORM 1200-READ-FEED-CTL THRU 1200-EXIT.
           PERFORM 1300-LOAD-ACCOUNT THRU 1300-EXIT
               UNTIL CNF-ACT-EOF.
           PERFORM 1400-LOAD-CUSTOMER THRU 1400-EXIT
               UNTIL CNF-CST-EOF.
           PERFORM 1500-LOAD-DEALER THRU 1500-EXIT
               UNTIL CNF-FDP-EOF.
           PERFORM 1600-LOAD-RTN-MAIL THRU 1600-EXIT
               UNTIL CNF-RTM-EOF.
           READ CNF-CASH-FL
               AT END
                   SET CNF-CSH-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
       1200-READ-FEED-CTL.
           READ CNF-FEED-CTL-FL
               AT END
                   SET CNF-FEED-CTL-EMPTY TO TRUE
                   MOVE SPACES TO CNF-LAST-RUN-DTE-TME
               NOT AT END
                   SET CNF-FEED-CTL-LOADED TO TRUE
                   MOVE FCTL-LAST-RUN-DTE-TME TO CNF-LAST-RUN-DTE-TME
           END-READ.
       1200-EXIT.
           EXIT.
       1300-LOAD-ACCOUNT.
           READ CNF-ACCOUNT-FL
               AT END
                   SET CNF-ACT-EOF TO TRUE
           END-READ.
           IF CNF-ACT-EOF
               GO TO 1300-EXIT
           END-IF.
           IF CNF-AL-USED-CT >= 20000
               MOVE ' ACCOUNT LINKS' TO CNF-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO CNF-AL-USED-CT.
           SET CNF-AL-IDX TO CNF-AL-USED-CT.
           MOVE CNF-ACT-FUND-CODE TO CNF-AL-FUND-CODE (CNF-AL-IDX).
           MOVE CNF-ACT-ACCOUNT-NUMBER
               TO CNF-AL-ACCOUNT-NBR (CNF-AL-IDX).
           MOVE CNF-ACT-CMR-BPR-ID1 TO CNF-AL-BPR-ID1 (CNF-AL-IDX).
           MOVE CNF-ACT-CMR-BPR-ID2 TO CNF-AL-BPR-ID2 (CNF-AL-IDX).
       1300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    E-DELIVERY NEEDS THE DAILY-CONFIRM CONSENT AND AN      *
      *    EMAIL ADDRESS THAT IS PRESENT, WELL FORMED, NOT        *
      *    BOUNCING AND NOT FLAGGED UNDELIVERABLE                 *
      *---------------------------------------------------------*
       1400-LOAD-CUSTOMER.
           READ CNF-CUSTOMER-FL
               AT END
                   SET CNF-CST-EOF TO TRUE
           END-READ.
           IF CNF-CST-EOF
               GO TO 1400-EXIT
           END-IF.
           IF CNF-CU-USED-CT >= 20000
               MOVE ' CUSTOMERS' TO CNF-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO CNF-CU-USED-CT.
           SET CNF-CU-IDX TO CNF-CU-USED-CT.
           MOVE CNF-CST-CMR-BPR-ID1 TO CNF-CU-BPR-ID1 (CNF-CU-IDX).
           MOVE CNF-CST-CMR-BPR-ID2 TO CNF-CU-BPR-ID2 (CNF-CU-IDX).
           MOVE CNF-CST-FRST-NME TO CNF-CU-FRST-NME (CNF-CU-IDX).
           MOVE CNF-CST-CRP-LST-NME TO CNF-CU-LST-NME (CNF-CU-IDX).
           MOVE CNF-CST-PTL-ADR-GROUP TO CNF-CU-ADR-GROUP (CNF-CU-IDX).
           MOVE CNF-CST-STM-EML-ADR-ID TO CNF-CU-EML-ADR (CNF-CU-IDX).
           MOVE 'N' TO CNF-CU-DECEASED-SW (CNF-CU-IDX).
           IF CNF-CST-DCS-DTE NOT = SPACES
               AND CNF-CST-DCS-DTE NOT = '0000-00-00'
               MOVE 'Y' TO CNF-CU-DECEASED-SW (CNF-CU-IDX)
           END-IF.
           MOVE 'N' TO CNF-CU-EDELIVERY-SW (CNF-CU-IDX).
           IF CNF-CST-CSNT-DAILY-YES
              AND CNF-CST-EML-FORMAT-VALID-YES
              AND NOT CNF-CST-EML-BOUNCE-YES
              AND NOT CNF-CST-UDV-ELC-ADR-YES
              AND CNF-CST-STM-EML-ADR-ID NOT = SPACES
               MOVE 'Y' TO CNF-CU-EDELIVERY-SW (CNF-CU-IDX)
           END-IF.
           IF CNF-CST-CSNT-DAILY-YES
              AND CNF-CU-EDELIVERY-SW (CNF-CU-IDX) = 'N'
               PERFORM 1450-POST-BAD-EMAIL THRU 1450-EXIT
           END-IF.
       1400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CUSTOMER CONSENTED TO E-DELIVERY BUT THE ADDRESS ON    *
      *    FILE CANNOT BE USED -- POST TO THE EXCEPTION QUEUE     *
      *---------------------------------------------------------*
       1450-POST-BAD-EMAIL.
           MOVE CNF-CST-CMR-BPR-ID1 TO CNF-EXC-BPR-ID1.
           MOVE CNF-CST-CMR-BPR-ID2 TO CNF-EXC-BPR-ID2.
           EVALUATE TRUE
               WHEN CNF-CST-STM-EML-ADR-ID = SPACES
                   MOVE 'E-DELIVERY CONSENT BUT NO EMAIL ON FILE'
                       TO RPT-EXC-DESCRIPTION-TX
               WHEN NOT CNF-CST-EML-FORMAT-VALID-YES
                   MOVE 'EMAIL ADDRESS NOT WELL FORMED'
                       TO RPT-EXC-DESCRIPTION-TX
               WHEN CNF-CST-EML-BOUNCE-YES
                   MOVE 'EMAIL ADDRESS BOUNCING'
                       TO RPT-EXC-DESCRIPTION-TX
               WHEN OTHER
                   MOVE 'EMAIL ADDRESS FLAGGED UNDELIVERABLE'
                       TO RPT-EXC-DESCRIPTION-TX
           END-EVALUATE.
           MOVE 'BADEMAIL' TO RPT-EXC-TYPE-CD.
           MOVE CNF-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE ZERO TO RPT-EXC-AMOUNT-AT.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       1450-EXIT.
           EXIT.
       1500-LOAD-DEALER.
           READ CNF-DEALER-FL
               AT END
                   SET CNF-FDP-EOF TO TRUE
           END-READ.
           IF CNF-FDP-EOF
               GO TO 1500-EXIT
           END-IF.
           IF NOT CNF-FDP-DEALER-POSITION
               GO TO 1500-EXIT
           END-IF.
           IF CNF-FDP-SEQ-DETAIL-1-AREA
               MOVE CNF-FDP-FUND-GROUP-NBR TO CNF-CUR-FDP-FUND-GRP
               MOVE CNF-FDP-FINANCIAL-INST-ID TO CNF-CUR-FDP-FI-ID
               MOVE CNF-FDP-FINCL-INST-NAME-1 TO CNF-CUR-FDP-FI-NAME
               GO TO 1500-EXIT
           END-IF.
           IF NOT CNF-FDP-SEQ-DETAIL-2-AREA
               GO TO 1500-EXIT
           END-IF.
           IF CNF-DL-USED-CT >= 20000
               MOVE ' DEALER COPY RULES' TO CNF-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO CNF-DL-USED-CT.
           SET CNF-DL-IDX TO CNF-DL-USED-CT.
           MOVE CNF-CUR-FDP-FUND-GRP TO CNF-DL-FUND-GRP (CNF-DL-IDX).
           MOVE CNF-CUR-FDP-FI-ID TO CNF-DL-FI-ID (CNF-DL-IDX).
           MOVE CNF-CUR-FDP-FI-NAME TO CNF-DL-FI-NAME (CNF-DL-IDX).
           MOVE CNF-FDP-DAILY-CONFIRM-COPY-CT
               TO CNF-DL-COPY-CT (CNF-DL-IDX).
           MOVE 'N' TO CNF-DL-SUPP-SW (CNF-DL-IDX).
           IF CNF-FDP-DAILY-CONFIRM-SUPP-YES
               MOVE 'Y' TO CNF-DL-SUPP-SW (CNF-DL-IDX)
           END-IF.
       1500-EXIT.
           EXIT.
       1600-LOAD-RTN-MAIL.
           READ CNF-RTN-MAIL-FL
               AT END
                   SET CNF-RTM-EOF TO TRUE
           END-READ.
           IF CNF-RTM-EOF
               GO TO 1600-EXIT
           END-IF.
           IF NOT RTM-ADR-UNDELIVERABLE
              AND NOT RTM-ADR-LOST-SHAREHOLDER
               GO TO 1600-EXIT
           END-IF.
           IF CNF-RM-USED-CT >= 20000
               MOVE ' RETURNED MAIL' TO CNF-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO CNF-RM-USED-CT.
           SET CNF-RM-IDX TO CNF-RM-USED-CT.
           MOVE RTM-CMR-BPR-ID1 TO CNF-RM-BPR-ID1 (CNF-RM-IDX).
           MOVE RTM-CMR-BPR-ID2 TO CNF-RM-BPR-ID2 (CNF-RM-IDX).
       1600-EXIT.
           EXIT.
       2000-PROCESS-CASH.
           IF CNF-CSH-RECORD-TYPE-HEADER
               PERFORM 2020-GUARD-FEED-HEADER THRU 2020-EXIT
           END-IF.
           IF CNF-CSH-RECORD-TYPE-DETAIL
               ADD 1 TO CNF-DETAIL-CT
               ADD CNF-CSH-GROSS-AT TO CNF-DETAIL-GROSS-AT
               PERFORM 2100-CONFIRM-ONE-TRADE THRU 2100-EXIT
           END-IF.
           READ CNF-CASH-FL
               AT END
                   SET CNF-CSH-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CONFIRMS MAY ONLY GO OUT ONCE PER FEED -- REJECT A     *
      *    FILE CARRYING THE RUN DATE-TIME ALREADY CONFIRMED OR   *
      *    AN OLDER ONE                                           *
      *---------------------------------------------------------*
       2020-GUARD-FEED-HEADER.
           MOVE CNF-CSH-RUN-DTE-TME (1:10) TO RPT-CYCLE-TX.
           MOVE CNF-CSH-RUN-DTE-TME TO CNF-THIS-RUN-DTE-TME.
           IF CNF-FEED-CTL-EMPTY
               GO TO 2020-EXIT
           END-IF.
           IF CNF-CSH-RUN-DTE-TME = CNF-LAST-RUN-DTE-TME
               MOVE 'FEED REJECTED - RUN DATE-TIME ALREADY POSTED'
                   TO CNF-FJ-REASON
               PERFORM 9100-ABORT-STALE-FEED THRU 9100-EXIT
           END-IF.
           IF CNF-CSH-RUN-DTE-TME < CNF-LAST-RUN-DTE-TME
               MOVE 'FEED REJECTED - RUN DATE-TIME OLDER THAN LAST'
                   TO CNF-FJ-REASON
               PERFORM 9100-ABORT-STALE-FEED THRU 9100-EXIT
           END-IF.
       2020-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY DETAIL LANDS IN EXACTLY ONE DISPOSITION -- NOT   *
      *    CONFIRMABLE, PRINT, E-DELIVERY, SUPPRESSED OR HELD --  *
      *    SO THE DISPOSITIONS TIE BACK TO THE DETAIL COUNT.      *
      *    DEALER COPIES FOLLOW THE FIRM'S OWN RULES AND DO NOT   *
      *    DEPEND ON THE SHAREHOLDER COPY                         *
      *---------------------------------------------------------*
       2100-CONFIRM-ONE-TRADE.
           IF CNF-CSH-MATRIX-ERROR-CD NOT = SPACE
              OR CNF-CSH-STATUS-NOT-POSTABLE
               ADD 1 TO CNF-NOT-CONFIRMABLE-CT
               ADD CNF-CSH-GROSS-AT TO CNF-NOT-CONFIRMABLE-GROSS-AT
               GO TO 2100-EXIT
           END-IF.
           IF CNF-CSH-NOLOAD
               MOVE CNF-CSH-NOLOAD-ACCT TO CNF-WK-ACCOUNT-NBR
           ELSE
               MOVE CNF-CSH-LOAD-ACCT TO CNF-WK-ACCOUNT-NBR
           END-IF.
           IF CNF-WK-ACCOUNT-NBR = ZERO
               IF CNF-CSH-LOAD-ACCT NOT = ZERO
                   MOVE CNF-CSH-LOAD-ACCT TO CNF-WK-ACCOUNT-NBR
               ELSE
                   MOVE CNF-CSH-NOLOAD-ACCT TO CNF-WK-ACCOUNT-NBR
               END-IF
           END-IF.
           PERFORM 2200-BUILD-TRADE-DETAIL THRU 2200-EXIT.
           PERFORM 2400-DEALER-COPIES THRU 2400-EXIT.
           PERFORM 2300-FIND-ACCOUNT-LINK THRU 2300-EXIT.
           IF CNF-AL-NOT-FOUND
               MOVE 'NO ACCOUNT LINK ON FILE' TO CNF-HL-REASON
               PERFORM 2900-HOLD-TRADE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2310-FIND-CUSTOMER THRU 2310-EXIT.
           IF CNF-CU-NOT-FOUND
               MOVE 'NO CUSTOMER RECORD ON FILE' TO CNF-HL-REASON
               PERFORM 2900-HOLD-TRADE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF CNF-CU-DECEASED (CNF-CU-IDX)
               ADD 1 TO CNF-SUPP-DECEASED-CT
               ADD CNF-CSH-GROSS-AT TO CNF-SUPPRESSED-GROSS-AT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2320-FIND-RTN-MAIL THRU 2320-EXIT.
           IF CNF-RM-FOUND
               ADD 1 TO CNF-SUPP-RTN-MAIL-CT
               ADD CNF-CSH-GROSS-AT TO CNF-SUPPRESSED-GROSS-AT
               GO TO 2100-EXIT
           END-IF.
           SET CFM-COPY-SHAREHOLDER TO TRUE.
           MOVE 1 TO CFM-COPY-NBR.
           MOVE CNF-CU-FRST-NME (CNF-CU-IDX) TO CFM-NAME-1.
           MOVE CNF-CU-LST-NME (CNF-CU-IDX) TO CFM-NAME-2.
           IF CNF-CU-EDELIVERY (CNF-CU-IDX)
               MOVE SPACES TO CFM-DELIVERY-AREA
               MOVE CNF-CU-EML-ADR (CNF-CU-IDX) TO CFM-EML-ADR
               MOVE CNF-CONFIRM-AREA TO CNF-EDELIVERY-RECORD
               WRITE CNF-EDELIVERY-RECORD
               ADD 1 TO CNF-EDELIVERY-CT
               ADD CNF-CSH-GROSS-AT TO CNF-EDELIVERY-GROSS-AT
               GO TO 2100-EXIT
           END-IF.
           IF CNF-CU-ADR-GROUP (CNF-CU-IDX) = SPACES
               MOVE 'NO MAILING ADDRESS ON FILE' TO CNF-HL-REASON
               PERFORM 2900-HOLD-TRADE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE CNF-CU-ADR-GROUP (CNF-CU-IDX) TO CFM-DELIVERY-AREA.
           MOVE CNF-CONFIRM-AREA TO CNF-PRINT-RECORD.
           WRITE CNF-PRINT-RECORD.
           ADD 1 TO CNF-PRINT-CT.
           ADD CNF-CSH-GROSS-AT TO CNF-PRINT-GROSS-AT.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    SALES CHARGE IS THE LOAD IMPLIED BY GROSS MINUS NAV ON *
      *    A PURCHASE                                             *
      *---------------------------------------------------------*
       2200-BUILD-TRADE-DETAIL.
           MOVE SPACES TO CNF-CONFIRM-AREA.
           MOVE CNF-CSH-FUND-CODE TO CFM-FUND-CODE.
           MOVE CNF-WK-ACCOUNT-NBR TO CFM-ACCOUNT-NBR.
           MOVE CNF-CSH-ORDER-NBR TO CFM-ORDER-NBR.
           MOVE CNF-CSH-TRADE-DTE TO CFM-TRADE-DTE.
           EVALUATE TRUE
               WHEN CNF-CSH-REDEMPTION AND CNF-CSH-FUND-FROM-TO > ZERO
                   MOVE 'EXCHANGE OUT' TO CFM-TRAN-DESC
               WHEN CNF-CSH-REDEMPTION
                   MOVE 'REDEMPTION' TO CFM-TRAN-DESC
               WHEN CNF-CSH-FUND-FROM-TO > ZERO
                   MOVE 'EXCHANGE IN' TO CFM-TRAN-DESC
               WHEN OTHER
                   MOVE 'PURCHASE' TO CFM-TRAN-DESC
           END-EVALUATE.
           IF CNF-CSH-REVERSAL
               MOVE 'Y' TO CFM-REVERSAL-CD
           ELSE
               MOVE 'N' TO CFM-REVERSAL-CD
           END-IF.
           MOVE CNF-CSH-SHARES TO CFM-SHARES.
           MOVE CNF-CSH-OFFERING-PRICE TO CFM-OFFERING-PRICE.
           MOVE CNF-CSH-GROSS-AT TO CFM-GROSS-AT.
           MOVE ZERO TO CNF-WK-SALES-CHARGE-AT.
           IF CNF-CSH-PURCHASE
              AND CNF-CSH-GROSS-AT > CNF-CSH-NAV-AT
              AND CNF-CSH-NAV-AT > ZERO
               COMPUTE CNF-WK-SALES-CHARGE-AT =
                   CNF-CSH-GROSS-AT - CNF-CSH-NAV-AT
           END-IF.
           MOVE CNF-WK-SALES-CHARGE-AT TO CFM-SALES-CHARGE-AT.
           MOVE CNF-CSH-FINANCIAL-INST-ID TO CFM-FINANCIAL-INST-ID.
           MOVE CNF-CSH-BRANCH-ID TO CFM-BRANCH-ID.
       2200-EXIT.
           EXIT.
       2300-FIND-ACCOUNT-LINK.
           SET CNF-AL-NOT-FOUND TO TRUE.
           IF CNF-AL-USED-CT = ZERO
               GO TO 2300-EXIT
           END-IF.
           SET CNF-AL-IDX TO 1.
           SEARCH CNF-AL-ENTRY VARYING CNF-AL-IDX
               AT END
                   CONTINUE
               WHEN CNF-AL-IDX > CNF-AL-USED-CT
                   CONTINUE
               WHEN CNF-AL-FUND-CODE (CNF-AL-IDX) = CNF-CSH-FUND-CODE
                AND CNF-AL-ACCOUNT-NBR (CNF-AL-IDX) = CNF-WK-ACCOUNT-NBR
                   SET CNF-AL-FOUND TO TRUE
           END-SEARCH.
       2300-EXIT.
           EXIT.
       2310-FIND-CUSTOMER.
           SET CNF-CU-NOT-FOUND TO TRUE.
           IF CNF-CU-USED-CT = ZERO
               GO TO 2310-EXIT
           END-IF.
           SET CNF-CU-IDX TO 1.
           SEARCH CNF-CU-ENTRY VARYING CNF-CU-IDX
               AT END
                   CONTINUE
               WHEN CNF-CU-IDX > CNF-CU-USED-CT
                   CONTINUE
               WHEN CNF-CU-BPR-ID1 (CNF-CU-IDX)
                    = CNF-AL-BPR-ID1 (CNF-AL-IDX)
                AND CNF-CU-BPR-ID2 (CNF-CU-IDX)
                    = CNF-AL-BPR-ID2 (CNF-AL-IDX)
                   SET CNF-CU-FOUND TO TRUE
           END-SEARCH.
       2310-EXIT.
           EXIT.
       2320-FIND-RTN-MAIL.
           SET CNF-RM-NOT-FOUND TO TRUE.
           IF CNF-RM-USED-CT = ZERO
               GO TO 2320-EXIT
           END-IF.
           SET CNF-RM-IDX TO 1.
           SEARCH CNF-RM-ENTRY VARYING CNF-RM-IDX
               AT END
                   CONTINUE
               WHEN CNF-RM-IDX > CNF-RM-USED-CT
                   CONTINUE
               WHEN CNF-RM-BPR-ID1 (CNF-RM-IDX)
                    = CNF-AL-BPR-ID1 (CNF-AL-IDX)
                AND CNF-RM-BPR-ID2 (CNF-RM-IDX)
                    = CNF-AL-BPR-ID2 (CNF-AL-IDX)
                   SET CNF-RM-FOUND TO TRUE
           END-SEARCH.
       2320-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    DEALER COPIES -- DAILY-CONFIRM-COPY-CT COPIES TO THE   *
      *    FIRM ON THE TRADE UNLESS THE FIRM SUPPRESSES DAILY     *
      *    CONFIRMS FOR THE FUND GROUP                            *
      *---------------------------------------------------------*
       2400-DEALER-COPIES.
           SET CNF-DL-NOT-FOUND TO TRUE.
           IF CNF-DL-USED-CT = ZERO
              OR CNF-CSH-FINANCIAL-INST-ID = ZERO
               GO TO 2400-EXIT
           END-IF.
           SET CNF-DL-IDX TO 1.
           SEARCH CNF-DL-ENTRY VARYING CNF-DL-IDX
               AT END
                   CONTINUE
               WHEN CNF-DL-IDX > CNF-DL-USED-CT
                   CONTINUE
               WHEN CNF-DL-FUND-GRP (CNF-DL-IDX)
                    = CNF-CSH-FUND-GRP-NUMBER
                AND CNF-DL-FI-ID (CNF-DL-IDX)
                    = CNF-CSH-FINANCIAL-INST-ID
                   SET CNF-DL-FOUND TO TRUE
           END-SEARCH.
           IF CNF-DL-NOT-FOUND
               GO TO 2400-EXIT
           END-IF.
           IF CNF-DL-SUPPRESSED (CNF-DL-IDX)
               ADD 1 TO CNF-DEALER-SUPP-CT
               GO TO 2400-EXIT
           END-IF.
           IF CNF-DL-COPY-CT (CNF-DL-IDX) = ZERO
               GO TO 2400-EXIT
           END-IF.
           SET CFM-COPY-DEALER TO TRUE.
           MOVE CNF-DL-FI-NAME (CNF-DL-IDX) TO CFM-NAME-1.
           MOVE SPACES TO CFM-NAME-2.
           MOVE SPACES TO CFM-DELIVERY-AREA.
           MOVE ZERO TO CNF-COPY-NBR.
           PERFORM 2410-WRITE-DEALER-COPY THRU 2410-EXIT
               CNF-DL-COPY-CT (CNF-DL-IDX) TIMES.
       2400-EXIT.
           EXIT.
       2410-WRITE-DEALER-COPY.
           ADD 1 TO CNF-COPY-NBR.
           MOVE CNF-COPY-NBR TO CFM-COPY-NBR.
           MOVE CNF-CONFIRM-AREA TO CNF-PRINT-RECORD.
           WRITE CNF-PRINT-RECORD.
           ADD 1 TO CNF-DEALER-COPY-CT.
       2410-EXIT.
           EXIT.
       2900-HOLD-TRADE.
           ADD 1 TO CNF-HELD-CT.
           ADD CNF-CSH-GROSS-AT TO CNF-HELD-GROSS-AT.
           MOVE CNF-CSH-FUND-CODE TO CNF-HL-FUND-CODE.
           MOVE CNF-WK-ACCOUNT-NBR TO CNF-HL-ACCOUNT-NBR.
           MOVE CNF-CSH-ORDER-NBR TO CNF-HL-ORDER-NBR.
           MOVE CNF-CSH-GROSS-AT TO CNF-HL-GROSS-AT.
           IF CNF-HELD-CAP-USED-CT < 5000
               ADD 1 TO CNF-HELD-CAP-USED-CT
               SET CNF-HELD-CAP-IX TO CNF-HELD-CAP-USED-CT
               MOVE CNF-HELD-LINE
                   TO CNF-HELD-CAP-LINE (CNF-HELD-CAP-IX)
           ELSE
               MOVE 'Y' TO CNF-HELD-CAP-TRUNC-SW
           END-IF.
       2900-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY SDCM DETAIL MUST BE ACCOUNTED FOR -- COUNT AND   *
      *    GROSS OF THE DISPOSITIONS MUST EQUAL THE DETAIL READ   *
      *---------------------------------------------------------*
       3000-TIE-OUT.
           COMPUTE CNF-DISPOSED-CT = CNF-NOT-CONFIRMABLE-CT
               + CNF-PRINT-CT + CNF-EDELIVERY-CT
               + CNF-SUPP-DECEASED-CT + CNF-SUPP-RTN-MAIL-CT
               + CNF-HELD-CT.
           COMPUTE CNF-DISPOSED-GROSS-AT = CNF-NOT-CONFIRMABLE-GROSS-AT
               + CNF-PRINT-GROSS-AT + CNF-EDELIVERY-GROSS-AT
               + CNF-SUPPRESSED-GROSS-AT + CNF-HELD-GROSS-AT.
           IF CNF-DISPOSED-CT NOT = CNF-DETAIL-CT
              OR CNF-DISPOSED-GROSS-AT NOT = CNF-DETAIL-GROSS-AT
               SET CNF-OUT-OF-BALANCE TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.
       8000-PRINT-HELD-TRADES.
           MOVE CNF-HELD-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE CNF-HELD-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF CNF-HELD-CAP-USED-CT > ZERO
               PERFORM 8100-PRINT-ONE-HELD THRU 8100-EXIT
                       VARYING CNF-HELD-CAP-IX FROM 1 BY 1
                       UNTIL CNF-HELD-CAP-IX > CNF-HELD-CAP-USED-CT
           END-IF.
           IF CNF-HELD-CAP-TRUNC-SW = 'Y'
               MOVE CNF-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8000-EXIT.
           EXIT.
       8100-PRINT-ONE-HELD.
           MOVE CNF-HELD-CAP-LINE (CNF-HELD-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8100-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE CNF-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'SDCM DETAILS READ: ' TO CNF-TL-LABEL.
           MOVE CNF-DETAIL-CT TO CNF-TL-COUNT.
           MOVE CNF-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SDCM DETAIL GROSS: ' TO CNF-TA-LABEL.
           MOVE CNF-DETAIL-GROSS-AT TO CNF-TA-AMOUNT.
           MOVE CNF-TOT-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NOT CONFIRMABLE: ' TO CNF-TL-LABEL.
           MOVE CNF-NOT-CONFIRMABLE-CT TO CNF-TL-COUNT.
           MOVE CNF-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CONFIRMS - PRINT: ' TO CNF-TL-LABEL.
           MOVE CNF-PRINT-CT TO CNF-TL-COUNT.
           MOVE CNF-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CONFIRMS - E-DELIVERY: ' TO CNF-TL-LABEL.
           MOVE CNF-EDELIVERY-CT TO CNF-TL-COUNT.
           MOVE CNF-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SUPPRESSED - DECEASED: ' TO CNF-TL-LABEL.
           MOVE CNF-SUPP-DECEASED-CT TO CNF-TL-COUNT.
           MOVE CNF-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SUPPRESSED - RTN MAIL: ' TO CNF-TL-LABEL.
           MOVE CNF-SUPP-RTN-MAIL-CT TO CNF-TL-COUNT.
           MOVE CNF-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HELD - NOT CONFIRMED: ' TO CNF-TL-LABEL.
           MOVE CNF-HELD-CT TO CNF-TL-COUNT.
           MOVE CNF-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DISPOSITIONS TOTAL: ' TO CNF-TL-LABEL.
           MOVE CNF-DISPOSED-CT TO CNF-TL-COUNT.
           MOVE CNF-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DISPOSITIONS GROSS: ' TO CNF-TA-LABEL.
           MOVE CNF-DISPOSED-GROSS-AT TO CNF-TA-AMOUNT.
           MOVE CNF-TOT-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DEALER COPIES WRITTEN: ' TO CNF-TL-LABEL.
           MOVE CNF-DEALER-COPY-CT TO CNF-TL-COUNT.
           MOVE CNF-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DEALER COPIES SUPPRESSED: ' TO CNF-TL-LABEL.
           MOVE CNF-DEALER-SUPP-CT TO CNF-TL-COUNT.
           MOVE CNF-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF CNF-IN-BALANCE
               MOVE 'CONFIRM DISPOSITIONS TIE TO SDCM DETAIL COUNT'
                   TO CNF-BL-TEXT
           ELSE
               MOVE 'CONFIRM DISPOSITIONS DO NOT TIE TO SDCM DETAIL'
                   TO CNF-BL-TEXT
           END-IF.
           MOVE CNF-BALANCE-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO CNF-RUN-CTL-RECORD.
           MOVE 'CNF-DAILY-CONFIRMS' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE CNF-RUN-CTL-RECORD.
       1050-EXIT.
           EXIT.
       1060-STAMP-DATE-TIME.
           ACCEPT RCTL-WK-DATE FROM DATE YYYYMMDD.
           ACCEPT RCTL-WK-TIME FROM TIME.
           MOVE RCTL-WK-DATE TO RCTL-RUN-DATE.
           MOVE RCTL-WK-TIME (1:6) TO RCTL-RUN-TIME.
       1060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    COMMIT THE FEED JUST CONFIRMED                         *
      *---------------------------------------------------------*
       9050-COMMIT-FEED-CTL.
           IF CNF-THIS-RUN-DTE-TME = SPACES
               GO TO 9050-EXIT
           END-IF.
           MOVE SPACES TO CNF-FEED-CTL-RECORD.
           MOVE CNF-THIS-RUN-DTE-TME TO FCTL-LAST-RUN-DTE-TME.
           IF CNF-FEED-CTL-EMPTY
               WRITE CNF-FEED-CTL-RECORD
               SET CNF-FEED-CTL-LOADED TO TRUE
           ELSE
               REWRITE CNF-FEED-CTL-RECORD
           END-IF.
       9050-EXIT.
           EXIT.
       9060-POST-RUN-END.
           MOVE SPACES TO CNF-RUN-CTL-RECORD.
           MOVE 'CNF-DAILY-CONFIRMS' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE CNF-DETAIL-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE CNF-RUN-CTL-RECORD.
           CLOSE CNF-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A REJECTED FEED STOPS THE RUN -- NO CONFIRM FOR A      *
      *    TRADE ALREADY CONFIRMED                                *
      *---------------------------------------------------------*
       9100-ABORT-STALE-FEED.
           MOVE CNF-FEED-REJECT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 12 TO CNF-RUN-RC.
           MOVE 12 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE CNF-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE OR SILENTLY DROP A CONFIRM             *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE CNF-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO CNF-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE CNF-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE CNF-CASH-FL.
           CLOSE CNF-ACCOUNT-FL.
           CLOSE CNF-CUSTOMER-FL.
           CLOSE CNF-DEALER-FL.
           CLOSE CNF-RTN-MAIL-FL.
           CLOSE CNF-PRINT-FL.
           CLOSE CNF-EDELIVERY-FL.
           CLOSE CNF-FEED-CTL-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 12 FEED REJECTED, 16 FATAL                 *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF CNF-NEW-RC > CNF-RUN-RC
               MOVE CNF-NEW-RC TO CNF-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF CNF-HELD-CT > ZERO
               MOVE 4 TO CNF-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF CNF-OUT-OF-BALANCE
               MOVE 8 TO CNF-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE CNF-RUN-RC TO CNF-RCD-OUT.
           EVALUATE CNF-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO CNF-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO CNF-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO CNF-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO CNF-RCD-REASON
           END-EVALUATE.
           MOVE CNF-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE CNF-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9050-COMMIT-FEED-CTL THRU 9050-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
       9000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BRIDGE PARAGRAPHS TO THE COMMON REPORT WRITER          *
      *---------------------------------------------------------*
       9500-WRITE-REPORT-DETAIL.
           SET RPT-FUNC-DETAIL TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9500-EXIT.
           EXIT.
       9510-START-REPORT-SECTION.
           SET RPT-FUNC-SECTION TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
           MOVE SPACES TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
       9510-EXIT.
           EXIT.
       9520-OPEN-REPORT.
           SET RPT-FUNC-OPEN TO TRUE.
           MOVE 'CNF-DAILY-CONFIRMS' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
       9540-POST-EXCEPTION.
           SET RPT-FUNC-EXCEPTION TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9540-EXIT.
           EXIT.
