       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMD-NOTICE-TRACKING.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT RMD-CASH-FL ASSIGN TO "FNAME1".
	    SELECT RMD-CUSTOMER-FL ASSIGN TO "CUSTFILE".
	    SELECT RMD-ACCOUNT-FL ASSIGN TO "ACCTFILE".
	    SELECT RMD-YE-POS-FL ASSIGN TO "RMDYEPOS".
	    SELECT OPTIONAL RMD-MAST-IN ASSIGN TO "RMDMSTI".
	    SELECT RMD-MAST-OUT ASSIGN TO "RMDMSTO".
	    SELECT RMD-NOTICE-EXT ASSIGN TO "RMDNTC".
	    SELECT RMD-CTL-FL ASSIGN TO "RMDCTL".
	    SELECT OPTIONAL RMD-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
       FD  RMD-CASH-FL.
       01  RMD-CASH-RECORD.
           05  RMD-CSH-RECORD-TYPE-CD        PIC X(1).
               88  RMD-CSH-RECORD-TYPE-HEADER    VALUE 'H'.
               88  RMD-CSH-RECORD-TYPE-DETAIL    VALUE 'D'.
           05  RMD-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(5).
               10  RMD-CSH-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(11).
               10  RMD-CSH-LOAD-ACCT         PIC 9(11).
               10  RMD-CSH-NOLOAD-ACCT       PIC 9(11).
               10  FILLER                    PIC X(10).
               10  RMD-CSH-ORDER-NBR         PIC 9(9).
               10  FILLER                    PIC X(54).
               10  RMD-CSH-TRADE-DTE         PIC 9(8).
               10  RMD-CSH-TRADE-DTE-R REDEFINES RMD-CSH-TRADE-DTE.
                   15  RMD-CSH-TRADE-YYYY    PIC 9(4).
                   15  FILLER                PIC 9(4).
               10  FILLER                    PIC X(25).
               10  RMD-CSH-GROSS-AT          PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(51).
               10  RMD-CSH-TRAN-TYPE-CD      PIC X(1).
                   88  RMD-CSH-PURCHASE          VALUE '0'.
                   88  RMD-CSH-REDEMPTION        VALUE '1'.
               10  RMD-CSH-LOAD-NOLOAD-CD    PIC 9(1).
                   88  RMD-CSH-NOLOAD            VALUE 1.
               10  FILLER                    PIC X(87).
               10  RMD-CSH-MATRIX-ERROR-CD   PIC X(1).
               10  FILLER                    PIC X(42).
               10  RMD-CSH-REVERSE-CD        PIC X(1).
                   88  RMD-CSH-REVERSAL          VALUE 'Y'.
               10  RMD-CSH-TRAN-STATUS-CDE   PIC X(1).
                   88  RMD-CSH-STATUS-NOT-POSTABLE
                                             VALUE 'B' 'D' 'R'.
               10  FILLER                    PIC X(117).
           05  RMD-CSH-HEADER-AREA REDEFINES RMD-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(3).
               10  RMD-CSH-RUN-DTE-TME       PIC X(26).
               10  FILLER                    PIC X(440).
       FD  RMD-CUSTOMER-FL.
       01  RMD-CUSTOMER-RECORD.
           05  RMD-CST-CMR-BPR-ID2           PIC 9(11).
           05  RMD-CST-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(8).
           05  RMD-CST-FRST-NME              PIC X(35).
           05  FILLER                        PIC X(32).
           05  RMD-CST-CRP-LST-NME           PIC X(35).
           05  FILLER                        PIC X(91).
           05  RMD-CST-BTH-DTE               PIC X(10).
           05  RMD-CST-BTH-DTE-R REDEFINES RMD-CST-BTH-DTE.
               10  RMD-CST-BTH-YYYY          PIC X(4).
               10  FILLER                    PIC X(6).
           05  RMD-CST-DCS-DTE               PIC X(10).
           05  FILLER                        PIC X(23).
           05  RMD-CST-PTL-ADR-GROUP.
               10  RMD-CST-ADR-LINE          PIC X(35)
                                             OCCURS 6 TIMES.
           05  FILLER                        PIC X(621).
       FD  RMD-ACCOUNT-FL.
       01  RMD-ACCOUNT-RECORD.
           05  RMD-ACT-FUND-CODE             PIC 9(7).
           05  RMD-ACT-ACCOUNT-NUMBER        PIC 9(11).
           05  RMD-ACT-CMR-BPR-ID2           PIC 9(11).
           05  RMD-ACT-CMR-BPR-ID1           PIC 9(11).
      *    TRADITIONAL, SEP, SIMPLE AND ROLLOVER IRAS CARRY A
      *    LIFETIME DISTRIBUTION REQUIREMENT; A ROTH DOES NOT
           05  RMD-ACT-REG-TYP-REL-ABR       PIC X(4).
               88  RMD-ACT-REG-IRA               VALUE 'IRA ' 'SEP '
                                                       'SIMP' 'ROLL'.
           05  FILLER                        PIC X(225).
           05  RMD-ACT-TAX-RSP-PRTY          PIC X(1).
           05  RMD-ACT-REG-TYP-SHT-NME       PIC X(10).
           05  FILLER                        PIC X(366).
      *---------------------------------------------------------*
      *    SHARE-POSITION BOOK AS CLOSED ON THE LAST BUSINESS DAY *
      *    OF THE PRIOR YEAR -- THE RMD VALUATION BASIS           *
      *---------------------------------------------------------*
       FD  RMD-YE-POS-FL.
       01  RMD-YE-POS-RECORD.
           05  YEP-FUND-CODE                 PIC 9(7).
           05  YEP-ACCOUNT-NUMBER            PIC 9(11).
           05  YEP-SHARE-BAL                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  YEP-NAV-PRICE                 PIC 9(5)V9(4).
           05  FILLER                        PIC X(71).
      *---------------------------------------------------------*
      *    RMD MASTER -- ONE ROW PER IRA ACCOUNT OWING A          *
      *    DISTRIBUTION FOR THE YEAR, WITH THE REQUIRED AMOUNT    *
      *    AND THE REDEMPTIONS TAKEN AGAINST IT SO FAR            *
      *---------------------------------------------------------*
       FD  RMD-MAST-IN.
       01  RMD-MAST-IN-RECORD.
           05  RMI-FUND-CODE                 PIC 9(7).
           05  RMI-ACCOUNT-NUMBER            PIC 9(11).
           05  RMI-CMR-BPR-ID1               PIC 9(11).
           05  RMI-CMR-BPR-ID2               PIC 9(11).
           05  RMI-DIST-YEAR                 PIC 9(4).
           05  RMI-BIRTH-DTE                 PIC X(10).
           05  RMI-AGE                       PIC 9(3).
           05  RMI-FIRST-YEAR-SW             PIC X(1).
           05  RMI-YE-SHARE-BAL              PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  RMI-YE-NAV-PRICE              PIC 9(5)V9(4).
           05  RMI-YE-VALUE-AT               PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RMI-DIVISOR                   PIC 9(2)V9(1).
           05  RMI-RMD-AT                    PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RMI-DISTRIBUTED-AT            PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RMI-LAST-DIST-DTE             PIC 9(8).
           05  RMI-NOTICE-SW                 PIC X(1).
           05  FILLER                        PIC X(57).
       FD  RMD-MAST-OUT.
       01  RMD-MAST-OUT-RECORD.
           05  RMO-FUND-CODE                 PIC 9(7).
           05  RMO-ACCOUNT-NUMBER            PIC 9(11).
           05  RMO-CMR-BPR-ID1               PIC 9(11).
           05  RMO-CMR-BPR-ID2               PIC 9(11).
           05  RMO-DIST-YEAR                 PIC 9(4).
           05  RMO-BIRTH-DTE                 PIC X(10).
           05  RMO-AGE                       PIC 9(3).
           05  RMO-FIRST-YEAR-SW             PIC X(1).
               88  RMO-FIRST-YEAR                VALUE 'Y'.
           05  RMO-YE-SHARE-BAL              PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  RMO-YE-NAV-PRICE              PIC 9(5)V9(4).
           05  RMO-YE-VALUE-AT               PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RMO-DIVISOR                   PIC 9(2)V9(1).
           05  RMO-RMD-AT                    PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RMO-DISTRIBUTED-AT            PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RMO-LAST-DIST-DTE             PIC 9(8).
           05  RMO-NOTICE-SW                 PIC X(1).
               88  RMO-NOTICE-WRITTEN            VALUE 'Y'.
           05  FILLER                        PIC X(57).
      *---------------------------------------------------------*
      *    RMD NOTICE EXTRACT FOR THE PRINT VENDOR -- ADDRESSED   *
      *    FROM THE CUSTOMER'S POSTAL LABEL LINES                 *
      *---------------------------------------------------------*
       FD  RMD-NOTICE-EXT.
       01  RMD-NOTICE-RECORD.
           05  NTC-FUND-CODE                 PIC 9(7).
           05  NTC-ACCOUNT-NUMBER            PIC 9(11).
           05  NTC-CMR-BPR-ID1               PIC 9(11).
           05  NTC-CMR-BPR-ID2               PIC 9(11).
           05  NTC-DIST-YEAR                 PIC 9(4).
           05  NTC-FIRST-YEAR-SW             PIC X(1).
           05  NTC-REQUIRED-BY-DTE           PIC 9(8).
           05  NTC-BIRTH-DTE                 PIC X(10).
           05  NTC-AGE                       PIC 9(3).
           05  NTC-YE-VALUE-AT               PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  NTC-DIVISOR                   PIC 9(2)V9(1).
           05  NTC-RMD-AT                    PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  NTC-FRST-NME                  PIC X(35).
           05  NTC-LST-NME                   PIC X(35).
           05  NTC-ADR-GROUP.
               10  NTC-ADR-LINE              PIC X(35)
                                             OCCURS 6 TIMES.
           05  FILLER                        PIC X(19).
      *---------------------------------------------------------*
      *    RMD CONTROL -- THE DISTRIBUTION YEAR THE MASTER WAS    *
      *    BUILT FOR AND THE LAST CASH FEED APPLIED TO IT         *
      *---------------------------------------------------------*
       FD  RMD-CTL-FL.
       01  RMD-CTL-RECORD.
           05  RCT-DIST-YEAR                 PIC 9(4).
           05  RCT-BUILD-DTE                 PIC 9(8).
           05  RCT-LAST-FEED-DTE-TME         PIC X(26).
           05  FILLER                        PIC X(12).
       FD  RMD-RUN-CTL-FL.
       01  RMD-RUN-CTL-RECORD.
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
       01  RMD-SWITCHES.
           05  RMD-CSH-EOF-SW                PIC X(01)   VALUE 'N'.
               88  RMD-CSH-EOF                   VALUE 'Y'.
           05  RMD-CST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  RMD-CST-EOF                   VALUE 'Y'.
           05  RMD-ACT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  RMD-ACT-EOF                   VALUE 'Y'.
           05  RMD-YEP-EOF-SW                PIC X(01)   VALUE 'N'.
               88  RMD-YEP-EOF                   VALUE 'Y'.
           05  RMD-RMI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  RMD-RMI-EOF                   VALUE 'Y'.
           05  RMD-CTL-SW                    PIC X(01)   VALUE 'Y'.
               88  RMD-CTL-EMPTY                 VALUE 'Y'.
               88  RMD-CTL-LOADED                VALUE 'N'.
           05  RMD-BUILD-SW                  PIC X(01)   VALUE 'N'.
               88  RMD-ANNUAL-BUILD              VALUE 'Y'.
           05  RMD-ROW-SW                    PIC X(01)   VALUE 'N'.
               88  RMD-ROW-FOUND                 VALUE 'Y'.
               88  RMD-ROW-NOT-FOUND             VALUE 'N'.
       01  RMD-COUNTERS                      COMP.
           05  RMD-DETAIL-CT                 PIC 9(09)   VALUE ZERO.
           05  RMD-CST-READ-CT               PIC 9(09)   VALUE ZERO.
           05  RMD-CST-OF-AGE-CT             PIC 9(07)   VALUE ZERO.
           05  RMD-CST-NO-BIRTH-CT           PIC 9(07)   VALUE ZERO.
           05  RMD-ACT-READ-CT               PIC 9(09)   VALUE ZERO.
           05  RMD-IRA-ACCT-CT               PIC 9(07)   VALUE ZERO.
           05  RMD-IRA-NOT-OF-AGE-CT         PIC 9(07)   VALUE ZERO.
           05  RMD-DECEASED-SUPPRESS-CT      PIC 9(07)   VALUE ZERO.
           05  RMD-YEP-READ-CT               PIC 9(09)   VALUE ZERO.
           05  RMD-NO-YE-BALANCE-CT          PIC 9(07)   VALUE ZERO.
           05  RMD-NOTICE-CT                 PIC 9(07)   VALUE ZERO.
           05  RMD-FIRST-YEAR-CT             PIC 9(07)   VALUE ZERO.
           05  RMD-MASTER-LOAD-CT            PIC 9(07)   VALUE ZERO.
           05  RMD-MASTER-WRITE-CT           PIC 9(07)   VALUE ZERO.
           05  RMD-REDEMPTION-CT             PIC 9(07)   VALUE ZERO.
           05  RMD-REVERSAL-CT               PIC 9(07)   VALUE ZERO.
           05  RMD-OTHER-YEAR-CT             PIC 9(07)   VALUE ZERO.
           05  RMD-SHORT-CT                  PIC 9(07)   VALUE ZERO.
       01  RMD-CST-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  RMD-RM-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  RMD-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  RMD-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  RMD-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  RMD-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  RMD-RCD-REASON               PIC X(40).
       01  RMD-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  RMD-TBL-LIMIT-NAME            PIC X(20).
       01  RMD-FEED-REJECT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  RMD-FJ-REASON                 PIC X(60).
       01  RMD-FEED-CTL-WORK.
           05  RMD-LAST-RUN-DTE-TME          PIC X(26)   VALUE SPACES.
           05  RMD-THIS-RUN-DTE-TME          PIC X(26)   VALUE SPACES.
       01  RMD-DATE-WORK.
           05  RMD-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  RMD-RUN-DTE-R REDEFINES RMD-RUN-DTE.
               10  RMD-RUN-YYYY              PIC 9(04).
               10  RMD-RUN-MM                PIC 9(02).
               10  RMD-RUN-DD                PIC 9(02).
           05  RMD-DIST-YEAR                 PIC 9(04)   VALUE ZERO.
           05  RMD-BUILD-DTE                 PIC 9(08)   VALUE ZERO.
      *---------------------------------------------------------*
      *    IRS UNIFORM LIFETIME TABLE -- DISTRIBUTION PERIOD BY   *
      *    AGE ATTAINED IN THE DISTRIBUTION YEAR, AGES 72 THROUGH *
      *    120 AND OVER                                           *
      *---------------------------------------------------------*
       01  RMD-LIFE-TABLE-VALUES.
           05  FILLER                        PIC X(30)
               VALUE '274265255246237229220211202194'.
           05  FILLER                        PIC X(30)
               VALUE '185177168160152144137129122115'.
           05  FILLER                        PIC X(30)
               VALUE '108101095089084078073068064060'.
           05  FILLER                        PIC X(30)
               VALUE '056052049046043041039037035034'.
           05  FILLER                        PIC X(27)
               VALUE '033031030029028027025023020'.
       01  RMD-LIFE-TABLE REDEFINES RMD-LIFE-TABLE-VALUES.
           05  RMD-LT-DIVISOR                PIC 9(2)V9(1)
                                              OCCURS 49 TIMES
                                              INDEXED BY RMD-LT-IDX.
       01  RMD-LT-FIRST-AGE                  PIC 9(03)   VALUE 72.
       01  RMD-LT-LAST-AGE                   PIC 9(03)   VALUE 120.
      *---------------------------------------------------------*
      *    AGE AT WHICH DISTRIBUTIONS MUST BEGIN, BY BIRTH YEAR   *
      *---------------------------------------------------------*
       01  RMD-AGE-72-LAST-BIRTH-YEAR        PIC 9(04)   VALUE 1950.
       01  RMD-AGE-73-LAST-BIRTH-YEAR        PIC 9(04)   VALUE 1959.
       01  RMD-CST-TBL.
           05  RMD-CS-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY RMD-CS-IDX.
               10  RMD-CS-BPR-ID1            PIC 9(11).
               10  RMD-CS-BPR-ID2            PIC 9(11).
               10  RMD-CS-BIRTH-DTE          PIC X(10).
               10  RMD-CS-AGE                PIC 9(03).
               10  RMD-CS-FIRST-YEAR-SW      PIC X(01).
               10  RMD-CS-DECEASED-SW        PIC X(01).
                   88  RMD-CS-DECEASED           VALUE 'Y'.
               10  RMD-CS-FRST-NME           PIC X(35).
               10  RMD-CS-LST-NME            PIC X(35).
               10  RMD-CS-ADR-GROUP          PIC X(210).
       01  RMD-RM-TBL.
           05  RMD-RM-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY RMD-RM-IDX.
               10  RMD-RM-FUND-CODE          PIC 9(07).
               10  RMD-RM-ACCOUNT-NBR        PIC 9(11).
               10  RMD-RM-BPR-ID1            PIC 9(11).
               10  RMD-RM-BPR-ID2            PIC 9(11).
               10  RMD-RM-CST-NBR            PIC 9(05)   COMP.
               10  RMD-RM-BIRTH-DTE          PIC X(10).
               10  RMD-RM-AGE                PIC 9(03).
               10  RMD-RM-FIRST-YEAR-SW      PIC X(01).
                   88  RMD-RM-FIRST-YEAR         VALUE 'Y'.
               10  RMD-RM-YE-SHARE-BAL       PIC S9(11)V9(4).
               10  RMD-RM-YE-NAV-PRICE       PIC 9(05)V9(4).
               10  RMD-RM-YE-VALUE-AT        PIC S9(13)V9(2).
               10  RMD-RM-DIVISOR            PIC 9(02)V9(1).
               10  RMD-RM-RMD-AT             PIC S9(13)V9(2).
               10  RMD-RM-DISTRIBUTED-AT     PIC S9(13)V9(2).
               10  RMD-RM-LAST-DIST-DTE      PIC 9(08).
               10  RMD-RM-NOTICE-SW          PIC X(01).
                   88  RMD-RM-NOTICE-WRITTEN     VALUE 'Y'.
                   88  RMD-RM-NO-BALANCE         VALUE 'Z'.
       01  RMD-WORK.
           05  RMD-WK-BIRTH-YYYY             PIC 9(04)   VALUE ZERO.
           05  RMD-WK-START-AGE              PIC 9(03)   VALUE ZERO.
           05  RMD-WK-AGE                    PIC 9(03)   VALUE ZERO.
           05  RMD-WK-ACCOUNT-NBR            PIC 9(11)   VALUE ZERO.
           05  RMD-WK-FUND-CODE              PIC 9(07)   VALUE ZERO.
           05  RMD-WK-LT-NBR                 PIC 9(03)   VALUE ZERO.
           05  RMD-WK-SHORT-AT               PIC S9(13)V9(2)
                                              VALUE ZERO.
       01  RMD-SHT-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'IRA ACCOUNTS SHORT OF REQUIRED DISTRIBUTION'.
       01  RMD-SHT-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FUND'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID1'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'AGE'.
           05  FILLER                        PIC X(09)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'REQUIRD'.
           05  FILLER                        PIC X(07)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'TAKEN'.
           05  FILLER                        PIC X(07)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'SHORT'.
       01  RMD-SHT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  RMD-SL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  RMD-SL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  RMD-SL-BPR-ID1                PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  RMD-SL-AGE                    PIC ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  RMD-SL-RMD-AT                 PIC ---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  RMD-SL-DISTRIBUTED-AT         PIC ---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  RMD-SL-SHORT-AT               PIC ---,---,--9.99.
       01  RMD-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'REQUIRED MINIMUM DISTRIBUTION TOTALS'.
       01  RMD-YEAR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(25)
               VALUE 'DISTRIBUTION YEAR: '.
           05  RMD-YL-DIST-YEAR              PIC 9(04).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  RMD-YL-MODE                   PIC X(30).
       01  RMD-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  RMD-TL-LABEL                  PIC X(25).
           05  RMD-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CASH THRU 2000-EXIT
               UNTIL RMD-CSH-EOF.
           PERFORM 7000-WRITE-MASTER THRU 7000-EXIT.
           PERFORM 8000-PRINT-SHORTFALLS THRU 8000-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE RMD-RUN-RC TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------*
      *    THE FIRST RUN OF A NEW YEAR BUILDS THAT YEAR'S RMD     *
      *    MASTER AND NOTICES; EVERY OTHER RUN CARRIES THE        *
      *    MASTER FORWARD AND POSTS THE DAY'S REDEMPTIONS         *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT RMD-CASH-FL.
           OPEN INPUT RMD-CUSTOMER-FL.
           OPEN INPUT RMD-ACCOUNT-FL.
           OPEN INPUT RMD-YE-POS-FL.
           OPEN INPUT RMD-MAST-IN.
           OPEN OUTPUT RMD-MAST-OUT.
           OPEN OUTPUT RMD-NOTICE-EXT.
           OPEN I-O RMD-CTL-FL.
           OPEN EXTEND RMD-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT RMD-RUN-DTE FROM DATE YYYYMMDD.
           MOVE RMD-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1200-READ-RMD-CTL THRU 1200-EXIT.
           IF RMD-CTL-EMPTY
              OR RCT-DIST-YEAR < RMD-RUN-YYYY
               SET RMD-ANNUAL-BUILD TO TRUE
               MOVE RMD-RUN-YYYY TO RMD-DIST-YEAR
               MOVE RMD-RUN-DTE TO RMD-BUILD-DTE
               PERFORM 3000-BUILD-YEAR THRU 3000-EXIT
           ELSE
               MOVE RCT-DIST-YEAR TO RMD-DIST-YEAR
               MOVE RCT-BUILD-DTE TO RMD-BUILD-DTE
               PERFORM 1300-LOAD-MASTER THRU 1300-EXIT
                   UNTIL RMD-RMI-EOF
           END-IF.
           READ RMD-CASH-FL
               AT END
                   SET RMD-CSH-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
       1200-READ-RMD-CTL.
           READ RMD-CTL-FL
               AT END
                   SET RMD-CTL-EMPTY TO TRUE
                   MOVE SPACES TO RMD-LAST-RUN-DTE-TME
               NOT AT END
                   SET RMD-CTL-LOADED TO TRUE
                   MOVE RCT-LAST-FEED-DTE-TME TO RMD-LAST-RUN-DTE-TME
           END-READ.
       1200-EXIT.
           EXIT.
       1300-LOAD-MASTER.
           READ RMD-MAST-IN
               AT END
                   SET RMD-RMI-EOF TO TRUE
           END-READ.
           IF RMD-RMI-EOF
               GO TO 1300-EXIT
           END-IF.
           IF RMI-DIST-YEAR NOT = RMD-DIST-YEAR
               GO TO 1300-EXIT
           END-IF.
           IF RMD-RM-USED-CT >= 50000
               MOVE ' RMD MASTER' TO RMD-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO RMD-MASTER-LOAD-CT.
           ADD 1 TO RMD-RM-USED-CT.
           SET RMD-RM-IDX TO RMD-RM-USED-CT.
           MOVE RMI-FUND-CODE TO RMD-RM-FUND-CODE (RMD-RM-IDX).
           MOVE RMI-ACCOUNT-NUMBER TO RMD-RM-ACCOUNT-NBR (RMD-RM-IDX).
           MOVE RMI-CMR-BPR-ID1 TO RMD-RM-BPR-ID1 (RMD-RM-IDX).
           MOVE RMI-CMR-BPR-ID2 TO RMD-RM-BPR-ID2 (RMD-RM-IDX).
           MOVE ZERO TO RMD-RM-CST-NBR (RMD-RM-IDX).
           MOVE RMI-BIRTH-DTE TO RMD-RM-BIRTH-DTE (RMD-RM-IDX).
           MOVE RMI-AGE TO RMD-RM-AGE (RMD-RM-IDX).
           MOVE RMI-FIRST-YEAR-SW TO RMD-RM-FIRST-YEAR-SW (RMD-RM-IDX).
           MOVE RMI-YE-SHARE-BAL TO RMD-RM-YE-SHARE-BAL (RMD-RM-IDX).
           MOVE RMI-YE-NAV-PRICE TO RMD-RM-YE-NAV-PRICE (RMD-RM-IDX).
           MOVE RMI-YE-VALUE-AT TO RMD-RM-YE-VALUE-AT (RMD-RM-IDX).
           MOVE RMI-DIVISOR TO RMD-RM-DIVISOR (RMD-RM-IDX).
           MOVE RMI-RMD-AT TO RMD-RM-RMD-AT (RMD-RM-IDX).
           MOVE RMI-DISTRIBUTED-AT
               TO RMD-RM-DISTRIBUTED-AT (RMD-RM-IDX).
           MOVE RMI-LAST-DIST-DTE TO RMD-RM-LAST-DIST-DTE (RMD-RM-IDX).
           MOVE RMI-NOTICE-SW TO RMD-RM-NOTICE-SW (RMD-RM-IDX).
       1300-EXIT.
           EXIT.
       2000-PROCESS-CASH.
           IF RMD-CSH-RECORD-TYPE-HEADER
               PERFORM 2020-GUARD-FEED-HEADER THRU 2020-EXIT
           END-IF.
           IF RMD-CSH-RECORD-TYPE-DETAIL
               ADD 1 TO RMD-DETAIL-CT
               PERFORM 2100-POST-ONE-REDEMPTION THRU 2100-EXIT
           END-IF.
           READ RMD-CASH-FL
               AT END
                   SET RMD-CSH-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    REDEMPTIONS MAY ONLY BE COUNTED ONCE PER FEED --       *
      *    REJECT A FILE CARRYING THE RUN DATE-TIME ALREADY       *
      *    POSTED (A RE-SEND) OR AN OLDER ONE (A STALE FILE)      *
      *---------------------------------------------------------*
       2020-GUARD-FEED-HEADER.
           MOVE RMD-CSH-RUN-DTE-TME (1:10) TO RPT-CYCLE-TX.
           MOVE RMD-CSH-RUN-DTE-TME TO RMD-THIS-RUN-DTE-TME.
           IF RMD-CTL-EMPTY
               GO TO 2020-EXIT
           END-IF.
           IF RMD-CSH-RUN-DTE-TME = RMD-LAST-RUN-DTE-TME
               MOVE 'FEED REJECTED - RUN DATE-TIME ALREADY POSTED'
                   TO RMD-FJ-REASON
               PERFORM 9100-ABORT-STALE-FEED THRU 9100-EXIT
           END-IF.
           IF RMD-CSH-RUN-DTE-TME < RMD-LAST-RUN-DTE-TME
               MOVE 'FEED REJECTED - RUN DATE-TIME OLDER THAN LAST'
                   TO RMD-FJ-REASON
               PERFORM 9100-ABORT-STALE-FEED THRU 9100-EXIT
           END-IF.
       2020-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A POSTED REDEMPTION TRADED IN THE DISTRIBUTION YEAR    *
      *    COUNTS TOWARD THE ACCOUNT'S RMD; ITS REVERSAL TAKES    *
      *    THE AMOUNT BACK OFF                                    *
      *---------------------------------------------------------*
       2100-POST-ONE-REDEMPTION.
           IF NOT RMD-CSH-REDEMPTION
              OR RMD-CSH-MATRIX-ERROR-CD NOT = SPACE
              OR RMD-CSH-STATUS-NOT-POSTABLE
               GO TO 2100-EXIT
           END-IF.
           IF RMD-CSH-TRADE-YYYY NOT = RMD-DIST-YEAR
               ADD 1 TO RMD-OTHER-YEAR-CT
               GO TO 2100-EXIT
           END-IF.
           IF RMD-CSH-NOLOAD
               MOVE RMD-CSH-NOLOAD-ACCT TO RMD-WK-ACCOUNT-NBR
           ELSE
               MOVE RMD-CSH-LOAD-ACCT TO RMD-WK-ACCOUNT-NBR
           END-IF.
           IF RMD-WK-ACCOUNT-NBR = ZERO
               IF RMD-CSH-LOAD-ACCT NOT = ZERO
                   MOVE RMD-CSH-LOAD-ACCT TO RMD-WK-ACCOUNT-NBR
               ELSE
                   MOVE RMD-CSH-NOLOAD-ACCT TO RMD-WK-ACCOUNT-NBR
               END-IF
           END-IF.
           MOVE RMD-CSH-FUND-CODE TO RMD-WK-FUND-CODE.
           PERFORM 2150-FIND-RMD-ROW THRU 2150-EXIT.
           IF RMD-ROW-NOT-FOUND
               GO TO 2100-EXIT
           END-IF.
           IF RMD-CSH-REVERSAL
               ADD 1 TO RMD-REVERSAL-CT
               SUBTRACT RMD-CSH-GROSS-AT
                   FROM RMD-RM-DISTRIBUTED-AT (RMD-RM-IDX)
           ELSE
               ADD 1 TO RMD-REDEMPTION-CT
               ADD RMD-CSH-GROSS-AT
                   TO RMD-RM-DISTRIBUTED-AT (RMD-RM-IDX)
               IF RMD-CSH-TRADE-DTE
                  > RMD-RM-LAST-DIST-DTE (RMD-RM-IDX)
                   MOVE RMD-CSH-TRADE-DTE
                       TO RMD-RM-LAST-DIST-DTE (RMD-RM-IDX)
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
       2150-FIND-RMD-ROW.
           SET RMD-ROW-NOT-FOUND TO TRUE.
           IF RMD-WK-ACCOUNT-NBR = ZERO
              OR RMD-RM-USED-CT = ZERO
               GO TO 2150-EXIT
           END-IF.
           SET RMD-RM-IDX TO 1.
           SEARCH RMD-RM-ENTRY VARYING RMD-RM-IDX
               AT END
                   CONTINUE
               WHEN RMD-RM-IDX > RMD-RM-USED-CT
                   CONTINUE
               WHEN RMD-RM-FUND-CODE (RMD-RM-IDX) = RMD-WK-FUND-CODE
                AND RMD-RM-ACCOUNT-NBR (RMD-RM-IDX)
                    = RMD-WK-ACCOUNT-NBR
                   SET RMD-ROW-FOUND TO TRUE
           END-SEARCH.
       2150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ANNUAL BUILD -- OWNERS OF RMD AGE, THEIR IRA ACCOUNTS, *
      *    THE PRIOR YEAR-END VALUE OF EACH, AND THE REQUIRED     *
      *    AMOUNT FROM THE UNIFORM LIFETIME TABLE                 *
      *---------------------------------------------------------*
       3000-BUILD-YEAR.
           PERFORM 3100-LOAD-CUSTOMER THRU 3100-EXIT
               UNTIL RMD-CST-EOF.
           PERFORM 3200-LOAD-IRA-ACCOUNT THRU 3200-EXIT
               UNTIL RMD-ACT-EOF.
           PERFORM 3300-APPLY-YE-POSITION THRU 3300-EXIT
               UNTIL RMD-YEP-EOF.
           IF RMD-RM-USED-CT > ZERO
               PERFORM 3400-CALC-ONE-RMD THRU 3400-EXIT
                       VARYING RMD-RM-IDX FROM 1 BY 1
                       UNTIL RMD-RM-IDX > RMD-RM-USED-CT
           END-IF.
       3000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    KEEP EVERY CUSTOMER WHO IS OF RMD AGE BY THE END OF    *
      *    THE DISTRIBUTION YEAR.  THE STARTING AGE IS 72 FOR     *
      *    BIRTH YEARS THROUGH 1950, 73 THROUGH 1959, THEN 75.    *
      *    A DATE OF DEATH SUPPRESSES THE NOTICE THE SAME WAY THE *
      *    DECEASED-CUSTOMER SUPPRESSION DOES                     *
      *---------------------------------------------------------*
       3100-LOAD-CUSTOMER.
           READ RMD-CUSTOMER-FL
               AT END
                   SET RMD-CST-EOF TO TRUE
           END-READ.
           IF RMD-CST-EOF
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO RMD-CST-READ-CT.
           IF RMD-CST-BTH-YYYY NOT NUMERIC
              OR RMD-CST-BTH-YYYY < '1850'
               ADD 1 TO RMD-CST-NO-BIRTH-CT
               GO TO 3100-EXIT
           END-IF.
           MOVE RMD-CST-BTH-YYYY TO RMD-WK-BIRTH-YYYY.
           IF RMD-WK-BIRTH-YYYY NOT < RMD-DIST-YEAR
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN RMD-WK-BIRTH-YYYY NOT > RMD-AGE-72-LAST-BIRTH-YEAR
                   MOVE 72 TO RMD-WK-START-AGE
               WHEN RMD-WK-BIRTH-YYYY NOT > RMD-AGE-73-LAST-BIRTH-YEAR
                   MOVE 73 TO RMD-WK-START-AGE
               WHEN OTHER
                   MOVE 75 TO RMD-WK-START-AGE
           END-EVALUATE.
           COMPUTE RMD-WK-AGE = RMD-DIST-YEAR - RMD-WK-BIRTH-YYYY.
           IF RMD-WK-AGE < RMD-WK-START-AGE
               GO TO 3100-EXIT
           END-IF.
           IF RMD-CST-USED-CT >= 50000
               MOVE ' RMD-AGE CUSTOMERS' TO RMD-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO RMD-CST-OF-AGE-CT.
           ADD 1 TO RMD-CST-USED-CT.
           SET RMD-CS-IDX TO RMD-CST-USED-CT.
           MOVE RMD-CST-CMR-BPR-ID1 TO RMD-CS-BPR-ID1 (RMD-CS-IDX).
           MOVE RMD-CST-CMR-BPR-ID2 TO RMD-CS-BPR-ID2 (RMD-CS-IDX).
           MOVE RMD-CST-BTH-DTE TO RMD-CS-BIRTH-DTE (RMD-CS-IDX).
           MOVE RMD-WK-AGE TO RMD-CS-AGE (RMD-CS-IDX).
           IF RMD-WK-AGE = RMD-WK-START-AGE
               MOVE 'Y' TO RMD-CS-FIRST-YEAR-SW (RMD-CS-IDX)
           ELSE
               MOVE 'N' TO RMD-CS-FIRST-YEAR-SW (RMD-CS-IDX)
           END-IF.
           IF RMD-CST-DCS-DTE NOT = SPACES
              AND RMD-CST-DCS-DTE NOT = '0000-00-00'
               MOVE 'Y' TO RMD-CS-DECEASED-SW (RMD-CS-IDX)
           ELSE
               MOVE 'N' TO RMD-CS-DECEASED-SW (RMD-CS-IDX)
           END-IF.
           MOVE RMD-CST-FRST-NME TO RMD-CS-FRST-NME (RMD-CS-IDX).
           MOVE RMD-CST-CRP-LST-NME TO RMD-CS-LST-NME (RMD-CS-IDX).
           MOVE RMD-CST-PTL-ADR-GROUP TO RMD-CS-ADR-GROUP (RMD-CS-IDX).
       3100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FOLLOW THE CUSTOMER LINKAGE FROM EACH IRA ACCOUNT TO   *
      *    AN OWNER OF RMD AGE                                    *
      *---------------------------------------------------------*
       3200-LOAD-IRA-ACCOUNT.
           READ RMD-ACCOUNT-FL
               AT END
                   SET RMD-ACT-EOF TO TRUE
           END-READ.
           IF RMD-ACT-EOF
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO RMD-ACT-READ-CT.
           IF NOT RMD-ACT-REG-IRA
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO RMD-IRA-ACCT-CT.
           IF RMD-CST-USED-CT = ZERO
               ADD 1 TO RMD-IRA-NOT-OF-AGE-CT
               GO TO 3200-EXIT
           END-IF.
           SET RMD-CS-IDX TO 1.
           SEARCH RMD-CS-ENTRY VARYING RMD-CS-IDX
               AT END
                   ADD 1 TO RMD-IRA-NOT-OF-AGE-CT
                   GO TO 3200-EXIT
               WHEN RMD-CS-IDX > RMD-CST-USED-CT
                   ADD 1 TO RMD-IRA-NOT-OF-AGE-CT
                   GO TO 3200-EXIT
               WHEN RMD-CS-BPR-ID1 (RMD-CS-IDX) = RMD-ACT-CMR-BPR-ID1
                AND RMD-CS-BPR-ID2 (RMD-CS-IDX) = RMD-ACT-CMR-BPR-ID2
                   CONTINUE
           END-SEARCH.
           IF RMD-CS-DECEASED (RMD-CS-IDX)
               ADD 1 TO RMD-DECEASED-SUPPRESS-CT
               GO TO 3200-EXIT
           END-IF.
           IF RMD-RM-USED-CT >= 50000
               MOVE ' RMD MASTER' TO RMD-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO RMD-RM-USED-CT.
           SET RMD-RM-IDX TO RMD-RM-USED-CT.
           MOVE RMD-ACT-FUND-CODE TO RMD-RM-FUND-CODE (RMD-RM-IDX).
           MOVE RMD-ACT-ACCOUNT-NUMBER
               TO RMD-RM-ACCOUNT-NBR (RMD-RM-IDX).
           MOVE RMD-ACT-CMR-BPR-ID1 TO RMD-RM-BPR-ID1 (RMD-RM-IDX).
           MOVE RMD-ACT-CMR-BPR-ID2 TO RMD-RM-BPR-ID2 (RMD-RM-IDX).
           SET RMD-RM-CST-NBR (RMD-RM-IDX) TO RMD-CS-IDX.
           MOVE RMD-CS-BIRTH-DTE (RMD-CS-IDX)
               TO RMD-RM-BIRTH-DTE (RMD-RM-IDX).
           MOVE RMD-CS-AGE (RMD-CS-IDX) TO RMD-RM-AGE (RMD-RM-IDX).
           MOVE RMD-CS-FIRST-YEAR-SW (RMD-CS-IDX)
               TO RMD-RM-FIRST-YEAR-SW (RMD-RM-IDX).
           MOVE ZERO TO RMD-RM-YE-SHARE-BAL (RMD-RM-IDX).
           MOVE ZERO TO RMD-RM-YE-NAV-PRICE (RMD-RM-IDX).
           MOVE ZERO TO RMD-RM-YE-VALUE-AT (RMD-RM-IDX).
           MOVE ZERO TO RMD-RM-DIVISOR (RMD-RM-IDX).
           MOVE ZERO TO RMD-RM-RMD-AT (RMD-RM-IDX).
           MOVE ZERO TO RMD-RM-DISTRIBUTED-AT (RMD-RM-IDX).
           MOVE ZERO TO RMD-RM-LAST-DIST-DTE (RMD-RM-IDX).
           MOVE 'Z' TO RMD-RM-NOTICE-SW (RMD-RM-IDX).
       3200-EXIT.
           EXIT.
       3300-APPLY-YE-POSITION.
           READ RMD-YE-POS-FL
               AT END
                   SET RMD-YEP-EOF TO TRUE
           END-READ.
           IF RMD-YEP-EOF
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO RMD-YEP-READ-CT.
           MOVE YEP-FUND-CODE TO RMD-WK-FUND-CODE.
           MOVE YEP-ACCOUNT-NUMBER TO RMD-WK-ACCOUNT-NBR.
           PERFORM 2150-FIND-RMD-ROW THRU 2150-EXIT.
           IF RMD-ROW-FOUND
               MOVE YEP-SHARE-BAL TO RMD-RM-YE-SHARE-BAL (RMD-RM-IDX)
               MOVE YEP-NAV-PRICE TO RMD-RM-YE-NAV-PRICE (RMD-RM-IDX)
           END-IF.
       3300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    REQUIRED AMOUNT = PRIOR YEAR-END VALUE / DISTRIBUTION  *
      *    PERIOD.  A FIRST-YEAR OWNER HAS UNTIL APRIL 1 OF THE   *
      *    FOLLOWING YEAR; EVERYONE ELSE UNTIL DECEMBER 31        *
      *---------------------------------------------------------*
       3400-CALC-ONE-RMD.
           COMPUTE RMD-RM-YE-VALUE-AT (RMD-RM-IDX) ROUNDED =
               RMD-RM-YE-SHARE-BAL (RMD-RM-IDX)
             * RMD-RM-YE-NAV-PRICE (RMD-RM-IDX).
           IF RMD-RM-YE-VALUE-AT (RMD-RM-IDX) NOT > ZERO
               ADD 1 TO RMD-NO-YE-BALANCE-CT
               GO TO 3400-EXIT
           END-IF.
           IF RMD-RM-AGE (RMD-RM-IDX) > RMD-LT-LAST-AGE
               COMPUTE RMD-WK-LT-NBR = RMD-LT-LAST-AGE
                   - RMD-LT-FIRST-AGE + 1
           ELSE
               COMPUTE RMD-WK-LT-NBR = RMD-RM-AGE (RMD-RM-IDX)
                   - RMD-LT-FIRST-AGE + 1
           END-IF.
           SET RMD-LT-IDX TO RMD-WK-LT-NBR.
           MOVE RMD-LT-DIVISOR (RMD-LT-IDX)
               TO RMD-RM-DIVISOR (RMD-RM-IDX).
           COMPUTE RMD-RM-RMD-AT (RMD-RM-IDX) ROUNDED =
               RMD-RM-YE-VALUE-AT (RMD-RM-IDX)
             / RMD-RM-DIVISOR (RMD-RM-IDX).
           MOVE 'Y' TO RMD-RM-NOTICE-SW (RMD-RM-IDX).
           PERFORM 3450-WRITE-NOTICE THRU 3450-EXIT.
       3400-EXIT.
           EXIT.
       3450-WRITE-NOTICE.
           SET RMD-CS-IDX TO RMD-RM-CST-NBR (RMD-RM-IDX).
           MOVE SPACES TO RMD-NOTICE-RECORD.
           MOVE RMD-RM-FUND-CODE (RMD-RM-IDX) TO NTC-FUND-CODE.
           MOVE RMD-RM-ACCOUNT-NBR (RMD-RM-IDX) TO NTC-ACCOUNT-NUMBER.
           MOVE RMD-RM-BPR-ID1 (RMD-RM-IDX) TO NTC-CMR-BPR-ID1.
           MOVE RMD-RM-BPR-ID2 (RMD-RM-IDX) TO NTC-CMR-BPR-ID2.
           MOVE RMD-DIST-YEAR TO NTC-DIST-YEAR.
           MOVE RMD-RM-FIRST-YEAR-SW (RMD-RM-IDX)
               TO NTC-FIRST-YEAR-SW.
           IF RMD-RM-FIRST-YEAR (RMD-RM-IDX)
               ADD 1 TO RMD-FIRST-YEAR-CT
               COMPUTE NTC-REQUIRED-BY-DTE =
                   ((RMD-DIST-YEAR + 1) * 10000) + 0401
           ELSE
               COMPUTE NTC-REQUIRED-BY-DTE =
                   (RMD-DIST-YEAR * 10000) + 1231
           END-IF.
           MOVE RMD-RM-BIRTH-DTE (RMD-RM-IDX) TO NTC-BIRTH-DTE.
           MOVE RMD-RM-AGE (RMD-RM-IDX) TO NTC-AGE.
           MOVE RMD-RM-YE-VALUE-AT (RMD-RM-IDX) TO NTC-YE-VALUE-AT.
           MOVE RMD-RM-DIVISOR (RMD-RM-IDX) TO NTC-DIVISOR.
           MOVE RMD-RM-RMD-AT (RMD-RM-IDX) TO NTC-RMD-AT.
           MOVE RMD-CS-FRST-NME (RMD-CS-IDX) TO NTC-FRST-NME.
           MOVE RMD-CS-LST-NME (RMD-CS-IDX) TO NTC-LST-NME.
           MOVE RMD-CS-ADR-GROUP (RMD-CS-IDX) TO NTC-ADR-GROUP.
           WRITE RMD-NOTICE-RECORD.
           ADD 1 TO RMD-NOTICE-CT.
       3450-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY EVERY ACCOUNT OWING A DISTRIBUTION FORWARD --    *
      *    AN IRA WITH NO YEAR-END VALUE OWES NOTHING THIS YEAR   *
      *---------------------------------------------------------*
       7000-WRITE-MASTER.
           IF RMD-RM-USED-CT > ZERO
               PERFORM 7100-WRITE-ONE-MASTER THRU 7100-EXIT
                       VARYING RMD-RM-IDX FROM 1 BY 1
                       UNTIL RMD-RM-IDX > RMD-RM-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-MASTER.
           IF RMD-RM-NO-BALANCE (RMD-RM-IDX)
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO RMD-MAST-OUT-RECORD.
           MOVE RMD-RM-FUND-CODE (RMD-RM-IDX) TO RMO-FUND-CODE.
           MOVE RMD-RM-ACCOUNT-NBR (RMD-RM-IDX) TO RMO-ACCOUNT-NUMBER.
           MOVE RMD-RM-BPR-ID1 (RMD-RM-IDX) TO RMO-CMR-BPR-ID1.
           MOVE RMD-RM-BPR-ID2 (RMD-RM-IDX) TO RMO-CMR-BPR-ID2.
           MOVE RMD-DIST-YEAR TO RMO-DIST-YEAR.
           MOVE RMD-RM-BIRTH-DTE (RMD-RM-IDX) TO RMO-BIRTH-DTE.
           MOVE RMD-RM-AGE (RMD-RM-IDX) TO RMO-AGE.
           MOVE RMD-RM-FIRST-YEAR-SW (RMD-RM-IDX)
               TO RMO-FIRST-YEAR-SW.
           MOVE RMD-RM-YE-SHARE-BAL (RMD-RM-IDX) TO RMO-YE-SHARE-BAL.
           MOVE RMD-RM-YE-NAV-PRICE (RMD-RM-IDX) TO RMO-YE-NAV-PRICE.
           MOVE RMD-RM-YE-VALUE-AT (RMD-RM-IDX) TO RMO-YE-VALUE-AT.
           MOVE RMD-RM-DIVISOR (RMD-RM-IDX) TO RMO-DIVISOR.
           MOVE RMD-RM-RMD-AT (RMD-RM-IDX) TO RMO-RMD-AT.
           MOVE RMD-RM-DISTRIBUTED-AT (RMD-RM-IDX)
               TO RMO-DISTRIBUTED-AT.
           MOVE RMD-RM-LAST-DIST-DTE (RMD-RM-IDX) TO RMO-LAST-DIST-DTE.
           MOVE RMD-RM-NOTICE-SW (RMD-RM-IDX) TO RMO-NOTICE-SW.
           WRITE RMD-MAST-OUT-RECORD.
           ADD 1 TO RMD-MASTER-WRITE-CT.
       7100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FOURTH QUARTER -- EVERY ACCOUNT WHOSE REDEMPTIONS SO   *
      *    FAR DO NOT YET COVER ITS REQUIRED DISTRIBUTION         *
      *---------------------------------------------------------*
       8000-PRINT-SHORTFALLS.
           IF RMD-RUN-MM < 10
               GO TO 8000-EXIT
           END-IF.
           MOVE RMD-SHT-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE RMD-SHT-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF RMD-RM-USED-CT > ZERO
               PERFORM 8100-PRINT-ONE-SHORTFALL THRU 8100-EXIT
                       VARYING RMD-RM-IDX FROM 1 BY 1
                       UNTIL RMD-RM-IDX > RMD-RM-USED-CT
           END-IF.
       8000-EXIT.
           EXIT.
       8100-PRINT-ONE-SHORTFALL.
           IF NOT RMD-RM-NOTICE-WRITTEN (RMD-RM-IDX)
               GO TO 8100-EXIT
           END-IF.
           COMPUTE RMD-WK-SHORT-AT = RMD-RM-RMD-AT (RMD-RM-IDX)
               - RMD-RM-DISTRIBUTED-AT (RMD-RM-IDX).
           IF RMD-WK-SHORT-AT NOT > ZERO
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO RMD-SHORT-CT.
           MOVE RMD-RM-FUND-CODE (RMD-RM-IDX) TO RMD-SL-FUND-CODE.
           MOVE RMD-RM-ACCOUNT-NBR (RMD-RM-IDX) TO RMD-SL-ACCOUNT-NBR.
           MOVE RMD-RM-BPR-ID1 (RMD-RM-IDX) TO RMD-SL-BPR-ID1.
           MOVE RMD-RM-AGE (RMD-RM-IDX) TO RMD-SL-AGE.
           MOVE RMD-RM-RMD-AT (RMD-RM-IDX) TO RMD-SL-RMD-AT.
           MOVE RMD-RM-DISTRIBUTED-AT (RMD-RM-IDX)
               TO RMD-SL-DISTRIBUTED-AT.
           MOVE RMD-WK-SHORT-AT TO RMD-SL-SHORT-AT.
           MOVE RMD-SHT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8100-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE RMD-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE RMD-DIST-YEAR TO RMD-YL-DIST-YEAR.
           IF RMD-ANNUAL-BUILD
               MOVE 'ANNUAL BUILD AND NOTICES' TO RMD-YL-MODE
           ELSE
               MOVE 'DISTRIBUTION TRACKING' TO RMD-YL-MODE
           END-IF.
           MOVE RMD-YEAR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF RMD-ANNUAL-BUILD
               PERFORM 8850-PRINT-BUILD-TOTALS THRU 8850-EXIT
           ELSE
               MOVE 'MASTER ROWS LOADED: ' TO RMD-TL-LABEL
               MOVE RMD-MASTER-LOAD-CT TO RMD-TL-COUNT
               MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
           MOVE 'CASH DETAILS READ: ' TO RMD-TL-LABEL.
           MOVE RMD-DETAIL-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'RMD REDEMPTIONS POSTED: ' TO RMD-TL-LABEL.
           MOVE RMD-REDEMPTION-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'RMD REVERSALS POSTED: ' TO RMD-TL-LABEL.
           MOVE RMD-REVERSAL-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'OUTSIDE DIST YEAR: ' TO RMD-TL-LABEL.
           MOVE RMD-OTHER-YEAR-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'MASTER ROWS WRITTEN: ' TO RMD-TL-LABEL.
           MOVE RMD-MASTER-WRITE-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF RMD-RUN-MM NOT < 10
               MOVE 'ACCOUNTS STILL SHORT: ' TO RMD-TL-LABEL
               MOVE RMD-SHORT-CT TO RMD-TL-COUNT
               MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8800-EXIT.
           EXIT.
       8850-PRINT-BUILD-TOTALS.
           MOVE 'CUSTOMERS READ: ' TO RMD-TL-LABEL.
           MOVE RMD-CST-READ-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NO USABLE BIRTH DATE: ' TO RMD-TL-LABEL.
           MOVE RMD-CST-NO-BIRTH-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CUSTOMERS OF RMD AGE: ' TO RMD-TL-LABEL.
           MOVE RMD-CST-OF-AGE-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'ACCOUNTS READ: ' TO RMD-TL-LABEL.
           MOVE RMD-ACT-READ-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'IRA ACCOUNTS: ' TO RMD-TL-LABEL.
           MOVE RMD-IRA-ACCT-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'IRA OWNER NOT OF AGE: ' TO RMD-TL-LABEL.
           MOVE RMD-IRA-NOT-OF-AGE-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SUPPRESSED - DECEASED: ' TO RMD-TL-LABEL.
           MOVE RMD-DECEASED-SUPPRESS-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'YEAR-END POSITIONS READ: ' TO RMD-TL-LABEL.
           MOVE RMD-YEP-READ-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NO YEAR-END VALUE: ' TO RMD-TL-LABEL.
           MOVE RMD-NO-YE-BALANCE-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'RMD NOTICES WRITTEN: ' TO RMD-TL-LABEL.
           MOVE RMD-NOTICE-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'FIRST-YEAR NOTICES: ' TO RMD-TL-LABEL.
           MOVE RMD-FIRST-YEAR-CT TO RMD-TL-COUNT.
           MOVE RMD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8850-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO RMD-RUN-CTL-RECORD.
           MOVE 'RMD-NOTICE-TRACKING' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE RMD-RUN-CTL-RECORD.
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
      *    COMMIT THE DISTRIBUTION YEAR AND THE FEED JUST POSTED  *
      *    SO THE NEXT RUN TRACKS THE SAME YEAR AND CAN SPOT A    *
      *    RE-SEND OR A STALE FILE                                *
      *---------------------------------------------------------*
       9050-COMMIT-RMD-CTL.
           MOVE SPACES TO RMD-CTL-RECORD.
           MOVE RMD-DIST-YEAR TO RCT-DIST-YEAR.
           MOVE RMD-BUILD-DTE TO RCT-BUILD-DTE.
           IF RMD-THIS-RUN-DTE-TME NOT = SPACES
               MOVE RMD-THIS-RUN-DTE-TME TO RCT-LAST-FEED-DTE-TME
           ELSE
               MOVE RMD-LAST-RUN-DTE-TME TO RCT-LAST-FEED-DTE-TME
           END-IF.
           IF RMD-CTL-EMPTY
               WRITE RMD-CTL-RECORD
               SET RMD-CTL-LOADED TO TRUE
           ELSE
               REWRITE RMD-CTL-RECORD
           END-IF.
       9050-EXIT.
           EXIT.
       9060-POST-RUN-END.
           MOVE SPACES TO RMD-RUN-CTL-RECORD.
           MOVE 'RMD-NOTICE-TRACKING' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE RMD-DETAIL-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE RMD-RUN-CTL-RECORD.
           CLOSE RMD-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A REJECTED FEED STOPS THE RUN BEFORE THE MASTER IS     *
      *    WRITTEN -- YESTERDAY'S MASTER STAYS THE RECORD         *
      *---------------------------------------------------------*
       9100-ABORT-STALE-FEED.
           MOVE RMD-FEED-REJECT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 12 TO RMD-RUN-RC.
           MOVE 12 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE RMD-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE OR DROP AN ACCOUNT                     *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE RMD-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO RMD-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE RMD-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE RMD-CASH-FL.
           CLOSE RMD-CUSTOMER-FL.
           CLOSE RMD-ACCOUNT-FL.
           CLOSE RMD-YE-POS-FL.
           CLOSE RMD-MAST-IN.
           CLOSE RMD-MAST-OUT.
           CLOSE RMD-NOTICE-EXT.
           CLOSE RMD-CTL-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 12 FEED REJECTED, 16 FATAL                 *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF RMD-NEW-RC > RMD-RUN-RC
               MOVE RMD-NEW-RC TO RMD-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF RMD-SHORT-CT > ZERO
               MOVE 4 TO RMD-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE RMD-RUN-RC TO RMD-RCD-OUT.
           EVALUATE RMD-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO RMD-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO RMD-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO RMD-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO RMD-RCD-REASON
           END-EVALUATE.
           MOVE RMD-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE RMD-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9050-COMMIT-RMD-CTL THRU 9050-EXIT.
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
           MOVE 'RMD-NOTICE-TRACKING' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
