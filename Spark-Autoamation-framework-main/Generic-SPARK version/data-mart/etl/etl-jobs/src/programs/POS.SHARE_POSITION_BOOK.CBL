       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-SHARE-POSITION.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT POS-SDCM-FL ASSIGN TO "FNAME1".
	    SELECT POS-BOOK-IN ASSIGN TO "POSBKI".
	    SELECT POS-BOOK-OUT ASSIGN TO "POSBKO".
	    SELECT POS-JOURNAL-FL ASSIGN TO "POSJRNL".
	    SELECT POS-FEED-CTL-FL ASSIGN TO "FEEDCTL".
	    SELECT OPTIONAL POS-RUN-CTL-FL ASSIGN TO "RUNCTL".
	    SELECT POS-SORT-FL ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  POS-SDCM-FL.
       01  POS-SDCM-RECORD.
           05  POS-CSH-RECORD-TYPE-CD        PIC X(1).
               88  POS-CSH-RECORD-TYPE-HEADER    VALUE 'H'.
               88  POS-CSH-RECORD-TYPE-DETAIL    VALUE 'D'.
           05  POS-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(5).
               10  POS-CSH-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(3).
               10  POS-CSH-SS-DTE            PIC 9(8).
               10  POS-CSH-LOAD-ACCT         PIC 9(11).
               10  POS-CSH-NOLOAD-ACCT       PIC 9(11).
               10  POS-CSH-ALPHA-CODE        PIC X(10).
               10  POS-CSH-ORDER-NBR         PIC 9(9).
               10  FILLER                    PIC X(16).
               10  POS-CSH-FINANCIAL-INST-ID PIC 9(7).
               10  POS-CSH-FINCL-INST-BRCH-ID
                                             PIC X(9).
               10  FILLER                    PIC X(22).
               10  POS-CSH-TRADE-DTE         PIC 9(8).
               10  POS-CSH-SHARES            PIC S9(11)V9(4)
                    SIGN TRAILING SEPARATE.
               10  POS-CSH-OFFERING-PRICE    PIC 9(5)V9(4).
               10  POS-CSH-GROSS-AT          PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(32).
               10  POS-CSH-NAV-AT            PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(3).
               10  POS-CSH-TRAN-TYPE-CD      PIC X(1).
                   88  POS-CSH-PURCHASE          VALUE '0'.
                   88  POS-CSH-REDEMPTION        VALUE '1'.
               10  POS-CSH-LOAD-NOLOAD-CD    PIC 9(1).
                   88  POS-CSH-NOLOAD            VALUE 1.
               10  FILLER                    PIC X(28).
               10  POS-CSH-FUND-FROM-TO      PIC 9(7).
               10  FILLER                    PIC X(52).
               10  POS-CSH-MATRIX-ERROR-CD   PIC X(1).
               10  FILLER                    PIC X(1).
               10  POS-CSH-ACCOUNT-FROM-TO   PIC 9(11).
               10  POS-CSH-FUND-GRP-NUMBER   PIC 9(7).
               10  FILLER                    PIC X(20).
               10  POS-CSH-DLR-CTL-LVL-CD    PIC 9(1).
               10  FILLER                    PIC X(2).
               10  POS-CSH-REVERSE-CD        PIC X(1).
                   88  POS-CSH-REVERSAL          VALUE 'Y'.
               10  POS-CSH-TRAN-STATUS-CDE   PIC X(1).
                   88  POS-CSH-STATUS-NOT-POSTABLE
                                             VALUE 'B' 'D' 'R'.
               10  FILLER                    PIC X(117).
           05  POS-CSH-HEADER-AREA REDEFINES POS-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(3).
               10  POS-CSH-RUN-DTE-TME       PIC X(26).
               10  FILLER                    PIC X(440).
      *---------------------------------------------------------*
      *    SHARE-POSITION MASTER, MAINTAINED RUN OVER RUN -- ONE  *
      *    ROW PER FUND AND ACCOUNT WITH THE SHARE BALANCE, THE   *
      *    LATEST NAV PER SHARE SEEN FOR THE FUND, AND THE DEALER *
      *    OF RECORD FROM THE LATEST TRADE                        *
      *---------------------------------------------------------*
       FD  POS-BOOK-IN.
       01  POS-BOOK-IN-RECORD.
           05  PBI-FUND-CODE                 PIC 9(7).
           05  PBI-ACCOUNT-NUMBER            PIC 9(11).
           05  PBI-SHARE-BAL                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  PBI-NAV-PRICE                 PIC 9(5)V9(4).
           05  PBI-FINANCIAL-INST-ID         PIC 9(7).
           05  PBI-FINCL-INST-BRCH-ID        PIC X(9).
           05  PBI-ALPHA-CODE                PIC X(10).
           05  PBI-DLR-CTL-LVL-CD            PIC 9(1).
           05  PBI-FUND-GRP-NUMBER           PIC 9(7).
           05  PBI-OPEN-DTE                  PIC 9(8).
           05  PBI-LAST-TRADE-DTE            PIC 9(8).
           05  PBI-NEGATIVE-SW               PIC X(1).
           05  FILLER                        PIC X(20).
       FD  POS-BOOK-OUT.
       01  POS-BOOK-OUT-RECORD.
           05  PBO-FUND-CODE                 PIC 9(7).
           05  PBO-ACCOUNT-NUMBER            PIC 9(11).
           05  PBO-SHARE-BAL                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  PBO-NAV-PRICE                 PIC 9(5)V9(4).
           05  PBO-FINANCIAL-INST-ID         PIC 9(7).
           05  PBO-FINCL-INST-BRCH-ID        PIC X(9).
           05  PBO-ALPHA-CODE                PIC X(10).
           05  PBO-DLR-CTL-LVL-CD            PIC 9(1).
           05  PBO-FUND-GRP-NUMBER           PIC 9(7).
           05  PBO-OPEN-DTE                  PIC 9(8).
           05  PBO-LAST-TRADE-DTE            PIC 9(8).
           05  PBO-NEGATIVE-SW               PIC X(1).
           05  FILLER                        PIC X(20).
      *---------------------------------------------------------*
      *    POSITION JOURNAL -- ONE ROW PER SHARE MOVEMENT POSTED  *
      *    TODAY, SO A BALANCE CAN BE BACKED OUT TO ANY EARLIER   *
      *    TRADE DATE                                             *
      *---------------------------------------------------------*
       FD  POS-JOURNAL-FL.
       01  POS-JOURNAL-RECORD.
           05  PJR-FUND-CODE                 PIC 9(7).
           05  PJR-ACCOUNT-NUMBER            PIC 9(11).
           05  PJR-TRADE-DTE                 PIC 9(8).
           05  PJR-POST-DTE                  PIC 9(8).
           05  PJR-ACTIVITY-CD               PIC X(2).
               88  PJR-ACTIVITY-PURCHASE         VALUE 'PU'.
               88  PJR-ACTIVITY-REDEMPTION       VALUE 'RD'.
               88  PJR-ACTIVITY-EXCHANGE-IN      VALUE 'XI'.
               88  PJR-ACTIVITY-EXCHANGE-OUT     VALUE 'XO'.
           05  PJR-REVERSAL-SW               PIC X(1).
           05  PJR-SHARE-DELTA               PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  PJR-GROSS-AT                  PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  PJR-NAV-PRICE                 PIC 9(5)V9(4).
           05  PJR-FINANCIAL-INST-ID         PIC 9(7).
           05  PJR-FINCL-INST-BRCH-ID        PIC X(9).
           05  PJR-DLR-CTL-LVL-CD            PIC 9(1).
           05  PJR-ORDER-NBR                 PIC 9(9).
           05  PJR-FUND-FROM-TO              PIC 9(7).
           05  PJR-ACCOUNT-FROM-TO           PIC 9(11).
           05  FILLER                        PIC X(20).
       FD  POS-FEED-CTL-FL.
       01  POS-FEED-CTL-RECORD.
           05  PCTL-RUN-DTE-TME              PIC X(26).
           05  FILLER                        PIC X(9).
           05  PCTL-PRIOR-RUN-DTE-TME        PIC X(26).
      *---------------------------------------------------------*
      *    MOVEMENT SORT -- EACH FUND'S PRICE ROWS SORT AHEAD OF  *
      *    ITS POSITIONS, LATEST TRADE DATE FIRST; MOVEMENTS FOR  *
      *    ONE ACCOUNT KEEP THE ORDER THEY ARRIVED IN ON THE FEED *
      *---------------------------------------------------------*
       SD  POS-SORT-FL.
       01  POS-SORT-RECORD.
           05  SRT-FUND-CODE                 PIC 9(7).
           05  SRT-RECORD-CLASS              PIC X(1).
               88  SRT-PRICE-ROW                 VALUE '1'.
               88  SRT-MOVEMENT-ROW              VALUE '2'.
           05  SRT-ACCOUNT-NUMBER            PIC 9(11).
           05  SRT-PRICE-DTE                 PIC 9(8).
           05  SRT-PRICE-SEQ                 PIC 9(9).
           05  SRT-SEQ-NBR                   PIC 9(9).
           05  SRT-TRADE-DTE                 PIC 9(8).
           05  SRT-ACTIVITY-CD               PIC X(2).
           05  SRT-REVERSE-CD                PIC X(1).
               88  SRT-REVERSAL                  VALUE 'Y'.
           05  SRT-ABS-SHARES                PIC 9(11)V9(4).
           05  SRT-SHARE-DELTA               PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  SRT-NAV-PRICE                 PIC 9(5)V9(4).
           05  SRT-FINANCIAL-INST-ID         PIC 9(7).
           05  SRT-FINCL-INST-BRCH-ID        PIC X(9).
           05  SRT-ALPHA-CODE                PIC X(10).
           05  SRT-DLR-CTL-LVL-CD            PIC 9(1).
           05  SRT-FUND-GRP-NUMBER           PIC 9(7).
       FD  POS-RUN-CTL-FL.
       01  POS-RUN-CTL-RECORD.
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
       01  POS-SWITCHES.
           05  POS-CSH-EOF-SW                PIC X(01)   VALUE 'N'.
               88  POS-CSH-EOF                   VALUE 'Y'.
           05  POS-PBI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  POS-PBI-EOF                   VALUE 'Y'.
           05  POS-FEED-CTL-SW               PIC X(01)   VALUE 'Y'.
               88  POS-FEED-CTL-EMPTY            VALUE 'Y'.
               88  POS-FEED-CTL-LOADED           VALUE 'N'.
           05  POS-SORT-EOF-SW               PIC X(01)   VALUE 'N'.
               88  POS-SORT-EOF                  VALUE 'Y'.
           05  POS-FUND-SW                   PIC X(01)   VALUE 'N'.
               88  POS-FUND-OPEN                 VALUE 'Y'.
               88  POS-FUND-NONE                 VALUE 'N'.
           05  POS-PRICE-SW                  PIC X(01)   VALUE 'N'.
               88  POS-PRICE-HELD                VALUE 'Y'.
               88  POS-PRICE-NONE                VALUE 'N'.
       01  POS-COUNTERS                      COMP.
           05  POS-CSH-READ-CT               PIC 9(09)   VALUE ZERO.
           05  POS-DETAIL-CT                 PIC 9(09)   VALUE ZERO.
           05  POS-POSTED-CT                 PIC 9(09)   VALUE ZERO.
           05  POS-MATRIX-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  POS-STATUS-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  POS-NO-ACCT-SKIP-CT           PIC 9(07)   VALUE ZERO.
           05  POS-NEW-POSITION-CT           PIC 9(07)   VALUE ZERO.
           05  POS-NEGATIVE-CT               PIC 9(07)   VALUE ZERO.
           05  POS-NEW-NEGATIVE-CT           PIC 9(07)   VALUE ZERO.
           05  POS-FUND-BREAK-CT             PIC 9(07)   VALUE ZERO.
           05  POS-BOOK-WRITE-CT             PIC 9(09)   VALUE ZERO.
       01  POS-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  POS-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  POS-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  POS-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  POS-RCD-REASON               PIC X(40).
       01  POS-SEQ-ERROR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'RUN STOPPED - POSITION BOOK OUT OF KEY SEQUENCE'.
       01  POS-FEED-CTL-WORK.
           05  POS-LAST-RUN-DTE-TME          PIC X(26)   VALUE SPACES.
           05  POS-THIS-RUN-DTE-TME          PIC X(26)   VALUE SPACES.
       01  POS-FEED-REJECT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  POS-FJ-REASON                 PIC X(60).
      *---------------------------------------------------------*
      *    MERGE KEYS -- FUND, RECORD CLASS AND ACCOUNT. A BOOK   *
      *    ROW IS ALWAYS CLASS 2, SO A FUND'S PRICE ROWS (CLASS   *
      *    1) COME OFF THE SORT BEFORE ANY OF ITS POSITIONS       *
      *---------------------------------------------------------*
       01  POS-MERGE-KEYS.
           05  POS-BOOK-KEY.
               10  POS-BK-FUND-CODE          PIC 9(07).
               10  POS-BK-RECORD-CLASS       PIC X(01).
               10  POS-BK-ACCOUNT-NBR        PIC 9(11).
           05  POS-PREV-BOOK-KEY             PIC X(19).
           05  POS-ACT-KEY.
               10  POS-AK-FUND-CODE          PIC 9(07).
               10  POS-AK-RECORD-CLASS       PIC X(01).
               10  POS-AK-ACCOUNT-NBR        PIC 9(11).
           05  POS-LOW-KEY.
               10  POS-LK-FUND-CODE          PIC 9(07).
               10  POS-LK-RECORD-CLASS       PIC X(01).
               10  POS-LK-ACCOUNT-NBR        PIC 9(11).
      *---------------------------------------------------------*
      *    THE ONE POSITION BEING ROLLED FORWARD                  *
      *---------------------------------------------------------*
       01  POS-POSITION-WORK.
           05  POS-PS-FUND-CODE              PIC 9(07).
           05  POS-PS-ACCOUNT-NBR            PIC 9(11).
           05  POS-PS-OPEN-BAL               PIC S9(11)V9(4).
           05  POS-PS-SHARE-BAL              PIC S9(11)V9(4).
           05  POS-PS-NAV-PRICE              PIC 9(05)V9(4).
           05  POS-PS-FINANCIAL-INST-ID      PIC 9(07).
           05  POS-PS-FINCL-INST-BRCH-ID     PIC X(09).
           05  POS-PS-ALPHA-CODE             PIC X(10).
           05  POS-PS-DLR-CTL-LVL-CD         PIC 9(01).
           05  POS-PS-FUND-GRP-NUMBER        PIC 9(07).
           05  POS-PS-OPEN-DTE               PIC 9(08).
           05  POS-PS-LAST-TRADE-DTE         PIC 9(08).
           05  POS-PS-NEGATIVE-SW            PIC X(01).
      *---------------------------------------------------------*
      *    FUND-LEVEL SHARE PROOF -- OPENING PLUS EVERY POSTED    *
      *    MOVEMENT MUST EQUAL THE CLOSING BOOK FOR THE FUND      *
      *---------------------------------------------------------*
       01  POS-FUND-WORK.
           05  POS-PF-FUND-CODE              PIC 9(07).
           05  POS-PF-OPEN-SHR               PIC S9(13)V9(4).
           05  POS-PF-PURCH-SHR              PIC S9(13)V9(4).
           05  POS-PF-REDEM-SHR              PIC S9(13)V9(4).
           05  POS-PF-XIN-SHR                PIC S9(13)V9(4).
           05  POS-PF-XOUT-SHR               PIC S9(13)V9(4).
           05  POS-PF-REVERSAL-SHR           PIC S9(13)V9(4).
           05  POS-PF-CLOSE-SHR              PIC S9(13)V9(4).
      *---------------------------------------------------------*
      *    LATEST NAV PER SHARE SEEN TODAY FOR THE CURRENT FUND   *
      *---------------------------------------------------------*
       01  POS-PRICE-WORK.
           05  POS-PR-FUND-CODE              PIC 9(07)   VALUE ZERO.
           05  POS-PR-NAV-PRICE              PIC 9(05)V9(4)
                                              VALUE ZERO.
       01  POS-EXC-KEY.
           05  POS-EK-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  POS-EK-ACCOUNT-NBR            PIC 9(11).
       01  POS-EXC-TEXT.
           05  FILLER                        PIC X(25)
               VALUE 'NEGATIVE SHARE BALANCE - '.
           05  POS-ET-STATUS                 PIC X(08).
       01  POS-POST-WORK.
           05  POS-WK-FUND-CODE              PIC 9(07)   VALUE ZERO.
           05  POS-WK-ACCOUNT-NBR            PIC 9(11)   VALUE ZERO.
           05  POS-WK-ABS-SHARES             PIC 9(11)V9(4)
                                              VALUE ZERO.
           05  POS-WK-SHARE-DELTA            PIC S9(11)V9(4)
                                              VALUE ZERO.
           05  POS-WK-NAV-PRICE              PIC 9(05)V9(4)
                                              VALUE ZERO.
           05  POS-WK-ACTIVITY-CD            PIC X(02)   VALUE SPACES.
           05  POS-WK-PROOF-SHR              PIC S9(13)V9(4)
                                              VALUE ZERO.
       01  POS-RUN-DTE                       PIC 9(08)   VALUE ZERO.
       01  POS-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'FUND SHARE PROOF - OPENING + ACTIVITY = CLOSING'.
       01  POS-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FUND'.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'OPENING'.
           05  FILLER                        PIC X(08)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'PURCHASES'.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'REDEMPTIONS'.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'EXCH IN'.
           05  FILLER                        PIC X(09)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'EXCH OUT'.
           05  FILLER                        PIC X(08)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'REVERSALS'.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'CLOSING'.
       01  POS-PRF-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  POS-PL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  POS-PL-OPEN-SHR               PIC -(10)9.9999.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  POS-PL-PURCH-SHR              PIC -(10)9.9999.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  POS-PL-REDEM-SHR              PIC -(10)9.9999.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  POS-PL-XIN-SHR                PIC -(10)9.9999.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  POS-PL-XOUT-SHR               PIC -(10)9.9999.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  POS-PL-REVERSAL-SHR           PIC -(10)9.9999.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  POS-PL-CLOSE-SHR              PIC -(10)9.9999.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  POS-PL-BREAK-FLAG             PIC X(02).
       01  POS-NEG-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'ACCOUNTS CARRYING A NEGATIVE SHARE BALANCE'.
       01  POS-NEG-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'FUND'.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'DEALER'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'BRANCH'.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'OPENING'.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'CLOSING'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'LAST TRADE'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'STATUS'.
       01  POS-NEG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  POS-NL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  POS-NL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  POS-NL-FINANCIAL-INST-ID      PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  POS-NL-FINCL-INST-BRCH-ID     PIC X(09).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  POS-NL-OPEN-BAL               PIC -(10)9.9999.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  POS-NL-CLOSE-BAL              PIC -(10)9.9999.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  POS-NL-LAST-TRADE-DTE         PIC 9(08).
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  POS-NL-STATUS                 PIC X(08).
       01  POS-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'SHARE-POSITION BOOK RUN TOTALS'.
       01  POS-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  POS-TL-LABEL                  PIC X(25).
           05  POS-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  POS-NEG-CAP-TBL.
           05  POS-NEG-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY POS-NEG-CAP-IX.
       01  POS-NEG-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  POS-NEG-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  POS-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT POS-SORT-FL
               ON ASCENDING KEY SRT-FUND-CODE
                                SRT-RECORD-CLASS
                                SRT-ACCOUNT-NUMBER
               ON DESCENDING KEY SRT-PRICE-DTE
                                 SRT-PRICE-SEQ
               ON ASCENDING KEY SRT-SEQ-NBR
               INPUT PROCEDURE IS 2000-RELEASE-ACTIVITY
                               THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-MERGE-POSITION-BOOK
                               THRU 3000-EXIT.
           PERFORM 8500-PRINT-NEGATIVE-SECTION THRU 8500-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE POS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT POS-SDCM-FL.
           OPEN INPUT POS-BOOK-IN.
           OPEN OUTPUT POS-BOOK-OUT.
           OPEN OUTPUT POS-JOURNAL-FL.
           OPEN I-O POS-FEED-CTL-FL.
           OPEN EXTEND POS-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT POS-RUN-DTE FROM DATE YYYYMMDD.
           MOVE POS-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1200-READ-FEED-CTL THRU 1200-EXIT.
           READ POS-SDCM-FL
               AT END
                   SET POS-CSH-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
       1200-READ-FEED-CTL.
           READ POS-FEED-CTL-FL
               AT END
                   SET POS-FEED-CTL-EMPTY TO TRUE
                   MOVE SPACES TO POS-LAST-RUN-DTE-TME
               NOT AT END
                   SET POS-FEED-CTL-LOADED TO TRUE
                   MOVE PCTL-RUN-DTE-TME TO POS-LAST-RUN-DTE-TME
           END-READ.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    INPUT SIDE OF THE SORT -- GUARD THE FEED HEADER, THEN  *
      *    JOURNAL EACH POSTABLE TRADE IN FEED ORDER AND RELEASE  *
      *    ITS MOVEMENT, AND A PRICE ROW FOR ITS FUND, TO BE      *
      *    SEQUENCED BY FUND AND ACCOUNT                          *
      *---------------------------------------------------------*
       2000-RELEASE-ACTIVITY.
           PERFORM 2010-PROCESS-CASH THRU 2010-EXIT
               UNTIL POS-CSH-EOF.
       2000-EXIT.
           EXIT.
       2010-PROCESS-CASH.
           ADD 1 TO POS-CSH-READ-CT.
           IF POS-CSH-RECORD-TYPE-HEADER
               PERFORM 2020-GUARD-FEED-HEADER THRU 2020-EXIT
           END-IF.
           IF POS-CSH-RECORD-TYPE-DETAIL
               ADD 1 TO POS-DETAIL-CT
               PERFORM 2100-RELEASE-ONE-TRADE THRU 2100-EXIT
           END-IF.
           READ POS-SDCM-FL
               AT END
                   SET POS-CSH-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE BOOK MAY ONLY ROLL FORWARD ONCE PER FEED -- REJECT *
      *    A FILE CARRYING THE RUN DATE-TIME ALREADY POSTED (A    *
      *    RE-SEND) OR AN OLDER ONE (A STALE FILE)                *
      *---------------------------------------------------------*
       2020-GUARD-FEED-HEADER.
           MOVE POS-CSH-RUN-DTE-TME (1:10) TO RPT-CYCLE-TX.
           MOVE POS-CSH-RUN-DTE-TME TO POS-THIS-RUN-DTE-TME.
           IF POS-FEED-CTL-EMPTY
               GO TO 2020-EXIT
           END-IF.
           IF POS-CSH-RUN-DTE-TME = POS-LAST-RUN-DTE-TME
               MOVE 'FEED REJECTED - RUN DATE-TIME ALREADY POSTED'
                   TO POS-FJ-REASON
               PERFORM 9100-ABORT-STALE-FEED THRU 9100-EXIT
           END-IF.
           IF POS-CSH-RUN-DTE-TME < POS-LAST-RUN-DTE-TME
               MOVE 'FEED REJECTED - RUN DATE-TIME OLDER THAN LAST'
                   TO POS-FJ-REASON
               PERFORM 9100-ABORT-STALE-FEED THRU 9100-EXIT
           END-IF.
       2020-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST ONE TRADE -- MATRIX ERRORS SIT IN SUSPENSE AND    *
      *    BOGUS, DELETED OR REJECTED TRADES NEVER SETTLED, SO    *
      *    NEITHER MOVES SHARES. THE ACCOUNT IS THE LOAD OR       *
      *    NOLOAD SIDE NAMED BY THE LOAD-NOLOAD CODE, FALLING     *
      *    BACK TO WHICHEVER SIDE IS PRESENT                      *
      *---------------------------------------------------------*
       2100-RELEASE-ONE-TRADE.
           IF POS-CSH-MATRIX-ERROR-CD NOT = SPACE
               ADD 1 TO POS-MATRIX-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF POS-CSH-STATUS-NOT-POSTABLE
               ADD 1 TO POS-STATUS-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF POS-CSH-NOLOAD
               MOVE POS-CSH-NOLOAD-ACCT TO POS-WK-ACCOUNT-NBR
           ELSE
               MOVE POS-CSH-LOAD-ACCT TO POS-WK-ACCOUNT-NBR
           END-IF.
           IF POS-WK-ACCOUNT-NBR = ZERO
               IF POS-CSH-LOAD-ACCT NOT = ZERO
                   MOVE POS-CSH-LOAD-ACCT TO POS-WK-ACCOUNT-NBR
               ELSE
                   MOVE POS-CSH-NOLOAD-ACCT TO POS-WK-ACCOUNT-NBR
               END-IF
           END-IF.
           IF POS-WK-ACCOUNT-NBR = ZERO
               ADD 1 TO POS-NO-ACCT-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           MOVE POS-CSH-FUND-CODE TO POS-WK-FUND-CODE.
           PERFORM 2200-CLASSIFY-MOVEMENT THRU 2200-EXIT.
           ADD 1 TO POS-POSTED-CT.
           PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT.
           PERFORM 2600-RELEASE-MOVEMENT THRU 2600-EXIT.
           IF POS-WK-NAV-PRICE > ZERO
               PERFORM 2700-RELEASE-PRICE THRU 2700-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PURCHASES ADD SHARES AND REDEMPTIONS TAKE THEM OUT; A  *
      *    FUND-FROM-TO ON EITHER MAKES IT AN EXCHANGE LEG. A     *
      *    REVERSAL UNDOES THE ORIGINAL, SO ITS DIRECTION FLIPS   *
      *---------------------------------------------------------*
       2200-CLASSIFY-MOVEMENT.
           IF POS-CSH-SHARES < ZERO
               COMPUTE POS-WK-ABS-SHARES = ZERO - POS-CSH-SHARES
           ELSE
               MOVE POS-CSH-SHARES TO POS-WK-ABS-SHARES
           END-IF.
           IF POS-CSH-REDEMPTION
               IF POS-CSH-FUND-FROM-TO NOT = ZERO
                   MOVE 'XO' TO POS-WK-ACTIVITY-CD
               ELSE
                   MOVE 'RD' TO POS-WK-ACTIVITY-CD
               END-IF
               COMPUTE POS-WK-SHARE-DELTA = ZERO - POS-WK-ABS-SHARES
           ELSE
               IF POS-CSH-FUND-FROM-TO NOT = ZERO
                   MOVE 'XI' TO POS-WK-ACTIVITY-CD
               ELSE
                   MOVE 'PU' TO POS-WK-ACTIVITY-CD
               END-IF
               MOVE POS-WK-ABS-SHARES TO POS-WK-SHARE-DELTA
           END-IF.
           IF POS-CSH-REVERSAL
               COMPUTE POS-WK-SHARE-DELTA = ZERO - POS-WK-SHARE-DELTA
           END-IF.
           MOVE ZERO TO POS-WK-NAV-PRICE.
           IF POS-WK-ABS-SHARES > ZERO
               COMPUTE POS-WK-NAV-PRICE ROUNDED
                   = POS-CSH-NAV-AT / POS-WK-ABS-SHARES
                   ON SIZE ERROR
                       MOVE ZERO TO POS-WK-NAV-PRICE
               END-COMPUTE
           END-IF.
       2200-EXIT.
           EXIT.
       2500-WRITE-JOURNAL.
           MOVE SPACES TO POS-JOURNAL-RECORD.
           MOVE POS-WK-FUND-CODE TO PJR-FUND-CODE.
           MOVE POS-WK-ACCOUNT-NBR TO PJR-ACCOUNT-NUMBER.
           MOVE POS-CSH-TRADE-DTE TO PJR-TRADE-DTE.
           MOVE POS-CSH-SS-DTE TO PJR-POST-DTE.
           MOVE POS-WK-ACTIVITY-CD TO PJR-ACTIVITY-CD.
           IF POS-CSH-REVERSAL
               MOVE 'Y' TO PJR-REVERSAL-SW
           ELSE
               MOVE 'N' TO PJR-REVERSAL-SW
           END-IF.
           MOVE POS-WK-SHARE-DELTA TO PJR-SHARE-DELTA.
           MOVE POS-CSH-GROSS-AT TO PJR-GROSS-AT.
           MOVE POS-WK-NAV-PRICE TO PJR-NAV-PRICE.
           MOVE POS-CSH-FINANCIAL-INST-ID TO PJR-FINANCIAL-INST-ID.
           MOVE POS-CSH-FINCL-INST-BRCH-ID TO PJR-FINCL-INST-BRCH-ID.
           MOVE POS-CSH-DLR-CTL-LVL-CD TO PJR-DLR-CTL-LVL-CD.
           MOVE POS-CSH-ORDER-NBR TO PJR-ORDER-NBR.
           MOVE POS-CSH-FUND-FROM-TO TO PJR-FUND-FROM-TO.
           MOVE POS-CSH-ACCOUNT-FROM-TO TO PJR-ACCOUNT-FROM-TO.
           WRITE POS-JOURNAL-RECORD.
       2500-EXIT.
           EXIT.
       2600-RELEASE-MOVEMENT.
           MOVE SPACES TO POS-SORT-RECORD.
           MOVE POS-WK-FUND-CODE TO SRT-FUND-CODE.
           SET SRT-MOVEMENT-ROW TO TRUE.
           MOVE POS-WK-ACCOUNT-NBR TO SRT-ACCOUNT-NUMBER.
           MOVE ZERO TO SRT-PRICE-DTE.
           MOVE ZERO TO SRT-PRICE-SEQ.
           MOVE POS-DETAIL-CT TO SRT-SEQ-NBR.
           MOVE POS-CSH-TRADE-DTE TO SRT-TRADE-DTE.
           MOVE POS-WK-ACTIVITY-CD TO SRT-ACTIVITY-CD.
           MOVE POS-CSH-REVERSE-CD TO SRT-REVERSE-CD.
           MOVE POS-WK-ABS-SHARES TO SRT-ABS-SHARES.
           MOVE POS-WK-SHARE-DELTA TO SRT-SHARE-DELTA.
           MOVE POS-WK-NAV-PRICE TO SRT-NAV-PRICE.
           MOVE POS-CSH-FINANCIAL-INST-ID TO SRT-FINANCIAL-INST-ID.
           MOVE POS-CSH-FINCL-INST-BRCH-ID TO SRT-FINCL-INST-BRCH-ID.
           MOVE POS-CSH-ALPHA-CODE TO SRT-ALPHA-CODE.
           MOVE POS-CSH-DLR-CTL-LVL-CD TO SRT-DLR-CTL-LVL-CD.
           MOVE POS-CSH-FUND-GRP-NUMBER TO SRT-FUND-GRP-NUMBER.
           RELEASE POS-SORT-RECORD.
       2600-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A PRICE ROW CARRIES THE TRADE'S NAV PER SHARE UNDER    *
      *    ITS TRADE DATE -- THE SORT PUTS THE FUND'S LATEST, AND *
      *    THE LAST ONE ON THE FEED FOR THAT DATE, AT THE TOP     *
      *---------------------------------------------------------*
       2700-RELEASE-PRICE.
           MOVE SPACES TO POS-SORT-RECORD.
           MOVE POS-WK-FUND-CODE TO SRT-FUND-CODE.
           SET SRT-PRICE-ROW TO TRUE.
           MOVE ZERO TO SRT-ACCOUNT-NUMBER.
           MOVE POS-CSH-TRADE-DTE TO SRT-PRICE-DTE.
           MOVE POS-DETAIL-CT TO SRT-PRICE-SEQ.
           MOVE POS-DETAIL-CT TO SRT-SEQ-NBR.
           MOVE POS-CSH-TRADE-DTE TO SRT-TRADE-DTE.
           MOVE POS-WK-NAV-PRICE TO SRT-NAV-PRICE.
           RELEASE POS-SORT-RECORD.
       2700-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    OUTPUT SIDE OF THE SORT -- MATCH-MERGE YESTERDAY'S     *
      *    CLOSING BOOK AGAINST TODAY'S MOVEMENTS, BOTH IN FUND / *
      *    ACCOUNT ORDER, SO THE NEW BOOK IS WRITTEN IN THE SAME  *
      *    ORDER. THE FUND'S PROOF LINE PRINTS AT THE FUND BREAK  *
      *---------------------------------------------------------*
       3000-MERGE-POSITION-BOOK.
           PERFORM 8000-START-FUND-PROOF THRU 8000-EXIT.
           MOVE LOW-VALUES TO POS-PREV-BOOK-KEY.
           PERFORM 3100-READ-BOOK THRU 3100-EXIT.
           PERFORM 3200-RETURN-MOVEMENT THRU 3200-EXIT.
           PERFORM 3300-MERGE-ONE-KEY THRU 3300-EXIT
               UNTIL POS-PBI-EOF
                 AND POS-SORT-EOF.
           IF POS-FUND-OPEN
               PERFORM 8100-PRINT-ONE-FUND THRU 8100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-READ-BOOK.
           READ POS-BOOK-IN
               AT END
                   SET POS-PBI-EOF TO TRUE
                   MOVE HIGH-VALUES TO POS-BOOK-KEY
                   GO TO 3100-EXIT
           END-READ.
           MOVE PBI-FUND-CODE TO POS-BK-FUND-CODE.
           MOVE '2' TO POS-BK-RECORD-CLASS.
           MOVE PBI-ACCOUNT-NUMBER TO POS-BK-ACCOUNT-NBR.
           IF POS-BOOK-KEY NOT > POS-PREV-BOOK-KEY
               PERFORM 9110-ABORT-BOOK-SEQUENCE THRU 9110-EXIT
           END-IF.
           MOVE POS-BOOK-KEY TO POS-PREV-BOOK-KEY.
       3100-EXIT.
           EXIT.
       3200-RETURN-MOVEMENT.
           RETURN POS-SORT-FL
               AT END
                   SET POS-SORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO POS-ACT-KEY
                   GO TO 3200-EXIT
           END-RETURN.
           MOVE SRT-FUND-CODE TO POS-AK-FUND-CODE.
           MOVE SRT-RECORD-CLASS TO POS-AK-RECORD-CLASS.
           MOVE SRT-ACCOUNT-NUMBER TO POS-AK-ACCOUNT-NBR.
       3200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TAKE THE LOWER KEY -- A PRICE ROW SETS THE FUND'S NAV; *
      *    OTHERWISE OPEN THE POSITION FROM THE BOOK (OR AS A NEW *
      *    ONE), APPLY EVERY MOVEMENT FOR IT AND WRITE IT         *
      *---------------------------------------------------------*
       3300-MERGE-ONE-KEY.
           IF POS-ACT-KEY < POS-BOOK-KEY
              AND SRT-PRICE-ROW
               PERFORM 3400-TAKE-FUND-PRICE THRU 3400-EXIT
               PERFORM 3200-RETURN-MOVEMENT THRU 3200-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF POS-ACT-KEY < POS-BOOK-KEY
               MOVE POS-ACT-KEY TO POS-LOW-KEY
           ELSE
               MOVE POS-BOOK-KEY TO POS-LOW-KEY
           END-IF.
           IF POS-FUND-NONE
              OR POS-LK-FUND-CODE NOT = POS-PF-FUND-CODE
               PERFORM 3350-FUND-BREAK THRU 3350-EXIT
           END-IF.
           IF POS-BOOK-KEY = POS-LOW-KEY
               PERFORM 3500-OPEN-FROM-BOOK THRU 3500-EXIT
               PERFORM 3100-READ-BOOK THRU 3100-EXIT
           ELSE
               PERFORM 3550-OPEN-NEW-POSITION THRU 3550-EXIT
           END-IF.
           PERFORM 3600-APPLY-MOVEMENT THRU 3600-EXIT
               UNTIL POS-ACT-KEY NOT = POS-LOW-KEY.
           PERFORM 7100-WRITE-ONE-ROW THRU 7100-EXIT.
       3300-EXIT.
           EXIT.
       3350-FUND-BREAK.
           IF POS-FUND-OPEN
               PERFORM 8100-PRINT-ONE-FUND THRU 8100-EXIT
           END-IF.
           MOVE POS-LK-FUND-CODE TO POS-PF-FUND-CODE.
           MOVE ZERO TO POS-PF-OPEN-SHR.
           MOVE ZERO TO POS-PF-PURCH-SHR.
           MOVE ZERO TO POS-PF-REDEM-SHR.
           MOVE ZERO TO POS-PF-XIN-SHR.
           MOVE ZERO TO POS-PF-XOUT-SHR.
           MOVE ZERO TO POS-PF-REVERSAL-SHR.
           MOVE ZERO TO POS-PF-CLOSE-SHR.
           SET POS-FUND-OPEN TO TRUE.
       3350-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE FIRST PRICE ROW OFF THE SORT FOR A FUND IS ITS     *
      *    LATEST NAV; THE REST FOR THE SAME FUND ARE PASSED BY   *
      *---------------------------------------------------------*
       3400-TAKE-FUND-PRICE.
           IF POS-PRICE-HELD
              AND SRT-FUND-CODE = POS-PR-FUND-CODE
               GO TO 3400-EXIT
           END-IF.
           MOVE SRT-FUND-CODE TO POS-PR-FUND-CODE.
           MOVE SRT-NAV-PRICE TO POS-PR-NAV-PRICE.
           SET POS-PRICE-HELD TO TRUE.
       3400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    YESTERDAY'S CLOSING BALANCE IS ALSO TODAY'S OPENING    *
      *    FOR ITS FUND IN THE SHARE PROOF                        *
      *---------------------------------------------------------*
       3500-OPEN-FROM-BOOK.
           MOVE PBI-FUND-CODE TO POS-PS-FUND-CODE.
           MOVE PBI-ACCOUNT-NUMBER TO POS-PS-ACCOUNT-NBR.
           MOVE PBI-SHARE-BAL TO POS-PS-OPEN-BAL.
           MOVE PBI-SHARE-BAL TO POS-PS-SHARE-BAL.
           MOVE PBI-NAV-PRICE TO POS-PS-NAV-PRICE.
           MOVE PBI-FINANCIAL-INST-ID TO POS-PS-FINANCIAL-INST-ID.
           MOVE PBI-FINCL-INST-BRCH-ID TO POS-PS-FINCL-INST-BRCH-ID.
           MOVE PBI-ALPHA-CODE TO POS-PS-ALPHA-CODE.
           MOVE PBI-DLR-CTL-LVL-CD TO POS-PS-DLR-CTL-LVL-CD.
           MOVE PBI-FUND-GRP-NUMBER TO POS-PS-FUND-GRP-NUMBER.
           MOVE PBI-OPEN-DTE TO POS-PS-OPEN-DTE.
           MOVE PBI-LAST-TRADE-DTE TO POS-PS-LAST-TRADE-DTE.
           MOVE PBI-NEGATIVE-SW TO POS-PS-NEGATIVE-SW.
           ADD PBI-SHARE-BAL TO POS-PF-OPEN-SHR.
       3500-EXIT.
           EXIT.
       3550-OPEN-NEW-POSITION.
           ADD 1 TO POS-NEW-POSITION-CT.
           MOVE POS-LK-FUND-CODE TO POS-PS-FUND-CODE.
           MOVE POS-LK-ACCOUNT-NBR TO POS-PS-ACCOUNT-NBR.
           MOVE ZERO TO POS-PS-OPEN-BAL.
           MOVE ZERO TO POS-PS-SHARE-BAL.
           MOVE ZERO TO POS-PS-NAV-PRICE.
           MOVE ZERO TO POS-PS-FINANCIAL-INST-ID.
           MOVE SPACES TO POS-PS-FINCL-INST-BRCH-ID.
           MOVE SPACES TO POS-PS-ALPHA-CODE.
           MOVE ZERO TO POS-PS-DLR-CTL-LVL-CD.
           MOVE ZERO TO POS-PS-FUND-GRP-NUMBER.
           MOVE SRT-TRADE-DTE TO POS-PS-OPEN-DTE.
           MOVE ZERO TO POS-PS-LAST-TRADE-DTE.
           MOVE 'N' TO POS-PS-NEGATIVE-SW.
       3550-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    APPLY ONE MOVEMENT -- THE DEALER OF RECORD FOLLOWS THE *
      *    LATEST TRADE                                           *
      *---------------------------------------------------------*
       3600-APPLY-MOVEMENT.
           ADD SRT-SHARE-DELTA TO POS-PS-SHARE-BAL.
           IF SRT-REVERSAL
               ADD SRT-SHARE-DELTA TO POS-PF-REVERSAL-SHR
           ELSE
               EVALUATE SRT-ACTIVITY-CD
                   WHEN 'PU'
                       ADD SRT-ABS-SHARES TO POS-PF-PURCH-SHR
                   WHEN 'XI'
                       ADD SRT-ABS-SHARES TO POS-PF-XIN-SHR
                   WHEN 'RD'
                       ADD SRT-ABS-SHARES TO POS-PF-REDEM-SHR
                   WHEN OTHER
                       ADD SRT-ABS-SHARES TO POS-PF-XOUT-SHR
               END-EVALUATE
           END-IF.
           IF SRT-TRADE-DTE NOT < POS-PS-LAST-TRADE-DTE
               MOVE SRT-TRADE-DTE TO POS-PS-LAST-TRADE-DTE
               MOVE SRT-FINANCIAL-INST-ID TO POS-PS-FINANCIAL-INST-ID
               MOVE SRT-FINCL-INST-BRCH-ID
                   TO POS-PS-FINCL-INST-BRCH-ID
               MOVE SRT-ALPHA-CODE TO POS-PS-ALPHA-CODE
               MOVE SRT-DLR-CTL-LVL-CD TO POS-PS-DLR-CTL-LVL-CD
               MOVE SRT-FUND-GRP-NUMBER TO POS-PS-FUND-GRP-NUMBER
           END-IF.
           PERFORM 3200-RETURN-MOVEMENT THRU 3200-EXIT.
       3600-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY THE POSITION FORWARD AT THE FUND'S LATEST NAV    *
      *    PER SHARE, ADD IT TO THE CLOSING SIDE OF THE FUND      *
      *    PROOF, AND CAPTURE IT IF LEFT BELOW ZERO SHARES        *
      *---------------------------------------------------------*
       7100-WRITE-ONE-ROW.
           ADD POS-PS-SHARE-BAL TO POS-PF-CLOSE-SHR.
           IF POS-PRICE-HELD
              AND POS-PR-FUND-CODE = POS-PS-FUND-CODE
               MOVE POS-PR-NAV-PRICE TO POS-PS-NAV-PRICE
           END-IF.
           IF POS-PS-SHARE-BAL < ZERO
               MOVE 'Y' TO POS-PS-NEGATIVE-SW
               PERFORM 7200-CAPTURE-NEGATIVE THRU 7200-EXIT
           ELSE
               MOVE 'N' TO POS-PS-NEGATIVE-SW
           END-IF.
           MOVE SPACES TO POS-BOOK-OUT-RECORD.
           MOVE POS-PS-FUND-CODE TO PBO-FUND-CODE.
           MOVE POS-PS-ACCOUNT-NBR TO PBO-ACCOUNT-NUMBER.
           MOVE POS-PS-SHARE-BAL TO PBO-SHARE-BAL.
           MOVE POS-PS-NAV-PRICE TO PBO-NAV-PRICE.
           MOVE POS-PS-FINANCIAL-INST-ID TO PBO-FINANCIAL-INST-ID.
           MOVE POS-PS-FINCL-INST-BRCH-ID TO PBO-FINCL-INST-BRCH-ID.
           MOVE POS-PS-ALPHA-CODE TO PBO-ALPHA-CODE.
           MOVE POS-PS-DLR-CTL-LVL-CD TO PBO-DLR-CTL-LVL-CD.
           MOVE POS-PS-FUND-GRP-NUMBER TO PBO-FUND-GRP-NUMBER.
           MOVE POS-PS-OPEN-DTE TO PBO-OPEN-DTE.
           MOVE POS-PS-LAST-TRADE-DTE TO PBO-LAST-TRADE-DTE.
           MOVE POS-PS-NEGATIVE-SW TO PBO-NEGATIVE-SW.
           WRITE POS-BOOK-OUT-RECORD.
           ADD 1 TO POS-BOOK-WRITE-CT.
       7100-EXIT.
           EXIT.
       7200-CAPTURE-NEGATIVE.
           ADD 1 TO POS-NEGATIVE-CT.
           MOVE POS-PS-FUND-CODE TO POS-NL-FUND-CODE.
           MOVE POS-PS-ACCOUNT-NBR TO POS-NL-ACCOUNT-NBR.
           MOVE POS-PS-FINANCIAL-INST-ID TO POS-NL-FINANCIAL-INST-ID.
           MOVE POS-PS-FINCL-INST-BRCH-ID TO POS-NL-FINCL-INST-BRCH-ID.
           MOVE POS-PS-OPEN-BAL TO POS-NL-OPEN-BAL.
           MOVE POS-PS-SHARE-BAL TO POS-NL-CLOSE-BAL.
           MOVE POS-PS-LAST-TRADE-DTE TO POS-NL-LAST-TRADE-DTE.
           IF POS-PS-OPEN-BAL < ZERO
               MOVE 'CARRIED' TO POS-NL-STATUS
           ELSE
               MOVE 'NEW' TO POS-NL-STATUS
               ADD 1 TO POS-NEW-NEGATIVE-CT
           END-IF.
           IF POS-NEG-CAP-USED-CT < 5000
               ADD 1 TO POS-NEG-CAP-USED-CT
               SET POS-NEG-CAP-IX TO POS-NEG-CAP-USED-CT
               MOVE POS-NEG-LINE
                   TO POS-NEG-CAP-LINE (POS-NEG-CAP-IX)
           ELSE
               MOVE 'Y' TO POS-NEG-CAP-TRUNC-SW
           END-IF.
           MOVE POS-PS-FUND-CODE TO POS-EK-FUND-CODE.
           MOVE POS-PS-ACCOUNT-NBR TO POS-EK-ACCOUNT-NBR.
           MOVE POS-NL-STATUS TO POS-ET-STATUS.
           MOVE 'POSNEGSH' TO RPT-EXC-TYPE-CD.
           MOVE POS-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE POS-PS-SHARE-BAL TO RPT-EXC-AMOUNT-AT.
           MOVE POS-EXC-TEXT TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       7200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE PROOF LINE PER FUND -- A FUND WHOSE OPENING PLUS   *
      *    ACTIVITY DOES NOT EQUAL ITS CLOSING BOOK IS MARKED     *
      *    '**' AND PUTS THE RUN OUT OF BALANCE                   *
      *---------------------------------------------------------*
       8000-START-FUND-PROOF.
           MOVE POS-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE POS-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
       8000-EXIT.
           EXIT.
       8100-PRINT-ONE-FUND.
           COMPUTE POS-WK-PROOF-SHR = POS-PF-OPEN-SHR
               + POS-PF-PURCH-SHR
               + POS-PF-XIN-SHR
               - POS-PF-REDEM-SHR
               - POS-PF-XOUT-SHR
               + POS-PF-REVERSAL-SHR.
           MOVE POS-PF-FUND-CODE TO POS-PL-FUND-CODE.
           MOVE POS-PF-OPEN-SHR TO POS-PL-OPEN-SHR.
           MOVE POS-PF-PURCH-SHR TO POS-PL-PURCH-SHR.
           MOVE POS-PF-REDEM-SHR TO POS-PL-REDEM-SHR.
           MOVE POS-PF-XIN-SHR TO POS-PL-XIN-SHR.
           MOVE POS-PF-XOUT-SHR TO POS-PL-XOUT-SHR.
           MOVE POS-PF-REVERSAL-SHR TO POS-PL-REVERSAL-SHR.
           MOVE POS-PF-CLOSE-SHR TO POS-PL-CLOSE-SHR.
           IF POS-WK-PROOF-SHR = POS-PF-CLOSE-SHR
               MOVE SPACES TO POS-PL-BREAK-FLAG
           ELSE
               MOVE '**' TO POS-PL-BREAK-FLAG
               ADD 1 TO POS-FUND-BREAK-CT
           END-IF.
           MOVE POS-PRF-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8100-EXIT.
           EXIT.
       8500-PRINT-NEGATIVE-SECTION.
           MOVE POS-NEG-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE POS-NEG-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF POS-NEG-CAP-USED-CT > ZERO
               PERFORM 8505-PRINT-ONE-NEGATIVE THRU 8505-EXIT
                       VARYING POS-NEG-CAP-IX FROM 1 BY 1
                       UNTIL POS-NEG-CAP-IX > POS-NEG-CAP-USED-CT
           END-IF.
           IF POS-NEG-CAP-TRUNC-SW = 'Y'
               MOVE POS-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
       8505-PRINT-ONE-NEGATIVE.
           MOVE POS-NEG-CAP-LINE (POS-NEG-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8505-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE POS-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'DETAILS READ: ' TO POS-TL-LABEL.
           MOVE POS-DETAIL-CT TO POS-TL-COUNT.
           MOVE POS-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'TRADES POSTED: ' TO POS-TL-LABEL.
           MOVE POS-POSTED-CT TO POS-TL-COUNT.
           MOVE POS-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - MATRIX ERROR: ' TO POS-TL-LABEL.
           MOVE POS-MATRIX-SKIP-CT TO POS-TL-COUNT.
           MOVE POS-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - TRAN STATUS: ' TO POS-TL-LABEL.
           MOVE POS-STATUS-SKIP-CT TO POS-TL-COUNT.
           MOVE POS-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - NO ACCOUNT: ' TO POS-TL-LABEL.
           MOVE POS-NO-ACCT-SKIP-CT TO POS-TL-COUNT.
           MOVE POS-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NEW POSITIONS OPENED: ' TO POS-TL-LABEL.
           MOVE POS-NEW-POSITION-CT TO POS-TL-COUNT.
           MOVE POS-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'POSITIONS ON BOOK: ' TO POS-TL-LABEL.
           MOVE POS-BOOK-WRITE-CT TO POS-TL-COUNT.
           MOVE POS-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NEGATIVE POSITIONS: ' TO POS-TL-LABEL.
           MOVE POS-NEGATIVE-CT TO POS-TL-COUNT.
           MOVE POS-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DRIVEN NEGATIVE TODAY: ' TO POS-TL-LABEL.
           MOVE POS-NEW-NEGATIVE-CT TO POS-TL-COUNT.
           MOVE POS-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'FUNDS OUT OF BALANCE: ' TO POS-TL-LABEL.
           MOVE POS-FUND-BREAK-CT TO POS-TL-COUNT.
           MOVE POS-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO POS-RUN-CTL-RECORD.
           MOVE 'POS-SHARE-POSITION' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE POS-RUN-CTL-RECORD.
       1050-EXIT.
           EXIT.
       1060-STAMP-DATE-TIME.
           ACCEPT RCTL-WK-DATE FROM DATE YYYYMMDD.
           ACCEPT RCTL-WK-TIME FROM TIME.
           MOVE RCTL-WK-DATE TO RCTL-RUN-DATE.
           MOVE RCTL-WK-TIME (1:6) TO RCTL-RUN-TIME.
       1060-EXIT.
           EXIT.
       9060-POST-RUN-END.
           MOVE SPACES TO POS-RUN-CTL-RECORD.
           MOVE 'POS-SHARE-POSITION' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE POS-DETAIL-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE POS-RUN-CTL-RECORD.
           CLOSE POS-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    COMMIT THE HEADER IDENTITY JUST POSTED SO THE NEXT RUN *
      *    CAN RECOGNIZE A RE-SEND OR A STALE FILE                *
      *---------------------------------------------------------*
       9050-COMMIT-FEED-CTL.
           IF POS-THIS-RUN-DTE-TME = SPACES
               GO TO 9050-EXIT
           END-IF.
           MOVE SPACES TO POS-FEED-CTL-RECORD.
           MOVE POS-LAST-RUN-DTE-TME TO PCTL-PRIOR-RUN-DTE-TME.
           MOVE POS-THIS-RUN-DTE-TME TO PCTL-RUN-DTE-TME.
           IF POS-FEED-CTL-EMPTY
               WRITE POS-FEED-CTL-RECORD
               SET POS-FEED-CTL-LOADED TO TRUE
           ELSE
               REWRITE POS-FEED-CTL-RECORD
           END-IF.
       9050-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A REJECTED FEED STOPS THE RUN BEFORE THE BOOK IS       *
      *    WRITTEN -- YESTERDAY'S BOOK STAYS THE BOOK OF RECORD   *
      *---------------------------------------------------------*
       9100-ABORT-STALE-FEED.
           MOVE POS-FEED-REJECT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 12 TO POS-RUN-RC.
           MOVE 12 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE POS-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE MERGE NEEDS YESTERDAY'S BOOK IN FUND / ACCOUNT     *
      *    ORDER WITH ONE ROW PER KEY -- A ROW OUT OF ORDER OR    *
      *    REPEATED STOPS THE RUN RATHER THAN SPLIT A POSITION    *
      *---------------------------------------------------------*
       9110-ABORT-BOOK-SEQUENCE.
           MOVE POS-SEQ-ERROR-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO POS-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE POS-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE POS-SDCM-FL.
           CLOSE POS-BOOK-IN.
           CLOSE POS-BOOK-OUT.
           CLOSE POS-JOURNAL-FL.
           CLOSE POS-FEED-CTL-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 12 FEED REJECTED, 16 FATAL                 *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF POS-NEW-RC > POS-RUN-RC
               MOVE POS-NEW-RC TO POS-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF POS-NEGATIVE-CT > ZERO
              OR POS-MATRIX-SKIP-CT > ZERO
              OR POS-NO-ACCT-SKIP-CT > ZERO
               MOVE 4 TO POS-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF POS-FUND-BREAK-CT > ZERO
               MOVE 8 TO POS-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE POS-RUN-RC TO POS-RCD-OUT.
           EVALUATE POS-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO POS-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO POS-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO POS-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO POS-RCD-REASON
           END-EVALUATE.
           MOVE POS-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE POS-RUN-RC TO RETURN-CODE.
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
           MOVE 'POS-SHARE-POSITION' TO RPT-PROGRAM-ID-TX.
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
