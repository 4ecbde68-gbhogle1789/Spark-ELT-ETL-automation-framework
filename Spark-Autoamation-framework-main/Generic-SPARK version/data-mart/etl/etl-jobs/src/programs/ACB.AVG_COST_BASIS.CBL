       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACB-AVG-COST-BASIS.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT ACB-CASH-FL ASSIGN TO "FNAME1".
	    SELECT OPTIONAL ACB-LEDGER-IN ASSIGN TO "ACBLDGI".
	    SELECT ACB-LEDGER-OUT ASSIGN TO "ACBLDGO".
	    SELECT OPTIONAL ACB-LOT-IN ASSIGN TO "ACBLOTI".
	    SELECT ACB-LOT-OUT ASSIGN TO "ACBLOTO".
	    SELECT OPTIONAL ACB-RLZ-IN ASSIGN TO "ACBRLZI".
	    SELECT ACB-RLZ-OUT ASSIGN TO "ACBRLZO".
	    SELECT ACB-POS-BOOK-FL ASSIGN TO "POSBOOK".
	    SELECT ACB-ACCOUNT-FL ASSIGN TO "ACCTFILE".
	    SELECT ACB-CUSTOMER-FL ASSIGN TO "CUSTFILE".
	    SELECT ACB-1099B-EXT ASSIGN TO "ACB1099B".
	    SELECT ACB-CTL-FL ASSIGN TO "ACBCTL".
	    SELECT OPTIONAL ACB-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
       FD  ACB-CASH-FL.
       01  ACB-CASH-RECORD.
           05  ACB-CSH-RECORD-TYPE-CD        PIC X(1).
               88  ACB-CSH-RECORD-TYPE-HEADER    VALUE 'H'.
               88  ACB-CSH-RECORD-TYPE-DETAIL    VALUE 'D'.
           05  ACB-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(5).
               10  ACB-CSH-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(11).
               10  ACB-CSH-LOAD-ACCT         PIC 9(11).
               10  ACB-CSH-NOLOAD-ACCT       PIC 9(11).
               10  FILLER                    PIC X(10).
               10  ACB-CSH-ORDER-NBR         PIC 9(9).
               10  FILLER                    PIC X(54).
               10  ACB-CSH-TRADE-DTE         PIC 9(8).
               10  ACB-CSH-SHARES            PIC S9(11)V9(4)
                    SIGN TRAILING SEPARATE.
               10  ACB-CSH-OFFERING-PRICE    PIC 9(5)V9(4).
               10  ACB-CSH-GROSS-AT          PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(51).
               10  ACB-CSH-TRAN-TYPE-CD      PIC X(1).
                   88  ACB-CSH-PURCHASE          VALUE '0'.
                   88  ACB-CSH-REDEMPTION        VALUE '1'.
               10  ACB-CSH-LOAD-NOLOAD-CD    PIC 9(1).
                   88  ACB-CSH-NOLOAD            VALUE 1.
               10  FILLER                    PIC X(28).
               10  ACB-CSH-FUND-FROM-TO      PIC 9(7).
               10  FILLER                    PIC X(52).
               10  ACB-CSH-MATRIX-ERROR-CD   PIC X(1).
               10  FILLER                    PIC X(42).
               10  ACB-CSH-REVERSE-CD        PIC X(1).
                   88  ACB-CSH-REVERSAL          VALUE 'Y'.
               10  ACB-CSH-TRAN-STATUS-CDE   PIC X(1).
                   88  ACB-CSH-STATUS-NOT-POSTABLE
                                             VALUE 'B' 'D' 'R'.
               10  FILLER                    PIC X(117).
           05  ACB-CSH-HEADER-AREA REDEFINES ACB-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(3).
               10  ACB-CSH-RUN-DTE-TME       PIC X(26).
               10  FILLER                    PIC X(440).
      *---------------------------------------------------------*
      *    AVERAGE-COST LEDGER -- ONE ROW PER FUND AND ACCOUNT    *
      *    WITH THE SHARES CARRYING BASIS AND THEIR TOTAL COST    *
      *---------------------------------------------------------*
       FD  ACB-LEDGER-IN.
       01  ACB-LEDGER-IN-RECORD.
           05  LGI-FUND-CODE                 PIC 9(7).
           05  LGI-ACCOUNT-NUMBER            PIC 9(11).
           05  LGI-BASIS-SHARES              PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  LGI-BASIS-COST-AT             PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  LGI-OPEN-DTE                  PIC 9(8).
           05  LGI-LAST-ACTIVITY-DTE         PIC 9(8).
           05  FILLER                        PIC X(34).
       FD  ACB-LEDGER-OUT.
       01  ACB-LEDGER-OUT-RECORD.
           05  LGO-FUND-CODE                 PIC 9(7).
           05  LGO-ACCOUNT-NUMBER            PIC 9(11).
           05  LGO-BASIS-SHARES              PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  LGO-BASIS-COST-AT             PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  LGO-OPEN-DTE                  PIC 9(8).
           05  LGO-LAST-ACTIVITY-DTE         PIC 9(8).
           05  FILLER                        PIC X(34).
      *---------------------------------------------------------*
      *    ACQUISITION LOTS -- SHARES STILL HELD BY ACQUISITION   *
      *    DATE.  COST STAYS AVERAGED ON THE LEDGER; THE LOTS     *
      *    ONLY DATE THE SHARES, FIRST IN FIRST OUT, FOR THE      *
      *    SHORT-TERM / LONG-TERM HOLDING PERIOD                  *
      *---------------------------------------------------------*
       FD  ACB-LOT-IN.
       01  ACB-LOT-IN-RECORD.
           05  LTI-FUND-CODE                 PIC 9(7).
           05  LTI-ACCOUNT-NUMBER            PIC 9(11).
           05  LTI-ACQ-DTE                   PIC 9(8).
           05  LTI-SHARES                    PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  FILLER                        PIC X(18).
       FD  ACB-LOT-OUT.
       01  ACB-LOT-OUT-RECORD.
           05  LTO-FUND-CODE                 PIC 9(7).
           05  LTO-ACCOUNT-NUMBER            PIC 9(11).
           05  LTO-ACQ-DTE                   PIC 9(8).
           05  LTO-SHARES                    PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  FILLER                        PIC X(18).
      *---------------------------------------------------------*
      *    REALIZED GAIN/LOSS -- ONE ROW PER REDEMPTION OR        *
      *    EXCHANGE-OUT, SPLIT INTO SHORT-TERM, LONG-TERM AND     *
      *    SHARES SOLD WITH NO BASIS ON FILE.  THE CURRENT AND    *
      *    PRIOR TAX YEARS ARE CARRIED                            *
      *---------------------------------------------------------*
       FD  ACB-RLZ-IN.
       01  ACB-RLZ-IN-RECORD.
           05  RZI-FUND-CODE                 PIC 9(7).
           05  RZI-ACCOUNT-NUMBER            PIC 9(11).
           05  RZI-ORDER-NBR                 PIC 9(9).
           05  RZI-SALE-DTE                  PIC 9(8).
           05  RZI-SALE-DTE-R REDEFINES RZI-SALE-DTE.
               10  RZI-SALE-YYYY             PIC 9(4).
               10  FILLER                    PIC 9(4).
           05  RZI-FIRST-ACQ-DTE             PIC 9(8).
           05  RZI-TRAN-KIND-CD              PIC X(2).
           05  RZI-SHARES                    PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  RZI-ST-SHARES                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  RZI-ST-PROCEEDS-AT            PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RZI-ST-COST-AT                PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RZI-LT-SHARES                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  RZI-LT-PROCEEDS-AT            PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RZI-LT-COST-AT                PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RZI-NC-SHARES                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  RZI-NC-PROCEEDS-AT            PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RZI-REVERSED-SW               PIC X(1).
           05  FILLER                        PIC X(44).
       FD  ACB-RLZ-OUT.
       01  ACB-RLZ-OUT-RECORD.
           05  RZO-FUND-CODE                 PIC 9(7).
           05  RZO-ACCOUNT-NUMBER            PIC 9(11).
           05  RZO-ORDER-NBR                 PIC 9(9).
           05  RZO-SALE-DTE                  PIC 9(8).
           05  RZO-FIRST-ACQ-DTE             PIC 9(8).
           05  RZO-TRAN-KIND-CD              PIC X(2).
               88  RZO-KIND-REDEMPTION           VALUE 'RD'.
               88  RZO-KIND-EXCHANGE-OUT         VALUE 'XO'.
           05  RZO-SHARES                    PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  RZO-ST-SHARES                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  RZO-ST-PROCEEDS-AT            PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RZO-ST-COST-AT                PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RZO-LT-SHARES                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  RZO-LT-PROCEEDS-AT            PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RZO-LT-COST-AT                PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RZO-NC-SHARES                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  RZO-NC-PROCEEDS-AT            PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  RZO-REVERSED-SW               PIC X(1).
               88  RZO-REVERSED                  VALUE 'Y'.
           05  FILLER                        PIC X(44).
       FD  ACB-POS-BOOK-FL.
       01  ACB-POS-BOOK-RECORD.
           05  PBK-FUND-CODE                 PIC 9(7).
           05  PBK-ACCOUNT-NUMBER            PIC 9(11).
           05  PBK-SHARE-BAL                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  FILLER                        PIC X(80).
       FD  ACB-ACCOUNT-FL.
       01  ACB-ACCOUNT-RECORD.
           05  ACB-ACT-FUND-CODE             PIC 9(7).
           05  ACB-ACT-ACCOUNT-NUMBER        PIC 9(11).
           05  ACB-ACT-CMR-BPR-ID2           PIC 9(11).
           05  ACB-ACT-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(13).
           05  ACB-ACT-FRST-NME              PIC X(35).
           05  FILLER                        PIC X(31).
           05  ACB-ACT-CRP-LST-NME           PIC X(35).
           05  FILLER                        PIC X(78).
           05  ACB-ACT-TAX-ID                PIC 9(9).
           05  FILLER                        PIC X(405).
       FD  ACB-CUSTOMER-FL.
       01  ACB-CUSTOMER-RECORD.
           05  ACB-CST-CMR-BPR-ID2           PIC 9(11).
           05  ACB-CST-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(1046).
           05  ACB-CST-AVG-COST-CD           PIC X(1).
               88  ACB-CST-AVG-COST-YES          VALUE 'Y'.
           05  FILLER                        PIC X(28).
      *---------------------------------------------------------*
      *    1099-B EXTRACT -- ONE 'B' ROW PER SALE AND TERM, AND   *
      *    ONE 'T' TOTAL ROW.  COVERED SHARES CARRY AVERAGE-COST  *
      *    BASIS ACQUIRED 'VARIOUS'; SHARES WITH NO BASIS ON FILE *
      *    GO OUT NONCOVERED WITH THE BASIS LEFT BLANK            *
      *---------------------------------------------------------*
       FD  ACB-1099B-EXT.
       01  ACB-1099B-RECORD.
           05  B1X-RECORD-TYPE-CD            PIC X(1).
               88  B1X-RECORD-TYPE-SALE          VALUE 'B'.
               88  B1X-RECORD-TYPE-TOTAL         VALUE 'T'.
           05  B1X-SALE-AREA.
               10  B1X-TAX-ID                PIC 9(9).
               10  B1X-FRST-NME              PIC X(35).
               10  B1X-LST-NME               PIC X(35).
               10  B1X-FUND-CODE             PIC 9(7).
               10  B1X-ACCOUNT-NUMBER        PIC 9(11).
               10  B1X-TAX-YEAR              PIC 9(4).
               10  B1X-SALE-DTE              PIC 9(8).
               10  B1X-ACQ-DTE-TX            PIC X(8).
               10  B1X-SHARES                PIC -9(11).9(4).
               10  B1X-PROCEEDS-AT           PIC -9(13).9(2).
               10  B1X-COST-AT               PIC -9(13).9(2).
               10  B1X-GAIN-LOSS-AT          PIC -9(13).9(2).
               10  B1X-TERM-CD               PIC X(1).
                   88  B1X-TERM-SHORT            VALUE 'S'.
                   88  B1X-TERM-LONG             VALUE 'L'.
                   88  B1X-TERM-UNKNOWN          VALUE 'U'.
               10  B1X-COVERED-CD            PIC X(1).
               10  B1X-BASIS-METHOD-CD       PIC X(1).
               10  B1X-AVG-COST-CONSENT-CD   PIC X(1).
               10  B1X-EXCHANGE-CD           PIC X(1).
               10  FILLER                    PIC X(11).
           05  B1X-TOTAL-AREA REDEFINES B1X-SALE-AREA.
               10  B1X-ROW-CT                PIC 9(9).
               10  B1X-TOT-PROCEEDS-AT       PIC -9(15).9(2).
               10  B1X-TOT-COST-AT           PIC -9(15).9(2).
               10  B1X-TOT-GAIN-LOSS-AT      PIC -9(15).9(2).
               10  FILLER                    PIC X(134).
      *---------------------------------------------------------*
      *    BASIS CONTROL -- LAST CASH FEED POSTED AND LAST TAX    *
      *    YEAR EXTRACTED                                         *
      *---------------------------------------------------------*
       FD  ACB-CTL-FL.
       01  ACB-CTL-RECORD.
           05  ACT-LAST-FEED-DTE-TME         PIC X(26).
           05  ACT-LAST-TAX-YEAR             PIC 9(4).
           05  FILLER                        PIC X(10).
       FD  ACB-RUN-CTL-FL.
       01  ACB-RUN-CTL-RECORD.
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
       01  ACB-SWITCHES.
           05  ACB-CSH-EOF-SW                PIC X(01)   VALUE 'N'.
               88  ACB-CSH-EOF                   VALUE 'Y'.
           05  ACB-LGI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  ACB-LGI-EOF                   VALUE 'Y'.
           05  ACB-LTI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  ACB-LTI-EOF                   VALUE 'Y'.
           05  ACB-RZI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  ACB-RZI-EOF                   VALUE 'Y'.
           05  ACB-PBK-EOF-SW                PIC X(01)   VALUE 'N'.
               88  ACB-PBK-EOF                   VALUE 'Y'.
           05  ACB-ACT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  ACB-ACT-EOF                   VALUE 'Y'.
           05  ACB-CST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  ACB-CST-EOF                   VALUE 'Y'.
           05  ACB-CTL-SW                    PIC X(01)   VALUE 'Y'.
               88  ACB-CTL-EMPTY                 VALUE 'Y'.
               88  ACB-CTL-LOADED                VALUE 'N'.
           05  ACB-LG-SW                     PIC X(01)   VALUE 'N'.
               88  ACB-LG-FOUND                  VALUE 'Y'.
               88  ACB-LG-NOT-FOUND              VALUE 'N'.
           05  ACB-LT-SW                     PIC X(01)   VALUE 'N'.
               88  ACB-LT-FOUND                  VALUE 'Y'.
               88  ACB-LT-NOT-FOUND              VALUE 'N'.
           05  ACB-RZ-SW                     PIC X(01)   VALUE 'N'.
               88  ACB-RZ-FOUND                  VALUE 'Y'.
               88  ACB-RZ-NOT-FOUND              VALUE 'N'.
           05  ACB-EXTRACT-SW                PIC X(01)   VALUE 'N'.
               88  ACB-EXTRACT-RUN               VALUE 'Y'.
       01  ACB-COUNTERS                      COMP.
           05  ACB-DETAIL-CT                 PIC 9(09)   VALUE ZERO.
           05  ACB-MATRIX-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  ACB-STATUS-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  ACB-NO-ACCT-SKIP-CT           PIC 9(07)   VALUE ZERO.
           05  ACB-PURCHASE-CT               PIC 9(07)   VALUE ZERO.
           05  ACB-SALE-CT                   PIC 9(07)   VALUE ZERO.
           05  ACB-NO-BASIS-SALE-CT          PIC 9(07)   VALUE ZERO.
           05  ACB-REV-PURCHASE-CT           PIC 9(07)   VALUE ZERO.
           05  ACB-REV-SALE-CT               PIC 9(07)   VALUE ZERO.
           05  ACB-REV-UNMATCHED-CT          PIC 9(07)   VALUE ZERO.
           05  ACB-PBK-READ-CT               PIC 9(09)   VALUE ZERO.
           05  ACB-RECON-MATCH-CT            PIC 9(07)   VALUE ZERO.
           05  ACB-RECON-BREAK-CT            PIC 9(07)   VALUE ZERO.
           05  ACB-LEDGER-WRITE-CT           PIC 9(07)   VALUE ZERO.
           05  ACB-LOT-WRITE-CT              PIC 9(07)   VALUE ZERO.
           05  ACB-RLZ-AGED-OFF-CT           PIC 9(07)   VALUE ZERO.
           05  ACB-B1X-ROW-CT                PIC 9(09)   VALUE ZERO.
           05  ACB-B1X-NO-ACCT-CT            PIC 9(07)   VALUE ZERO.
       01  ACB-LG-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  ACB-LT-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  ACB-RZ-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  ACB-AL-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  ACB-CN-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  ACB-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  ACB-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  ACB-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  ACB-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  ACB-RCD-REASON               PIC X(40).
       01  ACB-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  ACB-TBL-LIMIT-NAME            PIC X(20).
       01  ACB-FEED-REJECT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ACB-FJ-REASON                 PIC X(60).
       01  ACB-FEED-CTL-WORK.
           05  ACB-LAST-RUN-DTE-TME          PIC X(26)   VALUE SPACES.
           05  ACB-THIS-RUN-DTE-TME          PIC X(26)   VALUE SPACES.
           05  ACB-LAST-TAX-YEAR             PIC 9(04)   VALUE ZERO.
       01  ACB-DATE-WORK.
           05  ACB-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  ACB-RUN-DTE-R REDEFINES ACB-RUN-DTE.
               10  ACB-RUN-YYYY              PIC 9(04).
               10  ACB-RUN-MMDD              PIC 9(04).
           05  ACB-TAX-YEAR                  PIC 9(04)   VALUE ZERO.
           05  ACB-KEEP-FROM-YEAR            PIC 9(04)   VALUE ZERO.
       01  ACB-LG-TBL.
           05  ACB-LG-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY ACB-LG-IDX.
               10  ACB-LG-FUND-CODE          PIC 9(07).
               10  ACB-LG-ACCOUNT-NBR        PIC 9(11).
               10  ACB-LG-SHARES             PIC S9(11)V9(4).
               10  ACB-LG-COST-AT            PIC S9(13)V9(2).
               10  ACB-LG-OPEN-DTE           PIC 9(08).
               10  ACB-LG-LAST-DTE           PIC 9(08).
               10  ACB-LG-RECON-SW           PIC X(01).
                   88  ACB-LG-ON-BOOK            VALUE 'Y'.
       01  ACB-LT-TBL.
           05  ACB-LT-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY ACB-LT-IDX.
               10  ACB-LT-FUND-CODE          PIC 9(07).
               10  ACB-LT-ACCOUNT-NBR        PIC 9(11).
               10  ACB-LT-ACQ-DTE            PIC 9(08).
               10  ACB-LT-SHARES             PIC S9(11)V9(4).
       01  ACB-RZ-TBL.
           05  ACB-RZ-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY ACB-RZ-IDX.
               10  ACB-RZ-FUND-CODE          PIC 9(07).
               10  ACB-RZ-ACCOUNT-NBR        PIC 9(11).
               10  ACB-RZ-ORDER-NBR          PIC 9(09).
               10  ACB-RZ-SALE-DTE           PIC 9(08).
               10  ACB-RZ-SALE-DTE-R REDEFINES ACB-RZ-SALE-DTE.
                   15  ACB-RZ-SALE-YYYY      PIC 9(04).
                   15  FILLER                PIC 9(04).
               10  ACB-RZ-FIRST-ACQ-DTE      PIC 9(08).
               10  ACB-RZ-TRAN-KIND-CD       PIC X(02).
                   88  ACB-RZ-KIND-EXCHANGE-OUT  VALUE 'XO'.
               10  ACB-RZ-SHARES             PIC S9(11)V9(4).
               10  ACB-RZ-ST-SHARES          PIC S9(11)V9(4).
               10  ACB-RZ-ST-PROCEEDS-AT     PIC S9(13)V9(2).
               10  ACB-RZ-ST-COST-AT         PIC S9(13)V9(2).
               10  ACB-RZ-LT-SHARES          PIC S9(11)V9(4).
               10  ACB-RZ-LT-PROCEEDS-AT     PIC S9(13)V9(2).
               10  ACB-RZ-LT-COST-AT         PIC S9(13)V9(2).
               10  ACB-RZ-NC-SHARES          PIC S9(11)V9(4).
               10  ACB-RZ-NC-PROCEEDS-AT     PIC S9(13)V9(2).
               10  ACB-RZ-REVERSED-SW        PIC X(01).
                   88  ACB-RZ-REVERSED           VALUE 'Y'.
       01  ACB-AL-TBL.
           05  ACB-AL-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY ACB-AL-IDX.
               10  ACB-AL-FUND-CODE          PIC 9(07).
               10  ACB-AL-ACCOUNT-NBR        PIC 9(11).
               10  ACB-AL-BPR-ID1            PIC 9(11).
               10  ACB-AL-BPR-ID2            PIC 9(11).
               10  ACB-AL-TAX-ID             PIC 9(09).
               10  ACB-AL-FRST-NME           PIC X(35).
               10  ACB-AL-LST-NME            PIC X(35).
       01  ACB-CN-TBL.
           05  ACB-CN-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY ACB-CN-IDX.
               10  ACB-CN-BPR-ID1            PIC 9(11).
               10  ACB-CN-BPR-ID2            PIC 9(11).
       01  ACB-POST-WORK.
           05  ACB-WK-FUND-CODE              PIC 9(07)   VALUE ZERO.
           05  ACB-WK-ACCOUNT-NBR            PIC 9(11)   VALUE ZERO.
           05  ACB-WK-ACQ-DTE                PIC 9(08)   VALUE ZERO.
           05  ACB-WK-LT-CUTOFF-DTE          PIC 9(08)   VALUE ZERO.
           05  ACB-WK-SHARES                 PIC S9(11)V9(4)
                                              VALUE ZERO.
           05  ACB-WK-COST-AT                PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  ACB-WK-PROCEEDS-AT            PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  ACB-WK-COVERED-SHARES         PIC S9(11)V9(4)
                                              VALUE ZERO.
           05  ACB-WK-COVERED-PROCEEDS-AT    PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  ACB-WK-RELIEVED-COST-AT       PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  ACB-WK-REMAINING-SHARES       PIC S9(11)V9(4)
                                              VALUE ZERO.
           05  ACB-WK-TAKE-SHARES            PIC S9(11)V9(4)
                                              VALUE ZERO.
           05  ACB-WK-BEST-LOT-NBR           PIC 9(05)   COMP
                                              VALUE ZERO.
           05  ACB-WK-TERM-CD                PIC X(01)   VALUE SPACE.
           05  ACB-WK-B1X-SHARES             PIC S9(11)V9(4)
                                              VALUE ZERO.
           05  ACB-WK-B1X-PROCEEDS-AT        PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  ACB-WK-B1X-COST-AT            PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  ACB-WK-TOT-PROCEEDS-AT        PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  ACB-WK-TOT-COST-AT            PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  ACB-WK-TOT-GAIN-LOSS-AT       PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  ACB-WK-BASIS-SHARES           PIC S9(11)V9(4)
                                              VALUE ZERO.
           05  ACB-WK-BOOK-SHARES            PIC S9(11)V9(4)
                                              VALUE ZERO.
           05  ACB-WK-DIFF-SHARES            PIC S9(11)V9(4)
                                              VALUE ZERO.
       01  ACB-EXC-KEY.
           05  ACB-EK-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  ACB-EK-ACCOUNT-NBR            PIC 9(11).
       01  ACB-RCN-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'COST-BASIS SHARES VS SHARE-POSITION BOOK BREAKS'.
       01  ACB-RCN-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FUND'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(07)   VALUE SPACES.
           05  FILLER                        PIC X(12)
               VALUE 'BASIS SHARES'.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  FILLER                        PIC X(12)
               VALUE 'BOOK SHARES'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'STATUS'.
       01  ACB-RCN-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ACB-RL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ACB-RL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ACB-RL-BASIS-SHARES           PIC ---,---,--9.9999.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ACB-RL-BOOK-SHARES            PIC ---,---,--9.9999.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ACB-RL-STATUS                 PIC X(20).
       01  ACB-RCN-CAP-TBL.
           05  ACB-RCN-CAP-LINE              PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY ACB-RCN-CAP-IX.
       01  ACB-RCN-CAP-USED-CT               PIC 9(07)   COMP
                                              VALUE ZERO.
       01  ACB-RCN-CAP-TRUNC-SW              PIC X(01)   VALUE 'N'.
       01  ACB-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       01  ACB-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'AVERAGE-COST BASIS RUN TOTALS'.
       01  ACB-TAX-YEAR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(25)
               VALUE '1099-B EXTRACT TAX YEAR: '.
           05  ACB-TY-TAX-YEAR               PIC 9(04).
       01  ACB-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ACB-TL-LABEL                  PIC X(25).
           05  ACB-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CASH THRU 2000-EXIT
               UNTIL ACB-CSH-EOF.
           PERFORM 3000-RECONCILE-TO-BOOK THRU 3000-EXIT.
           PERFORM 4000-YEAR-END-EXTRACT THRU 4000-EXIT.
           PERFORM 7000-CARRY-FILES-FORWARD THRU 7000-EXIT.
           PERFORM 8000-PRINT-RECON-BREAKS THRU 8000-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE ACB-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ACB-CASH-FL.
           OPEN INPUT ACB-LEDGER-IN.
           OPEN OUTPUT ACB-LEDGER-OUT.
           OPEN INPUT ACB-LOT-IN.
           OPEN OUTPUT ACB-LOT-OUT.
           OPEN INPUT ACB-RLZ-IN.
           OPEN OUTPUT ACB-RLZ-OUT.
           OPEN INPUT ACB-POS-BOOK-FL.
           OPEN INPUT ACB-ACCOUNT-FL.
           OPEN INPUT ACB-CUSTOMER-FL.
           OPEN OUTPUT ACB-1099B-EXT.
           OPEN I-O ACB-CTL-FL.
           OPEN EXTEND ACB-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT ACB-RUN-DTE FROM DATE YYYYMMDD.
           MOVE ACB-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           COMPUTE ACB-KEEP-FROM-YEAR = ACB-RUN-YYYY - 1.
           PERFORM 1200-READ-ACB-CTL THRU 1200-EXIT.
           PERFORM 1300-LOAD-LEDGER THRU 1300-EXIT
               UNTIL ACB-LGI-EOF.
           PERFORM 1400-LOAD-LOTS THRU 1400-EXIT
               UNTIL ACB-LTI-EOF.
           PERFORM 1500-LOAD-REALIZED THRU 1500-EXIT
               UNTIL ACB-RZI-EOF.
           READ ACB-CASH-FL
               AT END
                   SET ACB-CSH-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
       1200-READ-ACB-CTL.
           READ ACB-CTL-FL
               AT END
                   SET ACB-CTL-EMPTY TO TRUE
                   MOVE SPACES TO ACB-LAST-RUN-DTE-TME
                   COMPUTE ACB-LAST-TAX-YEAR = ACB-RUN-YYYY - 1
               NOT AT END
                   SET ACB-CTL-LOADED TO TRUE
                   MOVE ACT-LAST-FEED-DTE-TME TO ACB-LAST-RUN-DTE-TME
                   MOVE ACT-LAST-TAX-YEAR TO ACB-LAST-TAX-YEAR
           END-READ.
       1200-EXIT.
           EXIT.
       1300-LOAD-LEDGER.
           READ ACB-LEDGER-IN
               AT END
                   SET ACB-LGI-EOF TO TRUE
           END-READ.
           IF ACB-LGI-EOF
               GO TO 1300-EXIT
           END-IF.
           IF ACB-LG-USED-CT >= 50000
               MOVE ' BASIS LEDGER' TO ACB-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ACB-LG-USED-CT.
           SET ACB-LG-IDX TO ACB-LG-USED-CT.
           MOVE LGI-FUND-CODE TO ACB-LG-FUND-CODE (ACB-LG-IDX).
           MOVE LGI-ACCOUNT-NUMBER TO ACB-LG-ACCOUNT-NBR (ACB-LG-IDX).
           MOVE LGI-BASIS-SHARES TO ACB-LG-SHARES (ACB-LG-IDX).
           MOVE LGI-BASIS-COST-AT TO ACB-LG-COST-AT (ACB-LG-IDX).
           MOVE LGI-OPEN-DTE TO ACB-LG-OPEN-DTE (ACB-LG-IDX).
           MOVE LGI-LAST-ACTIVITY-DTE TO ACB-LG-LAST-DTE (ACB-LG-IDX).
           MOVE 'N' TO ACB-LG-RECON-SW (ACB-LG-IDX).
       1300-EXIT.
           EXIT.
       1400-LOAD-LOTS.
           READ ACB-LOT-IN
               AT END
                   SET ACB-LTI-EOF TO TRUE
           END-READ.
           IF ACB-LTI-EOF
               GO TO 1400-EXIT
           END-IF.
           IF ACB-LT-USED-CT >= 50000
               MOVE ' ACQUISITION LOTS' TO ACB-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ACB-LT-USED-CT.
           SET ACB-LT-IDX TO ACB-LT-USED-CT.
           MOVE LTI-FUND-CODE TO ACB-LT-FUND-CODE (ACB-LT-IDX).
           MOVE LTI-ACCOUNT-NUMBER TO ACB-LT-ACCOUNT-NBR (ACB-LT-IDX).
           MOVE LTI-ACQ-DTE TO ACB-LT-ACQ-DTE (ACB-LT-IDX).
           MOVE LTI-SHARES TO ACB-LT-SHARES (ACB-LT-IDX).
       1400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    KEEP THE CURRENT AND PRIOR TAX YEARS -- THE PRIOR YEAR *
      *    IS STILL NEEDED FOR THE JANUARY 1099-B EXTRACT         *
      *---------------------------------------------------------*
       1500-LOAD-REALIZED.
           READ ACB-RLZ-IN
               AT END
                   SET ACB-RZI-EOF TO TRUE
           END-READ.
           IF ACB-RZI-EOF
               GO TO 1500-EXIT
           END-IF.
           IF RZI-SALE-YYYY < ACB-KEEP-FROM-YEAR
               ADD 1 TO ACB-RLZ-AGED-OFF-CT
               GO TO 1500-EXIT
           END-IF.
           IF ACB-RZ-USED-CT >= 50000
               MOVE ' REALIZED SALES' TO ACB-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ACB-RZ-USED-CT.
           SET ACB-RZ-IDX TO ACB-RZ-USED-CT.
           MOVE RZI-FUND-CODE TO ACB-RZ-FUND-CODE (ACB-RZ-IDX).
           MOVE RZI-ACCOUNT-NUMBER TO ACB-RZ-ACCOUNT-NBR (ACB-RZ-IDX).
           MOVE RZI-ORDER-NBR TO ACB-RZ-ORDER-NBR (ACB-RZ-IDX).
           MOVE RZI-SALE-DTE TO ACB-RZ-SALE-DTE (ACB-RZ-IDX).
           MOVE RZI-FIRST-ACQ-DTE TO ACB-RZ-FIRST-ACQ-DTE (ACB-RZ-IDX).
           MOVE RZI-TRAN-KIND-CD TO ACB-RZ-TRAN-KIND-CD (ACB-RZ-IDX).
           MOVE RZI-SHARES TO ACB-RZ-SHARES (ACB-RZ-IDX).
           MOVE RZI-ST-SHARES TO ACB-RZ-ST-SHARES (ACB-RZ-IDX).
           MOVE RZI-ST-PROCEEDS-AT
               TO ACB-RZ-ST-PROCEEDS-AT (ACB-RZ-IDX).
           MOVE RZI-ST-COST-AT TO ACB-RZ-ST-COST-AT (ACB-RZ-IDX).
           MOVE RZI-LT-SHARES TO ACB-RZ-LT-SHARES (ACB-RZ-IDX).
           MOVE RZI-LT-PROCEEDS-AT
               TO ACB-RZ-LT-PROCEEDS-AT (ACB-RZ-IDX).
           MOVE RZI-LT-COST-AT TO ACB-RZ-LT-COST-AT (ACB-RZ-IDX).
           MOVE RZI-NC-SHARES TO ACB-RZ-NC-SHARES (ACB-RZ-IDX).
           MOVE RZI-NC-PROCEEDS-AT
               TO ACB-RZ-NC-PROCEEDS-AT (ACB-RZ-IDX).
           MOVE RZI-REVERSED-SW TO ACB-RZ-REVERSED-SW (ACB-RZ-IDX).
       1500-EXIT.
           EXIT.
       2000-PROCESS-CASH.
           IF ACB-CSH-RECORD-TYPE-HEADER
               PERFORM 2020-GUARD-FEED-HEADER THRU 2020-EXIT
           END-IF.
           IF ACB-CSH-RECORD-TYPE-DETAIL
               ADD 1 TO ACB-DETAIL-CT
               PERFORM 2100-POST-ONE-MOVEMENT THRU 2100-EXIT
           END-IF.
           READ ACB-CASH-FL
               AT END
                   SET ACB-CSH-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BASIS MAY ONLY MOVE ONCE PER FEED -- REJECT A FILE     *
      *    CARRYING THE RUN DATE-TIME ALREADY POSTED (A RE-SEND)  *
      *    OR AN OLDER ONE (A STALE FILE)                         *
      *---------------------------------------------------------*
       2020-GUARD-FEED-HEADER.
           MOVE ACB-CSH-RUN-DTE-TME (1:10) TO RPT-CYCLE-TX.
           MOVE ACB-CSH-RUN-DTE-TME TO ACB-THIS-RUN-DTE-TME.
           IF ACB-CTL-EMPTY
               GO TO 2020-EXIT
           END-IF.
           IF ACB-CSH-RUN-DTE-TME = ACB-LAST-RUN-DTE-TME
               MOVE 'FEED REJECTED - RUN DATE-TIME ALREADY POSTED'
                   TO ACB-FJ-REASON
               PERFORM 9100-ABORT-STALE-FEED THRU 9100-EXIT
           END-IF.
           IF ACB-CSH-RUN-DTE-TME < ACB-LAST-RUN-DTE-TME
               MOVE 'FEED REJECTED - RUN DATE-TIME OLDER THAN LAST'
                   TO ACB-FJ-REASON
               PERFORM 9100-ABORT-STALE-FEED THRU 9100-EXIT
           END-IF.
       2020-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONLY SETTLED TRADES MOVE BASIS.  PURCHASES AND         *
      *    EXCHANGES-IN ADD SHARES AND COST; REDEMPTIONS AND      *
      *    EXCHANGES-OUT RELIEVE IT AT AVERAGE COST; A REVERSAL   *
      *    UNDOES WHAT ITS ORIGINAL DID                           *
      *---------------------------------------------------------*
       2100-POST-ONE-MOVEMENT.
           IF ACB-CSH-MATRIX-ERROR-CD NOT = SPACE
               ADD 1 TO ACB-MATRIX-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF ACB-CSH-STATUS-NOT-POSTABLE
               ADD 1 TO ACB-STATUS-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF ACB-CSH-NOLOAD
               MOVE ACB-CSH-NOLOAD-ACCT TO ACB-WK-ACCOUNT-NBR
           ELSE
               MOVE ACB-CSH-LOAD-ACCT TO ACB-WK-ACCOUNT-NBR
           END-IF.
           IF ACB-WK-ACCOUNT-NBR = ZERO
               IF ACB-CSH-LOAD-ACCT NOT = ZERO
                   MOVE ACB-CSH-LOAD-ACCT TO ACB-WK-ACCOUNT-NBR
               ELSE
                   MOVE ACB-CSH-NOLOAD-ACCT TO ACB-WK-ACCOUNT-NBR
               END-IF
           END-IF.
           IF ACB-WK-ACCOUNT-NBR = ZERO
               ADD 1 TO ACB-NO-ACCT-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           MOVE ACB-CSH-FUND-CODE TO ACB-WK-FUND-CODE.
           IF ACB-CSH-SHARES < ZERO
               COMPUTE ACB-WK-SHARES = ZERO - ACB-CSH-SHARES
           ELSE
               MOVE ACB-CSH-SHARES TO ACB-WK-SHARES
           END-IF.
           IF ACB-CSH-GROSS-AT < ZERO
               COMPUTE ACB-WK-PROCEEDS-AT = ZERO - ACB-CSH-GROSS-AT
           ELSE
               MOVE ACB-CSH-GROSS-AT TO ACB-WK-PROCEEDS-AT
           END-IF.
           EVALUATE TRUE
               WHEN ACB-CSH-REDEMPTION AND ACB-CSH-REVERSAL
                   PERFORM 2350-REVERSE-SALE THRU 2350-EXIT
               WHEN ACB-CSH-REDEMPTION
                   PERFORM 2300-RELIEVE-BASIS THRU 2300-EXIT
               WHEN ACB-CSH-REVERSAL
                   PERFORM 2250-REVERSE-PURCHASE THRU 2250-EXIT
               WHEN OTHER
                   PERFORM 2200-ADD-BASIS THRU 2200-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    COST IS THE GROSS AMOUNT PAID, LOAD INCLUDED; SHARES   *
      *    TIMES OFFERING PRICE WHEN NO GROSS IS CARRIED          *
      *---------------------------------------------------------*
       2200-ADD-BASIS.
           ADD 1 TO ACB-PURCHASE-CT.
           MOVE ACB-WK-PROCEEDS-AT TO ACB-WK-COST-AT.
           IF ACB-WK-COST-AT = ZERO
               COMPUTE ACB-WK-COST-AT ROUNDED =
                   ACB-WK-SHARES * ACB-CSH-OFFERING-PRICE
           END-IF.
           PERFORM 2400-FIND-LEDGER-ROW THRU 2400-EXIT.
           IF ACB-LG-NOT-FOUND
               PERFORM 2410-ADD-LEDGER-ROW THRU 2410-EXIT
           END-IF.
           ADD ACB-WK-SHARES TO ACB-LG-SHARES (ACB-LG-IDX).
           ADD ACB-WK-COST-AT TO ACB-LG-COST-AT (ACB-LG-IDX).
           MOVE ACB-CSH-TRADE-DTE TO ACB-LG-LAST-DTE (ACB-LG-IDX).
           MOVE ACB-CSH-TRADE-DTE TO ACB-WK-ACQ-DTE.
           PERFORM 2500-ADD-TO-LOT THRU 2500-EXIT.
       2200-EXIT.
           EXIT.
       2250-REVERSE-PURCHASE.
           ADD 1 TO ACB-REV-PURCHASE-CT.
           MOVE ACB-WK-PROCEEDS-AT TO ACB-WK-COST-AT.
           IF ACB-WK-COST-AT = ZERO
               COMPUTE ACB-WK-COST-AT ROUNDED =
                   ACB-WK-SHARES * ACB-CSH-OFFERING-PRICE
           END-IF.
           PERFORM 2400-FIND-LEDGER-ROW THRU 2400-EXIT.
           IF ACB-LG-NOT-FOUND
               ADD 1 TO ACB-REV-UNMATCHED-CT
               GO TO 2250-EXIT
           END-IF.
           SUBTRACT ACB-WK-SHARES FROM ACB-LG-SHARES (ACB-LG-IDX).
           SUBTRACT ACB-WK-COST-AT FROM ACB-LG-COST-AT (ACB-LG-IDX).
           MOVE ACB-CSH-TRADE-DTE TO ACB-LG-LAST-DTE (ACB-LG-IDX).
           MOVE ACB-CSH-TRADE-DTE TO ACB-WK-ACQ-DTE.
           PERFORM 2510-FIND-LOT THRU 2510-EXIT.
           IF ACB-LT-NOT-FOUND
               ADD 1 TO ACB-REV-UNMATCHED-CT
               GO TO 2250-EXIT
           END-IF.
           IF ACB-WK-SHARES > ACB-LT-SHARES (ACB-LT-IDX)
               MOVE ZERO TO ACB-LT-SHARES (ACB-LT-IDX)
           ELSE
               SUBTRACT ACB-WK-SHARES FROM ACB-LT-SHARES (ACB-LT-IDX)
           END-IF.
       2250-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RELIEVE BASIS AT THE ACCOUNT'S AVERAGE COST.  SHARES   *
      *    BEYOND THOSE CARRYING BASIS WERE BOUGHT BEFORE THE     *
      *    LEDGER AND GO OUT NONCOVERED.  THE COVERED SHARES ARE  *
      *    DATED AGAINST THE EARLIEST LOTS: HELD MORE THAN ONE    *
      *    YEAR IS LONG-TERM                                      *
      *---------------------------------------------------------*
       2300-RELIEVE-BASIS.
           ADD 1 TO ACB-SALE-CT.
           IF ACB-RZ-USED-CT >= 50000
               MOVE ' REALIZED SALES' TO ACB-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ACB-RZ-USED-CT.
           SET ACB-RZ-IDX TO ACB-RZ-USED-CT.
           MOVE ACB-WK-FUND-CODE TO ACB-RZ-FUND-CODE (ACB-RZ-IDX).
           MOVE ACB-WK-ACCOUNT-NBR TO ACB-RZ-ACCOUNT-NBR (ACB-RZ-IDX).
           MOVE ACB-CSH-ORDER-NBR TO ACB-RZ-ORDER-NBR (ACB-RZ-IDX).
           MOVE ACB-CSH-TRADE-DTE TO ACB-RZ-SALE-DTE (ACB-RZ-IDX).
           MOVE ZERO TO ACB-RZ-FIRST-ACQ-DTE (ACB-RZ-IDX).
           IF ACB-CSH-FUND-FROM-TO NOT = ZERO
               MOVE 'XO' TO ACB-RZ-TRAN-KIND-CD (ACB-RZ-IDX)
           ELSE
               MOVE 'RD' TO ACB-RZ-TRAN-KIND-CD (ACB-RZ-IDX)
           END-IF.
           MOVE ACB-WK-SHARES TO ACB-RZ-SHARES (ACB-RZ-IDX).
           MOVE ZERO TO ACB-RZ-ST-SHARES (ACB-RZ-IDX).
           MOVE ZERO TO ACB-RZ-ST-PROCEEDS-AT (ACB-RZ-IDX).
           MOVE ZERO TO ACB-RZ-ST-COST-AT (ACB-RZ-IDX).
           MOVE ZERO TO ACB-RZ-LT-SHARES (ACB-RZ-IDX).
           MOVE ZERO TO ACB-RZ-LT-PROCEEDS-AT (ACB-RZ-IDX).
           MOVE ZERO TO ACB-RZ-LT-COST-AT (ACB-RZ-IDX).
           MOVE 'N' TO ACB-RZ-REVERSED-SW (ACB-RZ-IDX).
           MOVE ZERO TO ACB-WK-COVERED-SHARES.
           MOVE ZERO TO ACB-WK-RELIEVED-COST-AT.
           PERFORM 2400-FIND-LEDGER-ROW THRU 2400-EXIT.
           IF ACB-LG-FOUND
               IF ACB-LG-SHARES (ACB-LG-IDX) > ZERO
                   PERFORM 2310-RELIEVE-COVERED THRU 2310-EXIT
               END-IF
               MOVE ACB-CSH-TRADE-DTE TO ACB-LG-LAST-DTE (ACB-LG-IDX)
           END-IF.
           COMPUTE ACB-RZ-NC-SHARES (ACB-RZ-IDX) =
               ACB-WK-SHARES - ACB-WK-COVERED-SHARES.
           IF ACB-WK-COVERED-SHARES = ACB-WK-SHARES
               MOVE ACB-WK-PROCEEDS-AT TO ACB-WK-COVERED-PROCEEDS-AT
           ELSE
               COMPUTE ACB-WK-COVERED-PROCEEDS-AT ROUNDED =
                   ACB-WK-PROCEEDS-AT * ACB-WK-COVERED-SHARES
                 / ACB-WK-SHARES
               ADD 1 TO ACB-NO-BASIS-SALE-CT
           END-IF.
           COMPUTE ACB-RZ-NC-PROCEEDS-AT (ACB-RZ-IDX) =
               ACB-WK-PROCEEDS-AT - ACB-WK-COVERED-PROCEEDS-AT.
           IF ACB-WK-COVERED-SHARES > ZERO
               COMPUTE ACB-RZ-LT-PROCEEDS-AT (ACB-RZ-IDX) ROUNDED =
                   ACB-WK-COVERED-PROCEEDS-AT
                 * ACB-RZ-LT-SHARES (ACB-RZ-IDX)
                 / ACB-WK-COVERED-SHARES
               COMPUTE ACB-RZ-ST-PROCEEDS-AT (ACB-RZ-IDX) =
                   ACB-WK-COVERED-PROCEEDS-AT
                 - ACB-RZ-LT-PROCEEDS-AT (ACB-RZ-IDX)
               COMPUTE ACB-RZ-LT-COST-AT (ACB-RZ-IDX) ROUNDED =
                   ACB-WK-RELIEVED-COST-AT
                 * ACB-RZ-LT-SHARES (ACB-RZ-IDX)
                 / ACB-WK-COVERED-SHARES
               COMPUTE ACB-RZ-ST-COST-AT (ACB-RZ-IDX) =
                   ACB-WK-RELIEVED-COST-AT
                 - ACB-RZ-LT-COST-AT (ACB-RZ-IDX)
           END-IF.
       2300-EXIT.
           EXIT.
       2310-RELIEVE-COVERED.
           IF ACB-WK-SHARES NOT < ACB-LG-SHARES (ACB-LG-IDX)
               MOVE ACB-LG-SHARES (ACB-LG-IDX) TO ACB-WK-COVERED-SHARES
               MOVE ACB-LG-COST-AT (ACB-LG-IDX)
                   TO ACB-WK-RELIEVED-COST-AT
           ELSE
               MOVE ACB-WK-SHARES TO ACB-WK-COVERED-SHARES
               COMPUTE ACB-WK-RELIEVED-COST-AT ROUNDED =
                   ACB-LG-COST-AT (ACB-LG-IDX) * ACB-WK-SHARES
                 / ACB-LG-SHARES (ACB-LG-IDX)
           END-IF.
           SUBTRACT ACB-WK-COVERED-SHARES
               FROM ACB-LG-SHARES (ACB-LG-IDX).
           SUBTRACT ACB-WK-RELIEVED-COST-AT
               FROM ACB-LG-COST-AT (ACB-LG-IDX).
           MOVE ACB-WK-COVERED-SHARES TO ACB-WK-REMAINING-SHARES.
           COMPUTE ACB-WK-LT-CUTOFF-DTE = ACB-CSH-TRADE-DTE - 10000.
           PERFORM 2320-TAKE-EARLIEST-LOT THRU 2320-EXIT
               UNTIL ACB-WK-REMAINING-SHARES NOT > ZERO.
       2310-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A LOT ACQUIRED BEFORE THE SAME DATE ONE YEAR EARLIER   *
      *    WAS HELD MORE THAN ONE YEAR.  IF THE LOTS RUN OUT      *
      *    BEFORE THE COVERED SHARES DO, THE REST IS TREATED AS   *
      *    SHORT-TERM                                             *
      *---------------------------------------------------------*
       2320-TAKE-EARLIEST-LOT.
           MOVE ZERO TO ACB-WK-BEST-LOT-NBR.
           IF ACB-LT-USED-CT > ZERO
               PERFORM 2330-TEST-ONE-LOT THRU 2330-EXIT
                       VARYING ACB-LT-IDX FROM 1 BY 1
                       UNTIL ACB-LT-IDX > ACB-LT-USED-CT
           END-IF.
           IF ACB-WK-BEST-LOT-NBR = ZERO
               ADD ACB-WK-REMAINING-SHARES
                   TO ACB-RZ-ST-SHARES (ACB-RZ-IDX)
               MOVE ZERO TO ACB-WK-REMAINING-SHARES
               GO TO 2320-EXIT
           END-IF.
           SET ACB-LT-IDX TO ACB-WK-BEST-LOT-NBR.
           IF ACB-RZ-FIRST-ACQ-DTE (ACB-RZ-IDX) = ZERO
               MOVE ACB-LT-ACQ-DTE (ACB-LT-IDX)
                   TO ACB-RZ-FIRST-ACQ-DTE (ACB-RZ-IDX)
           END-IF.
           IF ACB-WK-REMAINING-SHARES < ACB-LT-SHARES (ACB-LT-IDX)
               MOVE ACB-WK-REMAINING-SHARES TO ACB-WK-TAKE-SHARES
           ELSE
               MOVE ACB-LT-SHARES (ACB-LT-IDX) TO ACB-WK-TAKE-SHARES
           END-IF.
           SUBTRACT ACB-WK-TAKE-SHARES FROM ACB-LT-SHARES (ACB-LT-IDX).
           SUBTRACT ACB-WK-TAKE-SHARES FROM ACB-WK-REMAINING-SHARES.
           IF ACB-LT-ACQ-DTE (ACB-LT-IDX) < ACB-WK-LT-CUTOFF-DTE
               ADD ACB-WK-TAKE-SHARES TO ACB-RZ-LT-SHARES (ACB-RZ-IDX)
           ELSE
               ADD ACB-WK-TAKE-SHARES TO ACB-RZ-ST-SHARES (ACB-RZ-IDX)
           END-IF.
       2320-EXIT.
           EXIT.
       2330-TEST-ONE-LOT.
           IF ACB-LT-FUND-CODE (ACB-LT-IDX) NOT = ACB-WK-FUND-CODE
              OR ACB-LT-ACCOUNT-NBR (ACB-LT-IDX)
                 NOT = ACB-WK-ACCOUNT-NBR
              OR ACB-LT-SHARES (ACB-LT-IDX) NOT > ZERO
               GO TO 2330-EXIT
           END-IF.
           IF ACB-WK-BEST-LOT-NBR = ZERO
               SET ACB-WK-BEST-LOT-NBR TO ACB-LT-IDX
               GO TO 2330-EXIT
           END-IF.
           IF ACB-LT-ACQ-DTE (ACB-LT-IDX)
              < ACB-LT-ACQ-DTE (ACB-WK-BEST-LOT-NBR)
               SET ACB-WK-BEST-LOT-NBR TO ACB-LT-IDX
           END-IF.
       2330-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A REVERSED REDEMPTION PUTS BACK THE SHARES AND COST IT *
      *    RELIEVED, AS ONE LOT DATED AT ITS EARLIEST LOT, AND    *
      *    DROPS THE SALE FROM THE 1099-B                         *
      *---------------------------------------------------------*
       2350-REVERSE-SALE.
           ADD 1 TO ACB-REV-SALE-CT.
           SET ACB-RZ-NOT-FOUND TO TRUE.
           IF ACB-RZ-USED-CT > ZERO
               PERFORM 2360-TEST-ONE-SALE THRU 2360-EXIT
                       VARYING ACB-RZ-IDX FROM 1 BY 1
                       UNTIL ACB-RZ-IDX > ACB-RZ-USED-CT
                          OR ACB-RZ-FOUND
           END-IF.
           IF ACB-RZ-NOT-FOUND
               ADD 1 TO ACB-REV-UNMATCHED-CT
               GO TO 2350-EXIT
           END-IF.
           SET ACB-RZ-IDX DOWN BY 1.
           MOVE 'Y' TO ACB-RZ-REVERSED-SW (ACB-RZ-IDX).
           COMPUTE ACB-WK-COVERED-SHARES = ACB-RZ-ST-SHARES (ACB-RZ-IDX)
               + ACB-RZ-LT-SHARES (ACB-RZ-IDX).
           IF ACB-WK-COVERED-SHARES = ZERO
               GO TO 2350-EXIT
           END-IF.
           PERFORM 2400-FIND-LEDGER-ROW THRU 2400-EXIT.
           IF ACB-LG-NOT-FOUND
               PERFORM 2410-ADD-LEDGER-ROW THRU 2410-EXIT
           END-IF.
           ADD ACB-WK-COVERED-SHARES TO ACB-LG-SHARES (ACB-LG-IDX).
           ADD ACB-RZ-ST-COST-AT (ACB-RZ-IDX)
               ACB-RZ-LT-COST-AT (ACB-RZ-IDX)
               TO ACB-LG-COST-AT (ACB-LG-IDX).
           MOVE ACB-CSH-TRADE-DTE TO ACB-LG-LAST-DTE (ACB-LG-IDX).
           MOVE ACB-WK-COVERED-SHARES TO ACB-WK-SHARES.
           IF ACB-RZ-FIRST-ACQ-DTE (ACB-RZ-IDX) NOT = ZERO
               MOVE ACB-RZ-FIRST-ACQ-DTE (ACB-RZ-IDX) TO ACB-WK-ACQ-DTE
           ELSE
               MOVE ACB-RZ-SALE-DTE (ACB-RZ-IDX) TO ACB-WK-ACQ-DTE
           END-IF.
           PERFORM 2500-ADD-TO-LOT THRU 2500-EXIT.
       2350-EXIT.
           EXIT.
       2360-TEST-ONE-SALE.
           IF ACB-RZ-FUND-CODE (ACB-RZ-IDX) = ACB-WK-FUND-CODE
              AND ACB-RZ-ACCOUNT-NBR (ACB-RZ-IDX) = ACB-WK-ACCOUNT-NBR
              AND ACB-RZ-ORDER-NBR (ACB-RZ-IDX) = ACB-CSH-ORDER-NBR
              AND NOT ACB-RZ-REVERSED (ACB-RZ-IDX)
               SET ACB-RZ-FOUND TO TRUE
           END-IF.
       2360-EXIT.
           EXIT.
       2400-FIND-LEDGER-ROW.
           SET ACB-LG-NOT-FOUND TO TRUE.
           IF ACB-LG-USED-CT = ZERO
               GO TO 2400-EXIT
           END-IF.
           SET ACB-LG-IDX TO 1.
           SEARCH ACB-LG-ENTRY VARYING ACB-LG-IDX
               AT END
                   CONTINUE
               WHEN ACB-LG-IDX > ACB-LG-USED-CT
                   CONTINUE
               WHEN ACB-LG-FUND-CODE (ACB-LG-IDX) = ACB-WK-FUND-CODE
                AND ACB-LG-ACCOUNT-NBR (ACB-LG-IDX) = ACB-WK-ACCOUNT-NBR
                   SET ACB-LG-FOUND TO TRUE
           END-SEARCH.
       2400-EXIT.
           EXIT.
       2410-ADD-LEDGER-ROW.
           IF ACB-LG-USED-CT >= 50000
               MOVE ' BASIS LEDGER' TO ACB-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ACB-LG-USED-CT.
           SET ACB-LG-IDX TO ACB-LG-USED-CT.
           MOVE ACB-WK-FUND-CODE TO ACB-LG-FUND-CODE (ACB-LG-IDX).
           MOVE ACB-WK-ACCOUNT-NBR TO ACB-LG-ACCOUNT-NBR (ACB-LG-IDX).
           MOVE ZERO TO ACB-LG-SHARES (ACB-LG-IDX).
           MOVE ZERO TO ACB-LG-COST-AT (ACB-LG-IDX).
           MOVE ACB-CSH-TRADE-DTE TO ACB-LG-OPEN-DTE (ACB-LG-IDX).
           MOVE ACB-CSH-TRADE-DTE TO ACB-LG-LAST-DTE (ACB-LG-IDX).
           MOVE 'N' TO ACB-LG-RECON-SW (ACB-LG-IDX).
       2410-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    SHARES ACQUIRED THE SAME DAY SHARE ONE LOT             *
      *---------------------------------------------------------*
       2500-ADD-TO-LOT.
           PERFORM 2510-FIND-LOT THRU 2510-EXIT.
           IF ACB-LT-NOT-FOUND
               IF ACB-LT-USED-CT >= 50000
                   MOVE ' ACQUISITION LOTS' TO ACB-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO ACB-LT-USED-CT
               SET ACB-LT-IDX TO ACB-LT-USED-CT
               MOVE ACB-WK-FUND-CODE TO ACB-LT-FUND-CODE (ACB-LT-IDX)
               MOVE ACB-WK-ACCOUNT-NBR
                   TO ACB-LT-ACCOUNT-NBR (ACB-LT-IDX)
               MOVE ACB-WK-ACQ-DTE TO ACB-LT-ACQ-DTE (ACB-LT-IDX)
               MOVE ZERO TO ACB-LT-SHARES (ACB-LT-IDX)
           END-IF.
           ADD ACB-WK-SHARES TO ACB-LT-SHARES (ACB-LT-IDX).
       2500-EXIT.
           EXIT.
       2510-FIND-LOT.
           SET ACB-LT-NOT-FOUND TO TRUE.
           IF ACB-LT-USED-CT = ZERO
               GO TO 2510-EXIT
           END-IF.
           SET ACB-LT-IDX TO 1.
           SEARCH ACB-LT-ENTRY VARYING ACB-LT-IDX
               AT END
                   CONTINUE
               WHEN ACB-LT-IDX > ACB-LT-USED-CT
                   CONTINUE
               WHEN ACB-LT-FUND-CODE (ACB-LT-IDX) = ACB-WK-FUND-CODE
                AND ACB-LT-ACCOUNT-NBR (ACB-LT-IDX) = ACB-WK-ACCOUNT-NBR
                AND ACB-LT-ACQ-DTE (ACB-LT-IDX) = ACB-WK-ACQ-DTE
                   SET ACB-LT-FOUND TO TRUE
           END-SEARCH.
       2510-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BASIS SHARES MUST EQUAL THE SHARE-POSITION BOOK FOR    *
      *    EVERY FUND AND ACCOUNT -- EITHER SIDE WITHOUT THE      *
      *    OTHER IS A BREAK TOO                                   *
      *---------------------------------------------------------*
       3000-RECONCILE-TO-BOOK.
           PERFORM 3100-RECONCILE-ONE-POSITION THRU 3100-EXIT
               UNTIL ACB-PBK-EOF.
           IF ACB-LG-USED-CT > ZERO
               PERFORM 3200-TEST-ONE-LEDGER-ROW THRU 3200-EXIT
                       VARYING ACB-LG-IDX FROM 1 BY 1
                       UNTIL ACB-LG-IDX > ACB-LG-USED-CT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-RECONCILE-ONE-POSITION.
           READ ACB-POS-BOOK-FL
               AT END
                   SET ACB-PBK-EOF TO TRUE
           END-READ.
           IF ACB-PBK-EOF
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO ACB-PBK-READ-CT.
           MOVE PBK-FUND-CODE TO ACB-WK-FUND-CODE.
           MOVE PBK-ACCOUNT-NUMBER TO ACB-WK-ACCOUNT-NBR.
           PERFORM 2400-FIND-LEDGER-ROW THRU 2400-EXIT.
           IF ACB-LG-NOT-FOUND
               IF PBK-SHARE-BAL NOT = ZERO
                   MOVE ZERO TO ACB-WK-BASIS-SHARES
                   MOVE PBK-SHARE-BAL TO ACB-WK-BOOK-SHARES
                   MOVE 'NO BASIS ON LEDGER' TO ACB-RL-STATUS
                   PERFORM 3300-CAPTURE-BREAK THRU 3300-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF.
           MOVE 'Y' TO ACB-LG-RECON-SW (ACB-LG-IDX).
           IF ACB-LG-SHARES (ACB-LG-IDX) = PBK-SHARE-BAL
               ADD 1 TO ACB-RECON-MATCH-CT
               GO TO 3100-EXIT
           END-IF.
           MOVE ACB-LG-SHARES (ACB-LG-IDX) TO ACB-WK-BASIS-SHARES.
           MOVE PBK-SHARE-BAL TO ACB-WK-BOOK-SHARES.
           MOVE 'SHARES DIFFER' TO ACB-RL-STATUS.
           PERFORM 3300-CAPTURE-BREAK THRU 3300-EXIT.
       3100-EXIT.
           EXIT.
       3200-TEST-ONE-LEDGER-ROW.
           IF ACB-LG-ON-BOOK (ACB-LG-IDX)
              OR ACB-LG-SHARES (ACB-LG-IDX) = ZERO
               GO TO 3200-EXIT
           END-IF.
           MOVE ACB-LG-FUND-CODE (ACB-LG-IDX) TO ACB-WK-FUND-CODE.
           MOVE ACB-LG-ACCOUNT-NBR (ACB-LG-IDX) TO ACB-WK-ACCOUNT-NBR.
           MOVE ACB-LG-SHARES (ACB-LG-IDX) TO ACB-WK-BASIS-SHARES.
           MOVE ZERO TO ACB-WK-BOOK-SHARES.
           MOVE 'NO POSITION ON BOOK' TO ACB-RL-STATUS.
           PERFORM 3300-CAPTURE-BREAK THRU 3300-EXIT.
       3200-EXIT.
           EXIT.
       3300-CAPTURE-BREAK.
           ADD 1 TO ACB-RECON-BREAK-CT.
           MOVE ACB-WK-FUND-CODE TO ACB-RL-FUND-CODE.
           MOVE ACB-WK-ACCOUNT-NBR TO ACB-RL-ACCOUNT-NBR.
           MOVE ACB-WK-BASIS-SHARES TO ACB-RL-BASIS-SHARES.
           MOVE ACB-WK-BOOK-SHARES TO ACB-RL-BOOK-SHARES.
           IF ACB-RCN-CAP-USED-CT < 5000
               ADD 1 TO ACB-RCN-CAP-USED-CT
               SET ACB-RCN-CAP-IX TO ACB-RCN-CAP-USED-CT
               MOVE ACB-RCN-LINE
                   TO ACB-RCN-CAP-LINE (ACB-RCN-CAP-IX)
           ELSE
               MOVE 'Y' TO ACB-RCN-CAP-TRUNC-SW
           END-IF.
           COMPUTE ACB-WK-DIFF-SHARES =
               ACB-WK-BASIS-SHARES - ACB-WK-BOOK-SHARES.
           MOVE ACB-WK-FUND-CODE TO ACB-EK-FUND-CODE.
           MOVE ACB-WK-ACCOUNT-NBR TO ACB-EK-ACCOUNT-NBR.
           MOVE 'ACBBREAK' TO RPT-EXC-TYPE-CD.
           MOVE ACB-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE ACB-WK-DIFF-SHARES TO RPT-EXC-AMOUNT-AT.
           MOVE ACB-RL-STATUS TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       3300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE FIRST RUN OF A NEW YEAR WRITES THE 1099-B EXTRACT  *
      *    FOR THE YEAR JUST CLOSED, AFTER THAT DAY'S FEED HAS    *
      *    POSTED ANY LATE TRADES FROM IT                         *
      *---------------------------------------------------------*
       4000-YEAR-END-EXTRACT.
           COMPUTE ACB-TAX-YEAR = ACB-RUN-YYYY - 1.
           IF ACB-LAST-TAX-YEAR NOT < ACB-TAX-YEAR
               GO TO 4000-EXIT
           END-IF.
           SET ACB-EXTRACT-RUN TO TRUE.
           PERFORM 4100-LOAD-ACCOUNT THRU 4100-EXIT
               UNTIL ACB-ACT-EOF.
           PERFORM 4200-LOAD-CONSENT THRU 4200-EXIT
               UNTIL ACB-CST-EOF.
           IF ACB-RZ-USED-CT > ZERO
               PERFORM 4300-EXTRACT-ONE-SALE THRU 4300-EXIT
                       VARYING ACB-RZ-IDX FROM 1 BY 1
                       UNTIL ACB-RZ-IDX > ACB-RZ-USED-CT
           END-IF.
           MOVE SPACES TO ACB-1099B-RECORD.
           SET B1X-RECORD-TYPE-TOTAL TO TRUE.
           MOVE ACB-B1X-ROW-CT TO B1X-ROW-CT.
           MOVE ACB-WK-TOT-PROCEEDS-AT TO B1X-TOT-PROCEEDS-AT.
           MOVE ACB-WK-TOT-COST-AT TO B1X-TOT-COST-AT.
           MOVE ACB-WK-TOT-GAIN-LOSS-AT TO B1X-TOT-GAIN-LOSS-AT.
           WRITE ACB-1099B-RECORD.
           MOVE ACB-TAX-YEAR TO ACB-LAST-TAX-YEAR.
       4000-EXIT.
           EXIT.
       4100-LOAD-ACCOUNT.
           READ ACB-ACCOUNT-FL
               AT END
                   SET ACB-ACT-EOF TO TRUE
           END-READ.
           IF ACB-ACT-EOF
               GO TO 4100-EXIT
           END-IF.
           IF ACB-AL-USED-CT >= 50000
               MOVE ' ACCOUNT LINKS' TO ACB-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ACB-AL-USED-CT.
           SET ACB-AL-IDX TO ACB-AL-USED-CT.
           MOVE ACB-ACT-FUND-CODE TO ACB-AL-FUND-CODE (ACB-AL-IDX).
           MOVE ACB-ACT-ACCOUNT-NUMBER
               TO ACB-AL-ACCOUNT-NBR (ACB-AL-IDX).
           MOVE ACB-ACT-CMR-BPR-ID1 TO ACB-AL-BPR-ID1 (ACB-AL-IDX).
           MOVE ACB-ACT-CMR-BPR-ID2 TO ACB-AL-BPR-ID2 (ACB-AL-IDX).
           MOVE ACB-ACT-TAX-ID TO ACB-AL-TAX-ID (ACB-AL-IDX).
           MOVE ACB-ACT-FRST-NME TO ACB-AL-FRST-NME (ACB-AL-IDX).
           MOVE ACB-ACT-CRP-LST-NME TO ACB-AL-LST-NME (ACB-AL-IDX).
       4100-EXIT.
           EXIT.
       4200-LOAD-CONSENT.
           READ ACB-CUSTOMER-FL
               AT END
                   SET ACB-CST-EOF TO TRUE
           END-READ.
           IF ACB-CST-EOF
               GO TO 4200-EXIT
           END-IF.
           IF NOT ACB-CST-AVG-COST-YES
               GO TO 4200-EXIT
           END-IF.
           IF ACB-CN-USED-CT >= 50000
               MOVE ' AVG-COST CONSENTS' TO ACB-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ACB-CN-USED-CT.
           SET ACB-CN-IDX TO ACB-CN-USED-CT.
           MOVE ACB-CST-CMR-BPR-ID1 TO ACB-CN-BPR-ID1 (ACB-CN-IDX).
           MOVE ACB-CST-CMR-BPR-ID2 TO ACB-CN-BPR-ID2 (ACB-CN-IDX).
       4200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE 1099-B ROW EACH FOR THE SHORT-TERM, LONG-TERM AND  *
      *    NONCOVERED PARTS OF A SALE IN THE TAX YEAR             *
      *---------------------------------------------------------*
       4300-EXTRACT-ONE-SALE.
           IF ACB-RZ-SALE-YYYY (ACB-RZ-IDX) NOT = ACB-TAX-YEAR
              OR ACB-RZ-REVERSED (ACB-RZ-IDX)
               GO TO 4300-EXIT
           END-IF.
           MOVE SPACES TO ACB-1099B-RECORD.
           SET B1X-RECORD-TYPE-SALE TO TRUE.
           MOVE ZERO TO B1X-TAX-ID.
           MOVE 'N' TO B1X-AVG-COST-CONSENT-CD.
           PERFORM 4310-FIND-ACCOUNT-OWNER THRU 4310-EXIT.
           MOVE ACB-RZ-FUND-CODE (ACB-RZ-IDX) TO B1X-FUND-CODE.
           MOVE ACB-RZ-ACCOUNT-NBR (ACB-RZ-IDX) TO B1X-ACCOUNT-NUMBER.
           MOVE ACB-TAX-YEAR TO B1X-TAX-YEAR.
           MOVE ACB-RZ-SALE-DTE (ACB-RZ-IDX) TO B1X-SALE-DTE.
           MOVE 'A' TO B1X-BASIS-METHOD-CD.
           IF ACB-RZ-KIND-EXCHANGE-OUT (ACB-RZ-IDX)
               MOVE 'X' TO B1X-EXCHANGE-CD
           ELSE
               MOVE SPACE TO B1X-EXCHANGE-CD
           END-IF.
           IF ACB-RZ-ST-SHARES (ACB-RZ-IDX) > ZERO
               MOVE 'S' TO ACB-WK-TERM-CD
               MOVE ACB-RZ-ST-SHARES (ACB-RZ-IDX) TO ACB-WK-B1X-SHARES
               MOVE ACB-RZ-ST-PROCEEDS-AT (ACB-RZ-IDX)
                   TO ACB-WK-B1X-PROCEEDS-AT
               MOVE ACB-RZ-ST-COST-AT (ACB-RZ-IDX)
                   TO ACB-WK-B1X-COST-AT
               PERFORM 4350-WRITE-1099B-ROW THRU 4350-EXIT
           END-IF.
           IF ACB-RZ-LT-SHARES (ACB-RZ-IDX) > ZERO
               MOVE 'L' TO ACB-WK-TERM-CD
               MOVE ACB-RZ-LT-SHARES (ACB-RZ-IDX) TO ACB-WK-B1X-SHARES
               MOVE ACB-RZ-LT-PROCEEDS-AT (ACB-RZ-IDX)
                   TO ACB-WK-B1X-PROCEEDS-AT
               MOVE ACB-RZ-LT-COST-AT (ACB-RZ-IDX)
                   TO ACB-WK-B1X-COST-AT
               PERFORM 4350-WRITE-1099B-ROW THRU 4350-EXIT
           END-IF.
           IF ACB-RZ-NC-SHARES (ACB-RZ-IDX) > ZERO
               MOVE 'U' TO ACB-WK-TERM-CD
               MOVE ACB-RZ-NC-SHARES (ACB-RZ-IDX) TO ACB-WK-B1X-SHARES
               MOVE ACB-RZ-NC-PROCEEDS-AT (ACB-RZ-IDX)
                   TO ACB-WK-B1X-PROCEEDS-AT
               MOVE ZERO TO ACB-WK-B1X-COST-AT
               PERFORM 4350-WRITE-1099B-ROW THRU 4350-EXIT
           END-IF.
       4300-EXIT.
           EXIT.
       4310-FIND-ACCOUNT-OWNER.
           MOVE SPACES TO B1X-FRST-NME.
           MOVE SPACES TO B1X-LST-NME.
           IF ACB-AL-USED-CT = ZERO
               ADD 1 TO ACB-B1X-NO-ACCT-CT
               GO TO 4310-EXIT
           END-IF.
           SET ACB-AL-IDX TO 1.
           SEARCH ACB-AL-ENTRY VARYING ACB-AL-IDX
               AT END
                   ADD 1 TO ACB-B1X-NO-ACCT-CT
                   GO TO 4310-EXIT
               WHEN ACB-AL-IDX > ACB-AL-USED-CT
                   ADD 1 TO ACB-B1X-NO-ACCT-CT
                   GO TO 4310-EXIT
               WHEN ACB-AL-FUND-CODE (ACB-AL-IDX)
                    = ACB-RZ-FUND-CODE (ACB-RZ-IDX)
                AND ACB-AL-ACCOUNT-NBR (ACB-AL-IDX)
                    = ACB-RZ-ACCOUNT-NBR (ACB-RZ-IDX)
                   CONTINUE
           END-SEARCH.
           MOVE ACB-AL-TAX-ID (ACB-AL-IDX) TO B1X-TAX-ID.
           MOVE ACB-AL-FRST-NME (ACB-AL-IDX) TO B1X-FRST-NME.
           MOVE ACB-AL-LST-NME (ACB-AL-IDX) TO B1X-LST-NME.
           IF ACB-CN-USED-CT = ZERO
               GO TO 4310-EXIT
           END-IF.
           SET ACB-CN-IDX TO 1.
           SEARCH ACB-CN-ENTRY VARYING ACB-CN-IDX
               AT END
                   CONTINUE
               WHEN ACB-CN-IDX > ACB-CN-USED-CT
                   CONTINUE
               WHEN ACB-CN-BPR-ID1 (ACB-CN-IDX)
                    = ACB-AL-BPR-ID1 (ACB-AL-IDX)
                AND ACB-CN-BPR-ID2 (ACB-CN-IDX)
                    = ACB-AL-BPR-ID2 (ACB-AL-IDX)
                   MOVE 'Y' TO B1X-AVG-COST-CONSENT-CD
           END-SEARCH.
       4310-EXIT.
           EXIT.
       4350-WRITE-1099B-ROW.
           MOVE ACB-WK-TERM-CD TO B1X-TERM-CD.
           IF B1X-TERM-UNKNOWN
               MOVE 'N' TO B1X-COVERED-CD
               MOVE SPACES TO B1X-ACQ-DTE-TX
           ELSE
               MOVE 'Y' TO B1X-COVERED-CD
               MOVE 'VARIOUS' TO B1X-ACQ-DTE-TX
           END-IF.
           MOVE ACB-WK-B1X-SHARES TO B1X-SHARES.
           MOVE ACB-WK-B1X-PROCEEDS-AT TO B1X-PROCEEDS-AT.
           MOVE ACB-WK-B1X-COST-AT TO B1X-COST-AT.
           COMPUTE B1X-GAIN-LOSS-AT =
               ACB-WK-B1X-PROCEEDS-AT - ACB-WK-B1X-COST-AT.
           WRITE ACB-1099B-RECORD.
           ADD 1 TO ACB-B1X-ROW-CT.
           ADD ACB-WK-B1X-PROCEEDS-AT TO ACB-WK-TOT-PROCEEDS-AT.
           ADD ACB-WK-B1X-COST-AT TO ACB-WK-TOT-COST-AT.
           COMPUTE ACB-WK-TOT-GAIN-LOSS-AT = ACB-WK-TOT-GAIN-LOSS-AT
               + ACB-WK-B1X-PROCEEDS-AT - ACB-WK-B1X-COST-AT.
       4350-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY THE LEDGER, THE OPEN LOTS AND THE REALIZED SALES *
      *    FORWARD -- A FULLY SOLD POSITION DROPS OFF             *
      *---------------------------------------------------------*
       7000-CARRY-FILES-FORWARD.
           IF ACB-LG-USED-CT > ZERO
               PERFORM 7100-WRITE-ONE-LEDGER THRU 7100-EXIT
                       VARYING ACB-LG-IDX FROM 1 BY 1
                       UNTIL ACB-LG-IDX > ACB-LG-USED-CT
           END-IF.
           IF ACB-LT-USED-CT > ZERO
               PERFORM 7200-WRITE-ONE-LOT THRU 7200-EXIT
                       VARYING ACB-LT-IDX FROM 1 BY 1
                       UNTIL ACB-LT-IDX > ACB-LT-USED-CT
           END-IF.
           IF ACB-RZ-USED-CT > ZERO
               PERFORM 7300-WRITE-ONE-SALE THRU 7300-EXIT
                       VARYING ACB-RZ-IDX FROM 1 BY 1
                       UNTIL ACB-RZ-IDX > ACB-RZ-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-LEDGER.
           IF ACB-LG-SHARES (ACB-LG-IDX) = ZERO
              AND ACB-LG-COST-AT (ACB-LG-IDX) = ZERO
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO ACB-LEDGER-OUT-RECORD.
           MOVE ACB-LG-FUND-CODE (ACB-LG-IDX) TO LGO-FUND-CODE.
           MOVE ACB-LG-ACCOUNT-NBR (ACB-LG-IDX) TO LGO-ACCOUNT-NUMBER.
           MOVE ACB-LG-SHARES (ACB-LG-IDX) TO LGO-BASIS-SHARES.
           MOVE ACB-LG-COST-AT (ACB-LG-IDX) TO LGO-BASIS-COST-AT.
           MOVE ACB-LG-OPEN-DTE (ACB-LG-IDX) TO LGO-OPEN-DTE.
           MOVE ACB-LG-LAST-DTE (ACB-LG-IDX) TO LGO-LAST-ACTIVITY-DTE.
           WRITE ACB-LEDGER-OUT-RECORD.
           ADD 1 TO ACB-LEDGER-WRITE-CT.
       7100-EXIT.
           EXIT.
       7200-WRITE-ONE-LOT.
           IF ACB-LT-SHARES (ACB-LT-IDX) NOT > ZERO
               GO TO 7200-EXIT
           END-IF.
           MOVE SPACES TO ACB-LOT-OUT-RECORD.
           MOVE ACB-LT-FUND-CODE (ACB-LT-IDX) TO LTO-FUND-CODE.
           MOVE ACB-LT-ACCOUNT-NBR (ACB-LT-IDX) TO LTO-ACCOUNT-NUMBER.
           MOVE ACB-LT-ACQ-DTE (ACB-LT-IDX) TO LTO-ACQ-DTE.
           MOVE ACB-LT-SHARES (ACB-LT-IDX) TO LTO-SHARES.
           WRITE ACB-LOT-OUT-RECORD.
           ADD 1 TO ACB-LOT-WRITE-CT.
       7200-EXIT.
           EXIT.
       7300-WRITE-ONE-SALE.
           MOVE SPACES TO ACB-RLZ-OUT-RECORD.
           MOVE ACB-RZ-FUND-CODE (ACB-RZ-IDX) TO RZO-FUND-CODE.
           MOVE ACB-RZ-ACCOUNT-NBR (ACB-RZ-IDX) TO RZO-ACCOUNT-NUMBER.
           MOVE ACB-RZ-ORDER-NBR (ACB-RZ-IDX) TO RZO-ORDER-NBR.
           MOVE ACB-RZ-SALE-DTE (ACB-RZ-IDX) TO RZO-SALE-DTE.
           MOVE ACB-RZ-FIRST-ACQ-DTE (ACB-RZ-IDX) TO RZO-FIRST-ACQ-DTE.
           MOVE ACB-RZ-TRAN-KIND-CD (ACB-RZ-IDX) TO RZO-TRAN-KIND-CD.
           MOVE ACB-RZ-SHARES (ACB-RZ-IDX) TO RZO-SHARES.
           MOVE ACB-RZ-ST-SHARES (ACB-RZ-IDX) TO RZO-ST-SHARES.
           MOVE ACB-RZ-ST-PROCEEDS-AT (ACB-RZ-IDX)
               TO RZO-ST-PROCEEDS-AT.
           MOVE ACB-RZ-ST-COST-AT (ACB-RZ-IDX) TO RZO-ST-COST-AT.
           MOVE ACB-RZ-LT-SHARES (ACB-RZ-IDX) TO RZO-LT-SHARES.
           MOVE ACB-RZ-LT-PROCEEDS-AT (ACB-RZ-IDX)
               TO RZO-LT-PROCEEDS-AT.
           MOVE ACB-RZ-LT-COST-AT (ACB-RZ-IDX) TO RZO-LT-COST-AT.
           MOVE ACB-RZ-NC-SHARES (ACB-RZ-IDX) TO RZO-NC-SHARES.
           MOVE ACB-RZ-NC-PROCEEDS-AT (ACB-RZ-IDX)
               TO RZO-NC-PROCEEDS-AT.
           MOVE ACB-RZ-REVERSED-SW (ACB-RZ-IDX) TO RZO-REVERSED-SW.
           WRITE ACB-RLZ-OUT-RECORD.
       7300-EXIT.
           EXIT.
       8000-PRINT-RECON-BREAKS.
           MOVE ACB-RCN-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE ACB-RCN-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF ACB-RCN-CAP-USED-CT > ZERO
               PERFORM 8100-PRINT-ONE-BREAK THRU 8100-EXIT
                       VARYING ACB-RCN-CAP-IX FROM 1 BY 1
                       UNTIL ACB-RCN-CAP-IX > ACB-RCN-CAP-USED-CT
           END-IF.
           IF ACB-RCN-CAP-TRUNC-SW = 'Y'
               MOVE ACB-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8000-EXIT.
           EXIT.
       8100-PRINT-ONE-BREAK.
           MOVE ACB-RCN-CAP-LINE (ACB-RCN-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8100-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE ACB-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'CASH DETAILS READ: ' TO ACB-TL-LABEL.
           MOVE ACB-DETAIL-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - MATRIX ERROR: ' TO ACB-TL-LABEL.
           MOVE ACB-MATRIX-SKIP-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - NOT POSTABLE: ' TO ACB-TL-LABEL.
           MOVE ACB-STATUS-SKIP-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - NO ACCOUNT: ' TO ACB-TL-LABEL.
           MOVE ACB-NO-ACCT-SKIP-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BASIS ADDED: ' TO ACB-TL-LABEL.
           MOVE ACB-PURCHASE-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SALES RELIEVED: ' TO ACB-TL-LABEL.
           MOVE ACB-SALE-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SALES PART NO BASIS: ' TO ACB-TL-LABEL.
           MOVE ACB-NO-BASIS-SALE-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PURCHASES REVERSED: ' TO ACB-TL-LABEL.
           MOVE ACB-REV-PURCHASE-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SALES REVERSED: ' TO ACB-TL-LABEL.
           MOVE ACB-REV-SALE-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REVERSALS UNMATCHED: ' TO ACB-TL-LABEL.
           MOVE ACB-REV-UNMATCHED-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BOOK POSITIONS READ: ' TO ACB-TL-LABEL.
           MOVE ACB-PBK-READ-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BASIS = BOOK SHARES: ' TO ACB-TL-LABEL.
           MOVE ACB-RECON-MATCH-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'RECONCILIATION BREAKS: ' TO ACB-TL-LABEL.
           MOVE ACB-RECON-BREAK-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'LEDGER ROWS WRITTEN: ' TO ACB-TL-LABEL.
           MOVE ACB-LEDGER-WRITE-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'OPEN LOTS WRITTEN: ' TO ACB-TL-LABEL.
           MOVE ACB-LOT-WRITE-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REALIZED AGED OFF: ' TO ACB-TL-LABEL.
           MOVE ACB-RLZ-AGED-OFF-CT TO ACB-TL-COUNT.
           MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF ACB-EXTRACT-RUN
               MOVE ACB-TAX-YEAR TO ACB-TY-TAX-YEAR
               MOVE ACB-TAX-YEAR-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
               MOVE '1099-B ROWS WRITTEN: ' TO ACB-TL-LABEL
               MOVE ACB-B1X-ROW-CT TO ACB-TL-COUNT
               MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
               MOVE '1099-B NO ACCOUNT/TIN: ' TO ACB-TL-LABEL
               MOVE ACB-B1X-NO-ACCT-CT TO ACB-TL-COUNT
               MOVE ACB-TOT-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO ACB-RUN-CTL-RECORD.
           MOVE 'ACB-AVG-COST-BASIS' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE ACB-RUN-CTL-RECORD.
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
      *    COMMIT THE FEED JUST POSTED AND THE LAST TAX YEAR      *
      *    EXTRACTED                                              *
      *---------------------------------------------------------*
       9050-COMMIT-ACB-CTL.
           MOVE SPACES TO ACB-CTL-RECORD.
           IF ACB-THIS-RUN-DTE-TME NOT = SPACES
               MOVE ACB-THIS-RUN-DTE-TME TO ACT-LAST-FEED-DTE-TME
           ELSE
               MOVE ACB-LAST-RUN-DTE-TME TO ACT-LAST-FEED-DTE-TME
           END-IF.
           MOVE ACB-LAST-TAX-YEAR TO ACT-LAST-TAX-YEAR.
           IF ACB-CTL-EMPTY
               WRITE ACB-CTL-RECORD
               SET ACB-CTL-LOADED TO TRUE
           ELSE
               REWRITE ACB-CTL-RECORD
           END-IF.
       9050-EXIT.
           EXIT.
       9060-POST-RUN-END.
           MOVE SPACES TO ACB-RUN-CTL-RECORD.
           MOVE 'ACB-AVG-COST-BASIS' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ACB-DETAIL-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE ACB-RUN-CTL-RECORD.
           CLOSE ACB-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A REJECTED FEED STOPS THE RUN BEFORE THE LEDGER IS     *
      *    WRITTEN -- YESTERDAY'S LEDGER STAYS THE RECORD         *
      *---------------------------------------------------------*
       9100-ABORT-STALE-FEED.
           MOVE ACB-FEED-REJECT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 12 TO ACB-RUN-RC.
           MOVE 12 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE ACB-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE OR DROP BASIS                          *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE ACB-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO ACB-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE ACB-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE ACB-CASH-FL.
           CLOSE ACB-LEDGER-IN.
           CLOSE ACB-LEDGER-OUT.
           CLOSE ACB-LOT-IN.
           CLOSE ACB-LOT-OUT.
           CLOSE ACB-RLZ-IN.
           CLOSE ACB-RLZ-OUT.
           CLOSE ACB-POS-BOOK-FL.
           CLOSE ACB-ACCOUNT-FL.
           CLOSE ACB-CUSTOMER-FL.
           CLOSE ACB-1099B-EXT.
           CLOSE ACB-CTL-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 12 FEED REJECTED, 16 FATAL                 *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF ACB-NEW-RC > ACB-RUN-RC
               MOVE ACB-NEW-RC TO ACB-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF ACB-RECON-BREAK-CT > ZERO
              OR ACB-NO-BASIS-SALE-CT > ZERO
              OR ACB-REV-UNMATCHED-CT > ZERO
              OR ACB-B1X-NO-ACCT-CT > ZERO
               MOVE 4 TO ACB-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE ACB-RUN-RC TO ACB-RCD-OUT.
           EVALUATE ACB-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO ACB-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO ACB-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO ACB-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO ACB-RCD-REASON
           END-EVALUATE.
           MOVE ACB-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE ACB-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9050-COMMIT-ACB-CTL THRU 9050-EXIT.
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
           MOVE 'ACB-AVG-COST-BASIS' TO RPT-PROGRAM-ID-TX.
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
