       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKT-MARKET-TIMING.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT MKT-CASH-FL ASSIGN TO "FNAME1".
	    SELECT OPTIONAL MKT-WINDOW-FL ASSIGN TO "HOLDWIN".
	    SELECT OPTIONAL MKT-TRADE-HIST-IN ASSIGN TO "TRDHISTI".
	    SELECT MKT-TRADE-HIST-OUT ASSIGN TO "TRDHISTO".
	    SELECT OPTIONAL MKT-VIOL-HIST-IN ASSIGN TO "MKTVIOLI".
	    SELECT MKT-VIOL-HIST-OUT ASSIGN TO "MKTVIOLO".
	    SELECT MKT-BLOCK-EXT ASSIGN TO "MKTBLOCK".
	    SELECT OPTIONAL MKT-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
       FD  MKT-CASH-FL.
       01  MKT-CASH-RECORD.
           05  MKT-CSH-RECORD-TYPE-CD        PIC X(1).
               88  MKT-CSH-RECORD-TYPE-HEADER    VALUE 'H'.
               88  MKT-CSH-RECORD-TYPE-DETAIL    VALUE 'D'.
           05  MKT-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(5).
               10  MKT-CSH-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(3).
               10  MKT-CSH-SS-DTE            PIC 9(8).
               10  MKT-CSH-LOAD-ACCT         PIC 9(11).
               10  MKT-CSH-NOLOAD-ACCT       PIC 9(11).
               10  MKT-CSH-ALPHA-CODE        PIC X(10).
               10  MKT-CSH-ORDER-NBR         PIC 9(9).
               10  FILLER                    PIC X(16).
               10  MKT-CSH-FINANCIAL-INST-ID PIC 9(7).
               10  MKT-CSH-FINCL-INST-BRCH-ID
                                             PIC X(9).
               10  FILLER                    PIC X(22).
               10  MKT-CSH-TRADE-DTE         PIC 9(8).
               10  MKT-CSH-SHARES            PIC S9(11)V9(4)
                    SIGN TRAILING SEPARATE.
               10  MKT-CSH-OFFERING-PRICE    PIC 9(5)V9(4).
               10  MKT-CSH-GROSS-AT          PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(32).
               10  MKT-CSH-NAV-AT            PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(3).
               10  MKT-CSH-TRAN-TYPE-CD      PIC X(1).
                   88  MKT-CSH-PURCHASE          VALUE '0'.
                   88  MKT-CSH-REDEMPTION        VALUE '1'.
               10  MKT-CSH-LOAD-NOLOAD-CD    PIC 9(1).
                   88  MKT-CSH-NOLOAD            VALUE 1.
               10  FILLER                    PIC X(28).
               10  MKT-CSH-FUND-FROM-TO      PIC 9(7).
               10  FILLER                    PIC X(52).
               10  MKT-CSH-MATRIX-ERROR-CD   PIC X(1).
               10  FILLER                    PIC X(1).
               10  MKT-CSH-ACCOUNT-FROM-TO   PIC 9(11).
               10  MKT-CSH-FUND-GRP-NUMBER   PIC 9(7).
               10  FILLER                    PIC X(20).
               10  MKT-CSH-DLR-CTL-LVL-CD    PIC 9(1).
               10  FILLER                    PIC X(2).
               10  MKT-CSH-REVERSE-CD        PIC X(1).
                   88  MKT-CSH-REVERSAL          VALUE 'Y'.
               10  MKT-CSH-TRAN-STATUS-CDE   PIC X(1).
                   88  MKT-CSH-STATUS-NOT-POSTABLE
                                             VALUE 'B' 'D' 'R'.
               10  FILLER                    PIC X(117).
           05  MKT-CSH-HEADER-AREA REDEFINES MKT-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(3).
               10  MKT-CSH-RUN-DTE-TME       PIC X(26).
               10  FILLER                    PIC X(440).
      *---------------------------------------------------------*
      *    PER-FUND HOLDING WINDOW FROM THE PROSPECTUS FREQUENT-  *
      *    TRADING LANGUAGE, MAINTAINED BY COMPLIANCE.  A FUND    *
      *    NOT LISTED IS WATCHED AT THE DEFAULT WINDOW BELOW      *
      *---------------------------------------------------------*
       FD  MKT-WINDOW-FL.
       01  MKT-WINDOW-RECORD.
           05  HWN-FUND-CODE                 PIC 9(7).
           05  HWN-WINDOW-DAYS               PIC 9(3).
           05  FILLER                        PIC X(10).
      *---------------------------------------------------------*
      *    ROLLING TRADE HISTORY -- ONE ROW PER PURCHASE OR       *
      *    EXCHANGE-IN, KEPT WHILE IT IS STILL INSIDE ITS FUND'S  *
      *    HOLDING WINDOW                                         *
      *---------------------------------------------------------*
       FD  MKT-TRADE-HIST-IN.
       01  MKT-TRADE-HIST-IN-RECORD.
           05  THI-ACCOUNT-NUMBER            PIC 9(11).
           05  THI-FUND-CODE                 PIC 9(7).
           05  THI-TRADE-DTE                 PIC 9(8).
           05  THI-ACTIVITY-CD               PIC X(2).
           05  THI-ORDER-NBR                 PIC 9(9).
           05  THI-GROSS-AT                  PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  THI-FINANCIAL-INST-ID         PIC 9(7).
           05  THI-FINCL-INST-BRCH-ID        PIC X(9).
           05  FILLER                        PIC X(11).
       FD  MKT-TRADE-HIST-OUT.
       01  MKT-TRADE-HIST-OUT-RECORD.
           05  THO-ACCOUNT-NUMBER            PIC 9(11).
           05  THO-FUND-CODE                 PIC 9(7).
           05  THO-TRADE-DTE                 PIC 9(8).
           05  THO-ACTIVITY-CD               PIC X(2).
           05  THO-ORDER-NBR                 PIC 9(9).
           05  THO-GROSS-AT                  PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  THO-FINANCIAL-INST-ID         PIC 9(7).
           05  THO-FINCL-INST-BRCH-ID        PIC X(9).
           05  FILLER                        PIC X(11).
      *---------------------------------------------------------*
      *    ROUND-TRIP VIOLATION HISTORY -- TWELVE MONTHS OF       *
      *    VIOLATIONS, THE BASIS FOR THE REPEAT-OFFENDER COUNT    *
      *---------------------------------------------------------*
       FD  MKT-VIOL-HIST-IN.
       01  MKT-VIOL-HIST-IN-RECORD.
           05  MVI-ACCOUNT-NUMBER            PIC 9(11).
           05  MVI-FUND-CODE                 PIC 9(7).
           05  MVI-FINANCIAL-INST-ID         PIC 9(7).
           05  MVI-FINCL-INST-BRCH-ID        PIC X(9).
           05  MVI-BUY-DTE                   PIC 9(8).
           05  MVI-BUY-ACTIVITY-CD           PIC X(2).
           05  MVI-SELL-DTE                  PIC 9(8).
           05  MVI-SELL-ACTIVITY-CD          PIC X(2).
           05  MVI-SELL-ORDER-NBR            PIC 9(9).
           05  MVI-DAYS-HELD                 PIC 9(3).
           05  MVI-SELL-GROSS-AT             PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  FILLER                        PIC X(8).
       FD  MKT-VIOL-HIST-OUT.
       01  MKT-VIOL-HIST-OUT-RECORD.
           05  MVO-ACCOUNT-NUMBER            PIC 9(11).
           05  MVO-FUND-CODE                 PIC 9(7).
           05  MVO-FINANCIAL-INST-ID         PIC 9(7).
           05  MVO-FINCL-INST-BRCH-ID        PIC X(9).
           05  MVO-BUY-DTE                   PIC 9(8).
           05  MVO-BUY-ACTIVITY-CD           PIC X(2).
           05  MVO-SELL-DTE                  PIC 9(8).
           05  MVO-SELL-ACTIVITY-CD          PIC X(2).
           05  MVO-SELL-ORDER-NBR            PIC 9(9).
           05  MVO-DAYS-HELD                 PIC 9(3).
           05  MVO-SELL-GROSS-AT             PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  FILLER                        PIC X(8).
      *---------------------------------------------------------*
      *    TRADE-DESK BLOCK LIST -- ONE ROW PER REPEAT OFFENDER,  *
      *    REPLACED IN FULL EACH RUN                              *
      *---------------------------------------------------------*
       FD  MKT-BLOCK-EXT.
       01  MKT-BLOCK-RECORD.
           05  MBX-ACCOUNT-NUMBER            PIC 9(11).
           05  MBX-FINANCIAL-INST-ID         PIC 9(7).
           05  MBX-FINCL-INST-BRCH-ID        PIC X(9).
           05  MBX-VIOL-12MO-CT              PIC 9(3).
           05  MBX-LAST-VIOL-DTE             PIC 9(8).
           05  MBX-BLOCK-CD                  PIC X(2).
               88  MBX-BLOCK-ROUND-TRIP          VALUE 'RT'.
           05  MBX-EFF-DTE                   PIC 9(8).
           05  FILLER                        PIC X(12).
       FD  MKT-RUN-CTL-FL.
       01  MKT-RUN-CTL-RECORD.
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
       COPY DTECOMM.
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
       01  MKT-SWITCHES.
           05  MKT-CSH-EOF-SW                PIC X(01)   VALUE 'N'.
               88  MKT-CSH-EOF                   VALUE 'Y'.
           05  MKT-HWN-EOF-SW                PIC X(01)   VALUE 'N'.
               88  MKT-HWN-EOF                   VALUE 'Y'.
           05  MKT-THI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  MKT-THI-EOF                   VALUE 'Y'.
           05  MKT-MVI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  MKT-MVI-EOF                   VALUE 'Y'.
           05  MKT-DUP-SW                    PIC X(01)   VALUE 'N'.
               88  MKT-DUP-FOUND                 VALUE 'Y'.
               88  MKT-DUP-NOT-FOUND             VALUE 'N'.
       01  MKT-COUNTERS                      COMP.
           05  MKT-DETAIL-CT                 PIC 9(09)   VALUE ZERO.
           05  MKT-OPEN-LEG-CT               PIC 9(09)   VALUE ZERO.
           05  MKT-CLOSE-LEG-CT              PIC 9(09)   VALUE ZERO.
           05  MKT-MATRIX-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  MKT-STATUS-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  MKT-REVERSAL-SKIP-CT          PIC 9(07)   VALUE ZERO.
           05  MKT-NO-ACCT-SKIP-CT           PIC 9(07)   VALUE ZERO.
           05  MKT-RESENT-CT                 PIC 9(07)   VALUE ZERO.
           05  MKT-TRD-AGED-OFF-CT           PIC 9(07)   VALUE ZERO.
           05  MKT-VIO-AGED-OFF-CT           PIC 9(07)   VALUE ZERO.
           05  MKT-NEW-VIOL-CT               PIC 9(07)   VALUE ZERO.
           05  MKT-REPEAT-CT                 PIC 9(07)   VALUE ZERO.
           05  MKT-BLOCK-WRITE-CT            PIC 9(07)   VALUE ZERO.
       01  MKT-WIN-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  MKT-TRD-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  MKT-CLS-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  MKT-VIO-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  MKT-ACT-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  MKT-DLR-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  MKT-BRN-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  MKT-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  MKT-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  MKT-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  MKT-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  MKT-RCD-REASON               PIC X(40).
       01  MKT-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  MKT-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    DEFAULT HOLDING WINDOW, THE TWELVE-MONTH LOOK-BACK IN  *
      *    CALENDAR DAYS AND THE VIOLATION COUNT THAT PUTS        *
      *    AN ACCOUNT ON THE BLOCK LIST -- STARTER VALUES PENDING *
      *    COMPLIANCE SIGN-OFF                                    *
      *---------------------------------------------------------*
       01  MKT-DEFAULT-WINDOW-DAYS           PIC 9(03)   VALUE 30.
       01  MKT-LOOKBACK-DAYS                 PIC 9(03)   VALUE 365.
       01  MKT-BLOCK-THRESHOLD               PIC 9(03)   VALUE 2.
       01  MKT-WIN-TBL.
           05  MKT-WN-ENTRY                  OCCURS 2000 TIMES
                                              INDEXED BY MKT-WN-IDX.
               10  MKT-WN-FUND-CODE          PIC 9(07).
               10  MKT-WN-DAYS               PIC 9(03).
       01  MKT-TRD-TBL.
           05  MKT-TR-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY MKT-TR-IDX.
               10  MKT-TR-ACCOUNT-NBR        PIC 9(11).
               10  MKT-TR-FUND-CODE          PIC 9(07).
               10  MKT-TR-TRADE-DTE          PIC 9(08).
               10  MKT-TR-TRADE-DAYS         PIC S9(09)  COMP.
               10  MKT-TR-ACTIVITY-CD        PIC X(02).
               10  MKT-TR-ORDER-NBR          PIC 9(09).
               10  MKT-TR-GROSS-AT           PIC S9(13)V9(2).
               10  MKT-TR-FINANCIAL-INST-ID  PIC 9(07).
               10  MKT-TR-FINCL-INST-BRCH-ID PIC X(09).
      *---------------------------------------------------------*
      *    TODAY'S REDEMPTIONS AND EXCHANGE-OUTS, HELD UNTIL THE  *
      *    WHOLE FEED IS IN SO A SAME-DAY PURCHASE LATER IN THE   *
      *    FILE STILL PAIRS WITH ITS SALE                         *
      *---------------------------------------------------------*
       01  MKT-CLS-TBL.
           05  MKT-CL-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY MKT-CL-IDX.
               10  MKT-CL-ACCOUNT-NBR        PIC 9(11).
               10  MKT-CL-FUND-CODE          PIC 9(07).
               10  MKT-CL-TRADE-DTE          PIC 9(08).
               10  MKT-CL-ACTIVITY-CD        PIC X(02).
               10  MKT-CL-ORDER-NBR          PIC 9(09).
               10  MKT-CL-GROSS-AT           PIC S9(13)V9(2).
               10  MKT-CL-FINANCIAL-INST-ID  PIC 9(07).
               10  MKT-CL-FINCL-INST-BRCH-ID PIC X(09).
       01  MKT-VIO-TBL.
           05  MKT-VI-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY MKT-VI-IDX.
               10  MKT-VI-ACCOUNT-NBR        PIC 9(11).
               10  MKT-VI-FUND-CODE          PIC 9(07).
               10  MKT-VI-FINANCIAL-INST-ID  PIC 9(07).
               10  MKT-VI-FINCL-INST-BRCH-ID PIC X(09).
               10  MKT-VI-BUY-DTE            PIC 9(08).
               10  MKT-VI-BUY-ACTIVITY-CD    PIC X(02).
               10  MKT-VI-SELL-DTE           PIC 9(08).
               10  MKT-VI-SELL-ACTIVITY-CD   PIC X(02).
               10  MKT-VI-SELL-ORDER-NBR     PIC 9(09).
               10  MKT-VI-DAYS-HELD          PIC 9(03).
               10  MKT-VI-WINDOW-DAYS        PIC 9(03).
               10  MKT-VI-SELL-GROSS-AT      PIC S9(13)V9(2).
               10  MKT-VI-NEW-SW             PIC X(01).
                   88  MKT-VI-NEW                VALUE 'Y'.
      *---------------------------------------------------------*
      *    ROLL-UPS OF THE TWELVE-MONTH VIOLATIONS BY ACCOUNT,    *
      *    DEALER AND DEALER BRANCH                               *
      *---------------------------------------------------------*
       01  MKT-ACT-TBL.
           05  MKT-AC-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY MKT-AC-IDX.
               10  MKT-AC-ACCOUNT-NBR        PIC 9(11).
               10  MKT-AC-FINANCIAL-INST-ID  PIC 9(07).
               10  MKT-AC-FINCL-INST-BRCH-ID PIC X(09).
               10  MKT-AC-RUN-CT             PIC 9(05)   COMP.
               10  MKT-AC-12MO-CT            PIC 9(05)   COMP.
               10  MKT-AC-LAST-VIOL-DTE      PIC 9(08).
       01  MKT-DLR-TBL.
           05  MKT-DL-ENTRY                  OCCURS 2000 TIMES
                                              INDEXED BY MKT-DL-IDX.
               10  MKT-DL-FINANCIAL-INST-ID  PIC 9(07).
               10  MKT-DL-RUN-CT             PIC 9(07)   COMP.
               10  MKT-DL-12MO-CT            PIC 9(07)   COMP.
       01  MKT-BRN-TBL.
           05  MKT-BR-ENTRY                  OCCURS 5000 TIMES
                                              INDEXED BY MKT-BR-IDX.
               10  MKT-BR-FINANCIAL-INST-ID  PIC 9(07).
               10  MKT-BR-FINCL-INST-BRCH-ID PIC X(09).
               10  MKT-BR-RUN-CT             PIC 9(07)   COMP.
               10  MKT-BR-12MO-CT            PIC 9(07)   COMP.
       01  MKT-WORK.
           05  MKT-WK-ACCOUNT-NBR            PIC 9(11)   VALUE ZERO.
           05  MKT-WK-ACTIVITY-CD            PIC X(02)   VALUE SPACES.
           05  MKT-WK-FUND-CODE              PIC 9(07)   VALUE ZERO.
           05  MKT-WK-WINDOW-DAYS            PIC 9(03)   VALUE ZERO.
           05  MKT-WK-SELL-DAYS              PIC S9(09)  COMP
                                              VALUE ZERO.
           05  MKT-WK-HELD-DAYS              PIC S9(09)  COMP
                                              VALUE ZERO.
           05  MKT-WK-BEST-DAYS              PIC S9(09)  COMP
                                              VALUE ZERO.
           05  MKT-WK-BUY-IX                 PIC 9(05)   COMP
                                              VALUE ZERO.
       01  MKT-DATE-WORK.
           05  MKT-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  MKT-RUN-DTE-R REDEFINES MKT-RUN-DTE.
               10  MKT-RUN-YYYY              PIC 9(04).
               10  MKT-RUN-MM                PIC 9(02).
               10  MKT-RUN-DD                PIC 9(02).
           05  MKT-CNV-DTE                   PIC 9(08)   VALUE ZERO.
           05  MKT-CNV-DTE-R REDEFINES MKT-CNV-DTE.
               10  MKT-CNV-YYYY              PIC 9(04).
               10  MKT-CNV-MM                PIC 9(02).
               10  MKT-CNV-DD                PIC 9(02).
           05  MKT-RUN-DAYS                  PIC S9(09)  COMP
                                              VALUE ZERO.
           05  MKT-CNV-DAYS                  PIC S9(09)  COMP
                                              VALUE ZERO.
           05  MKT-DAYS-SINCE                PIC S9(09)  COMP
                                              VALUE ZERO.
       01  MKT-VIO-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'ROUND TRIPS INSIDE THE FUND HOLDING WINDOW'.
       01  MKT-VIO-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FUND'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'DEALER'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'BRANCH'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BOUGHT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'SOLD'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'HLD'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'WIN'.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'AMOUNT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE '12 MO'.
       01  MKT-VIO-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  MKT-VL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-VL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-VL-FINANCIAL-INST-ID      PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-VL-FINCL-INST-BRCH-ID     PIC X(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-VL-BUY-DTE                PIC 9(08).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  MKT-VL-BUY-ACTIVITY-CD        PIC X(02).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-VL-SELL-DTE               PIC 9(08).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  MKT-VL-SELL-ACTIVITY-CD       PIC X(02).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-VL-DAYS-HELD              PIC ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-VL-WINDOW-DAYS            PIC ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-VL-AMOUNT                 PIC ---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-VL-12MO-CT                PIC ZZZZ9.
       01  MKT-ACT-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'ROUND-TRIP VIOLATIONS BY ACCOUNT - 12 MONTHS'.
       01  MKT-ACT-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'DEALER'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'BRANCH'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'THIS RUN'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE '12 MO'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'LAST'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'STATUS'.
       01  MKT-ACT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  MKT-AL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-AL-FINANCIAL-INST-ID      PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-AL-FINCL-INST-BRCH-ID     PIC X(09).
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  MKT-AL-RUN-CT                 PIC ZZZZ9.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  MKT-AL-12MO-CT                PIC ZZZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-AL-LAST-VIOL-DTE          PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-AL-STATUS                 PIC X(15).
       01  MKT-DLR-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'ROUND-TRIP VIOLATIONS BY DEALER'.
       01  MKT-DLR-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'DEALER'.
           05  FILLER                        PIC X(13)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'THIS RUN'.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE '12 MO'.
       01  MKT-BRN-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'ROUND-TRIP VIOLATIONS BY BRANCH'.
       01  MKT-BRN-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'DEALER'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'BRANCH'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'THIS RUN'.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE '12 MO'.
       01  MKT-ROLL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  MKT-RL-FINANCIAL-INST-ID      PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-RL-FINCL-INST-BRCH-ID     PIC X(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  MKT-RL-RUN-CT                 PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  MKT-RL-12MO-CT                PIC ZZZ,ZZ9.
       01  MKT-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'MARKET-TIMING SURVEILLANCE RUN TOTALS'.
       01  MKT-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  MKT-TL-LABEL                  PIC X(25).
           05  MKT-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  MKT-EXC-KEY.
           05  MKT-EK-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  MKT-EK-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  MKT-EK-SELL-DTE               PIC 9(08).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CASH THRU 2000-EXIT
               UNTIL MKT-CSH-EOF.
           PERFORM 3000-MATCH-CLOSING-LEGS THRU 3000-EXIT.
           PERFORM 4000-ROLL-UP-VIOLATIONS THRU 4000-EXIT.
           PERFORM 5000-WRITE-BLOCK-LIST THRU 5000-EXIT.
           PERFORM 7000-CARRY-FILES-FORWARD THRU 7000-EXIT.
           PERFORM 8000-PRINT-VIOLATIONS THRU 8000-EXIT.
           PERFORM 8200-PRINT-ACCOUNT-ROLLUP THRU 8200-EXIT.
           PERFORM 8300-PRINT-DEALER-ROLLUP THRU 8300-EXIT.
           PERFORM 8400-PRINT-BRANCH-ROLLUP THRU 8400-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE MKT-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT MKT-CASH-FL.
           OPEN INPUT MKT-WINDOW-FL.
           OPEN INPUT MKT-TRADE-HIST-IN.
           OPEN OUTPUT MKT-TRADE-HIST-OUT.
           OPEN INPUT MKT-VIOL-HIST-IN.
           OPEN OUTPUT MKT-VIOL-HIST-OUT.
           OPEN OUTPUT MKT-BLOCK-EXT.
           OPEN EXTEND MKT-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT MKT-RUN-DTE FROM DATE YYYYMMDD.
           MOVE MKT-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           MOVE MKT-RUN-DTE TO MKT-CNV-DTE.
           PERFORM 2600-DATE-TO-DAYS THRU 2600-EXIT.
           MOVE MKT-CNV-DAYS TO MKT-RUN-DAYS.
           PERFORM 1100-LOAD-HOLD-WINDOWS THRU 1100-EXIT
               UNTIL MKT-HWN-EOF.
           PERFORM 1200-LOAD-TRADE-HISTORY THRU 1200-EXIT
               UNTIL MKT-THI-EOF.
           PERFORM 1300-LOAD-VIOLATION-HISTORY THRU 1300-EXIT
               UNTIL MKT-MVI-EOF.
           READ MKT-CASH-FL
               AT END
                   SET MKT-CSH-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-HOLD-WINDOWS.
           READ MKT-WINDOW-FL
               AT END
                   SET MKT-HWN-EOF TO TRUE
           END-READ.
           IF NOT MKT-HWN-EOF
               IF MKT-WIN-USED-CT >= 2000
                   MOVE ' HOLDING WINDOWS' TO MKT-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO MKT-WIN-USED-CT
               SET MKT-WN-IDX TO MKT-WIN-USED-CT
               MOVE HWN-FUND-CODE TO MKT-WN-FUND-CODE (MKT-WN-IDX)
               MOVE HWN-WINDOW-DAYS TO MKT-WN-DAYS (MKT-WN-IDX)
           END-IF.
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY ONLY THE PURCHASES STILL INSIDE THEIR FUND'S     *
      *    HOLDING WINDOW -- ANYTHING OLDER CAN NO LONGER MAKE A  *
      *    ROUND TRIP AND AGES OFF THE ROLLING FILE               *
      *---------------------------------------------------------*
       1200-LOAD-TRADE-HISTORY.
           READ MKT-TRADE-HIST-IN
               AT END
                   SET MKT-THI-EOF TO TRUE
           END-READ.
           IF MKT-THI-EOF
               GO TO 1200-EXIT
           END-IF.
           MOVE THI-FUND-CODE TO MKT-WK-FUND-CODE.
           PERFORM 2500-FIND-WINDOW THRU 2500-EXIT.
           MOVE THI-TRADE-DTE TO MKT-CNV-DTE.
           PERFORM 2600-DATE-TO-DAYS THRU 2600-EXIT.
           COMPUTE MKT-DAYS-SINCE = MKT-RUN-DAYS - MKT-CNV-DAYS.
           IF MKT-DAYS-SINCE > MKT-WK-WINDOW-DAYS
               ADD 1 TO MKT-TRD-AGED-OFF-CT
               GO TO 1200-EXIT
           END-IF.
           IF MKT-TRD-USED-CT >= 50000
               MOVE ' TRADE HISTORY' TO MKT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO MKT-TRD-USED-CT.
           SET MKT-TR-IDX TO MKT-TRD-USED-CT.
           MOVE THI-ACCOUNT-NUMBER TO MKT-TR-ACCOUNT-NBR (MKT-TR-IDX).
           MOVE THI-FUND-CODE TO MKT-TR-FUND-CODE (MKT-TR-IDX).
           MOVE THI-TRADE-DTE TO MKT-TR-TRADE-DTE (MKT-TR-IDX).
           MOVE MKT-CNV-DAYS TO MKT-TR-TRADE-DAYS (MKT-TR-IDX).
           MOVE THI-ACTIVITY-CD TO MKT-TR-ACTIVITY-CD (MKT-TR-IDX).
           MOVE THI-ORDER-NBR TO MKT-TR-ORDER-NBR (MKT-TR-IDX).
           MOVE THI-GROSS-AT TO MKT-TR-GROSS-AT (MKT-TR-IDX).
           MOVE THI-FINANCIAL-INST-ID
               TO MKT-TR-FINANCIAL-INST-ID (MKT-TR-IDX).
           MOVE THI-FINCL-INST-BRCH-ID
               TO MKT-TR-FINCL-INST-BRCH-ID (MKT-TR-IDX).
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY TWELVE MONTHS OF VIOLATIONS FOR THE REPEAT-      *
      *    OFFENDER COUNT                                         *
      *---------------------------------------------------------*
       1300-LOAD-VIOLATION-HISTORY.
           READ MKT-VIOL-HIST-IN
               AT END
                   SET MKT-MVI-EOF TO TRUE
           END-READ.
           IF MKT-MVI-EOF
               GO TO 1300-EXIT
           END-IF.
           MOVE MVI-SELL-DTE TO MKT-CNV-DTE.
           PERFORM 2600-DATE-TO-DAYS THRU 2600-EXIT.
           COMPUTE MKT-DAYS-SINCE = MKT-RUN-DAYS - MKT-CNV-DAYS.
           IF MKT-DAYS-SINCE > MKT-LOOKBACK-DAYS
               ADD 1 TO MKT-VIO-AGED-OFF-CT
               GO TO 1300-EXIT
           END-IF.
           IF MKT-VIO-USED-CT >= 20000
               MOVE ' VIOLATION HISTORY' TO MKT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO MKT-VIO-USED-CT.
           SET MKT-VI-IDX TO MKT-VIO-USED-CT.
           MOVE MVI-ACCOUNT-NUMBER TO MKT-VI-ACCOUNT-NBR (MKT-VI-IDX).
           MOVE MVI-FUND-CODE TO MKT-VI-FUND-CODE (MKT-VI-IDX).
           MOVE MVI-FINANCIAL-INST-ID
               TO MKT-VI-FINANCIAL-INST-ID (MKT-VI-IDX).
           MOVE MVI-FINCL-INST-BRCH-ID
               TO MKT-VI-FINCL-INST-BRCH-ID (MKT-VI-IDX).
           MOVE MVI-BUY-DTE TO MKT-VI-BUY-DTE (MKT-VI-IDX).
           MOVE MVI-BUY-ACTIVITY-CD
               TO MKT-VI-BUY-ACTIVITY-CD (MKT-VI-IDX).
           MOVE MVI-SELL-DTE TO MKT-VI-SELL-DTE (MKT-VI-IDX).
           MOVE MVI-SELL-ACTIVITY-CD
               TO MKT-VI-SELL-ACTIVITY-CD (MKT-VI-IDX).
           MOVE MVI-SELL-ORDER-NBR
               TO MKT-VI-SELL-ORDER-NBR (MKT-VI-IDX).
           MOVE MVI-DAYS-HELD TO MKT-VI-DAYS-HELD (MKT-VI-IDX).
           MOVE ZERO TO MKT-VI-WINDOW-DAYS (MKT-VI-IDX).
           MOVE MVI-SELL-GROSS-AT TO MKT-VI-SELL-GROSS-AT (MKT-VI-IDX).
           MOVE 'N' TO MKT-VI-NEW-SW (MKT-VI-IDX).
       1300-EXIT.
           EXIT.
       2000-PROCESS-CASH.
           IF MKT-CSH-RECORD-TYPE-HEADER
               MOVE MKT-CSH-RUN-DTE-TME (1:10) TO RPT-CYCLE-TX
           END-IF.
           IF MKT-CSH-RECORD-TYPE-DETAIL
               ADD 1 TO MKT-DETAIL-CT
               PERFORM 2100-SCREEN-ONE-TRADE THRU 2100-EXIT
           END-IF.
           READ MKT-CASH-FL
               AT END
                   SET MKT-CSH-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONLY SETTLED ACTIVITY COUNTS -- MATRIX ERRORS, BOGUS,  *
      *    DELETED OR REJECTED TRADES AND REVERSALS ARE NOT A     *
      *    ROUND TRIP.  PURCHASES AND EXCHANGE-INS JOIN THE       *
      *    ROLLING HISTORY; REDEMPTIONS AND EXCHANGE-OUTS WAIT    *
      *    FOR THE MATCH                                          *
      *---------------------------------------------------------*
       2100-SCREEN-ONE-TRADE.
           IF MKT-CSH-MATRIX-ERROR-CD NOT = SPACE
               ADD 1 TO MKT-MATRIX-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF MKT-CSH-STATUS-NOT-POSTABLE
               ADD 1 TO MKT-STATUS-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF MKT-CSH-REVERSAL
               ADD 1 TO MKT-REVERSAL-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF MKT-CSH-NOLOAD
               MOVE MKT-CSH-NOLOAD-ACCT TO MKT-WK-ACCOUNT-NBR
           ELSE
               MOVE MKT-CSH-LOAD-ACCT TO MKT-WK-ACCOUNT-NBR
           END-IF.
           IF MKT-WK-ACCOUNT-NBR = ZERO
               IF MKT-CSH-LOAD-ACCT NOT = ZERO
                   MOVE MKT-CSH-LOAD-ACCT TO MKT-WK-ACCOUNT-NBR
               ELSE
                   MOVE MKT-CSH-NOLOAD-ACCT TO MKT-WK-ACCOUNT-NBR
               END-IF
           END-IF.
           IF MKT-WK-ACCOUNT-NBR = ZERO
               ADD 1 TO MKT-NO-ACCT-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF MKT-CSH-REDEMPTION
               IF MKT-CSH-FUND-FROM-TO NOT = ZERO
                   MOVE 'XO' TO MKT-WK-ACTIVITY-CD
               ELSE
                   MOVE 'RD' TO MKT-WK-ACTIVITY-CD
               END-IF
               PERFORM 2400-HOLD-CLOSING-LEG THRU 2400-EXIT
           ELSE
               IF MKT-CSH-FUND-FROM-TO NOT = ZERO
                   MOVE 'XI' TO MKT-WK-ACTIVITY-CD
               ELSE
                   MOVE 'PU' TO MKT-WK-ACTIVITY-CD
               END-IF
               PERFORM 2300-ADD-OPENING-LEG THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A RE-SENT FEED MUST NOT PUT THE SAME ORDER ON THE      *
      *    HISTORY TWICE                                          *
      *---------------------------------------------------------*
       2300-ADD-OPENING-LEG.
           SET MKT-DUP-NOT-FOUND TO TRUE.
           IF MKT-CSH-ORDER-NBR NOT = ZERO
              AND MKT-TRD-USED-CT > ZERO
               PERFORM 2310-TEST-ONE-DUP THRU 2310-EXIT
                       VARYING MKT-TR-IDX FROM 1 BY 1
                       UNTIL MKT-TR-IDX > MKT-TRD-USED-CT
                          OR MKT-DUP-FOUND
           END-IF.
           IF MKT-DUP-FOUND
               ADD 1 TO MKT-RESENT-CT
               GO TO 2300-EXIT
           END-IF.
           IF MKT-TRD-USED-CT >= 50000
               MOVE ' TRADE HISTORY' TO MKT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO MKT-OPEN-LEG-CT.
           ADD 1 TO MKT-TRD-USED-CT.
           SET MKT-TR-IDX TO MKT-TRD-USED-CT.
           MOVE MKT-CSH-TRADE-DTE TO MKT-CNV-DTE.
           PERFORM 2600-DATE-TO-DAYS THRU 2600-EXIT.
           MOVE MKT-WK-ACCOUNT-NBR TO MKT-TR-ACCOUNT-NBR (MKT-TR-IDX).
           MOVE MKT-CSH-FUND-CODE TO MKT-TR-FUND-CODE (MKT-TR-IDX).
           MOVE MKT-CSH-TRADE-DTE TO MKT-TR-TRADE-DTE (MKT-TR-IDX).
           MOVE MKT-CNV-DAYS TO MKT-TR-TRADE-DAYS (MKT-TR-IDX).
           MOVE MKT-WK-ACTIVITY-CD TO MKT-TR-ACTIVITY-CD (MKT-TR-IDX).
           MOVE MKT-CSH-ORDER-NBR TO MKT-TR-ORDER-NBR (MKT-TR-IDX).
           MOVE MKT-CSH-GROSS-AT TO MKT-TR-GROSS-AT (MKT-TR-IDX).
           MOVE MKT-CSH-FINANCIAL-INST-ID
               TO MKT-TR-FINANCIAL-INST-ID (MKT-TR-IDX).
           MOVE MKT-CSH-FINCL-INST-BRCH-ID
               TO MKT-TR-FINCL-INST-BRCH-ID (MKT-TR-IDX).
       2300-EXIT.
           EXIT.
       2310-TEST-ONE-DUP.
           IF MKT-TR-ACCOUNT-NBR (MKT-TR-IDX) = MKT-WK-ACCOUNT-NBR
              AND MKT-TR-FUND-CODE (MKT-TR-IDX) = MKT-CSH-FUND-CODE
              AND MKT-TR-ORDER-NBR (MKT-TR-IDX) = MKT-CSH-ORDER-NBR
              AND MKT-TR-TRADE-DTE (MKT-TR-IDX) = MKT-CSH-TRADE-DTE
               SET MKT-DUP-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.
       2400-HOLD-CLOSING-LEG.
           IF MKT-CLS-USED-CT >= 20000
               MOVE ' CLOSING TRADES' TO MKT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO MKT-CLOSE-LEG-CT.
           ADD 1 TO MKT-CLS-USED-CT.
           SET MKT-CL-IDX TO MKT-CLS-USED-CT.
           MOVE MKT-WK-ACCOUNT-NBR TO MKT-CL-ACCOUNT-NBR (MKT-CL-IDX).
           MOVE MKT-CSH-FUND-CODE TO MKT-CL-FUND-CODE (MKT-CL-IDX).
           MOVE MKT-CSH-TRADE-DTE TO MKT-CL-TRADE-DTE (MKT-CL-IDX).
           MOVE MKT-WK-ACTIVITY-CD TO MKT-CL-ACTIVITY-CD (MKT-CL-IDX).
           MOVE MKT-CSH-ORDER-NBR TO MKT-CL-ORDER-NBR (MKT-CL-IDX).
           MOVE MKT-CSH-GROSS-AT TO MKT-CL-GROSS-AT (MKT-CL-IDX).
           MOVE MKT-CSH-FINANCIAL-INST-ID
               TO MKT-CL-FINANCIAL-INST-ID (MKT-CL-IDX).
           MOVE MKT-CSH-FINCL-INST-BRCH-ID
               TO MKT-CL-FINCL-INST-BRCH-ID (MKT-CL-IDX).
       2400-EXIT.
           EXIT.
       2500-FIND-WINDOW.
           MOVE MKT-DEFAULT-WINDOW-DAYS TO MKT-WK-WINDOW-DAYS.
           IF MKT-WIN-USED-CT > ZERO
               SET MKT-WN-IDX TO 1
               SEARCH MKT-WN-ENTRY VARYING MKT-WN-IDX
                   AT END
                       CONTINUE
                   WHEN MKT-WN-IDX > MKT-WIN-USED-CT
                       CONTINUE
                   WHEN MKT-WN-FUND-CODE (MKT-WN-IDX)
                        = MKT-WK-FUND-CODE
                       MOVE MKT-WN-DAYS (MKT-WN-IDX)
                           TO MKT-WK-WINDOW-DAYS
               END-SEARCH
           END-IF.
       2500-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    DAY NUMBER OF MKT-CNV-DTE -- TWO DAY NUMBERS SUBTRACT  *
      *    TO TRUE CALENDAR DAYS                                  *
      *---------------------------------------------------------*
       2600-DATE-TO-DAYS.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE DTE-BASE-DTE TO DTE-DATE-1.
           MOVE MKT-CNV-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO MKT-CNV-DAYS.
       2600-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PAIR EACH SALE WITH THE LATEST PURCHASE OF THE SAME    *
      *    FUND IN THE SAME ACCOUNT MADE WITHIN THE FUND'S        *
      *    HOLDING WINDOW -- ONE VIOLATION PER SALE               *
      *---------------------------------------------------------*
       3000-MATCH-CLOSING-LEGS.
           IF MKT-CLS-USED-CT > ZERO
               PERFORM 3100-MATCH-ONE-CLOSING THRU 3100-EXIT
                       VARYING MKT-CL-IDX FROM 1 BY 1
                       UNTIL MKT-CL-IDX > MKT-CLS-USED-CT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-MATCH-ONE-CLOSING.
           MOVE MKT-CL-FUND-CODE (MKT-CL-IDX) TO MKT-WK-FUND-CODE.
           PERFORM 2500-FIND-WINDOW THRU 2500-EXIT.
           MOVE MKT-CL-TRADE-DTE (MKT-CL-IDX) TO MKT-CNV-DTE.
           PERFORM 2600-DATE-TO-DAYS THRU 2600-EXIT.
           MOVE MKT-CNV-DAYS TO MKT-WK-SELL-DAYS.
           MOVE ZERO TO MKT-WK-BUY-IX.
           MOVE ZERO TO MKT-WK-BEST-DAYS.
           IF MKT-TRD-USED-CT > ZERO
               PERFORM 3110-TEST-ONE-OPENING THRU 3110-EXIT
                       VARYING MKT-TR-IDX FROM 1 BY 1
                       UNTIL MKT-TR-IDX > MKT-TRD-USED-CT
           END-IF.
           IF MKT-WK-BUY-IX = ZERO
               GO TO 3100-EXIT
           END-IF.
           SET MKT-DUP-NOT-FOUND TO TRUE.
           IF MKT-VIO-USED-CT > ZERO
               PERFORM 3120-TEST-ONE-VIOLATION THRU 3120-EXIT
                       VARYING MKT-VI-IDX FROM 1 BY 1
                       UNTIL MKT-VI-IDX > MKT-VIO-USED-CT
                          OR MKT-DUP-FOUND
           END-IF.
           IF MKT-DUP-FOUND
               ADD 1 TO MKT-RESENT-CT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3130-ADD-VIOLATION THRU 3130-EXIT.
       3100-EXIT.
           EXIT.
       3110-TEST-ONE-OPENING.
           IF MKT-TR-ACCOUNT-NBR (MKT-TR-IDX)
              NOT = MKT-CL-ACCOUNT-NBR (MKT-CL-IDX)
            OR MKT-TR-FUND-CODE (MKT-TR-IDX)
              NOT = MKT-CL-FUND-CODE (MKT-CL-IDX)
               GO TO 3110-EXIT
           END-IF.
           COMPUTE MKT-WK-HELD-DAYS = MKT-WK-SELL-DAYS
               - MKT-TR-TRADE-DAYS (MKT-TR-IDX).
           IF MKT-WK-HELD-DAYS < ZERO
            OR MKT-WK-HELD-DAYS > MKT-WK-WINDOW-DAYS
               GO TO 3110-EXIT
           END-IF.
           IF MKT-WK-BUY-IX = ZERO
            OR MKT-TR-TRADE-DAYS (MKT-TR-IDX) > MKT-WK-BEST-DAYS
               SET MKT-WK-BUY-IX TO MKT-TR-IDX
               MOVE MKT-TR-TRADE-DAYS (MKT-TR-IDX) TO MKT-WK-BEST-DAYS
           END-IF.
       3110-EXIT.
           EXIT.
       3120-TEST-ONE-VIOLATION.
           IF MKT-VI-ACCOUNT-NBR (MKT-VI-IDX)
              = MKT-CL-ACCOUNT-NBR (MKT-CL-IDX)
              AND MKT-VI-FUND-CODE (MKT-VI-IDX)
              = MKT-CL-FUND-CODE (MKT-CL-IDX)
              AND MKT-VI-SELL-DTE (MKT-VI-IDX)
              = MKT-CL-TRADE-DTE (MKT-CL-IDX)
              AND MKT-VI-SELL-ORDER-NBR (MKT-VI-IDX)
              = MKT-CL-ORDER-NBR (MKT-CL-IDX)
               SET MKT-DUP-FOUND TO TRUE
           END-IF.
       3120-EXIT.
           EXIT.
       3130-ADD-VIOLATION.
           IF MKT-VIO-USED-CT >= 20000
               MOVE ' VIOLATION HISTORY' TO MKT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO MKT-NEW-VIOL-CT.
           ADD 1 TO MKT-VIO-USED-CT.
           SET MKT-VI-IDX TO MKT-VIO-USED-CT.
           SET MKT-TR-IDX TO MKT-WK-BUY-IX.
           COMPUTE MKT-WK-HELD-DAYS = MKT-WK-SELL-DAYS
               - MKT-WK-BEST-DAYS.
           MOVE MKT-CL-ACCOUNT-NBR (MKT-CL-IDX)
               TO MKT-VI-ACCOUNT-NBR (MKT-VI-IDX).
           MOVE MKT-CL-FUND-CODE (MKT-CL-IDX)
               TO MKT-VI-FUND-CODE (MKT-VI-IDX).
           MOVE MKT-CL-FINANCIAL-INST-ID (MKT-CL-IDX)
               TO MKT-VI-FINANCIAL-INST-ID (MKT-VI-IDX).
           MOVE MKT-CL-FINCL-INST-BRCH-ID (MKT-CL-IDX)
               TO MKT-VI-FINCL-INST-BRCH-ID (MKT-VI-IDX).
           MOVE MKT-TR-TRADE-DTE (MKT-TR-IDX)
               TO MKT-VI-BUY-DTE (MKT-VI-IDX).
           MOVE MKT-TR-ACTIVITY-CD (MKT-TR-IDX)
               TO MKT-VI-BUY-ACTIVITY-CD (MKT-VI-IDX).
           MOVE MKT-CL-TRADE-DTE (MKT-CL-IDX)
               TO MKT-VI-SELL-DTE (MKT-VI-IDX).
           MOVE MKT-CL-ACTIVITY-CD (MKT-CL-IDX)
               TO MKT-VI-SELL-ACTIVITY-CD (MKT-VI-IDX).
           MOVE MKT-CL-ORDER-NBR (MKT-CL-IDX)
               TO MKT-VI-SELL-ORDER-NBR (MKT-VI-IDX).
           MOVE MKT-WK-HELD-DAYS TO MKT-VI-DAYS-HELD (MKT-VI-IDX).
           MOVE MKT-WK-WINDOW-DAYS TO MKT-VI-WINDOW-DAYS (MKT-VI-IDX).
           MOVE MKT-CL-GROSS-AT (MKT-CL-IDX)
               TO MKT-VI-SELL-GROSS-AT (MKT-VI-IDX).
           MOVE 'Y' TO MKT-VI-NEW-SW (MKT-VI-IDX).
           MOVE MKT-VI-ACCOUNT-NBR (MKT-VI-IDX) TO MKT-EK-ACCOUNT-NBR.
           MOVE MKT-VI-FUND-CODE (MKT-VI-IDX) TO MKT-EK-FUND-CODE.
           MOVE MKT-VI-SELL-DTE (MKT-VI-IDX) TO MKT-EK-SELL-DTE.
           MOVE 'MKTROUND' TO RPT-EXC-TYPE-CD.
           MOVE MKT-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE MKT-VI-SELL-GROSS-AT (MKT-VI-IDX)
               TO RPT-EXC-AMOUNT-AT.
           MOVE 'ROUND TRIP INSIDE THE HOLDING WINDOW'
               TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       3130-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ROLL EVERY VIOLATION IN THE TWELVE-MONTH HISTORY UP TO *
      *    ITS ACCOUNT, DEALER AND DEALER BRANCH                  *
      *---------------------------------------------------------*
       4000-ROLL-UP-VIOLATIONS.
           IF MKT-VIO-USED-CT > ZERO
               PERFORM 4100-ROLL-ONE-VIOLATION THRU 4100-EXIT
                       VARYING MKT-VI-IDX FROM 1 BY 1
                       UNTIL MKT-VI-IDX > MKT-VIO-USED-CT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-ROLL-ONE-VIOLATION.
           PERFORM 4200-FIND-ACCOUNT-ROW THRU 4200-EXIT.
           PERFORM 4300-FIND-DEALER-ROW THRU 4300-EXIT.
           PERFORM 4400-FIND-BRANCH-ROW THRU 4400-EXIT.
           ADD 1 TO MKT-AC-12MO-CT (MKT-AC-IDX).
           ADD 1 TO MKT-DL-12MO-CT (MKT-DL-IDX).
           ADD 1 TO MKT-BR-12MO-CT (MKT-BR-IDX).
           IF MKT-VI-NEW (MKT-VI-IDX)
               ADD 1 TO MKT-AC-RUN-CT (MKT-AC-IDX)
               ADD 1 TO MKT-DL-RUN-CT (MKT-DL-IDX)
               ADD 1 TO MKT-BR-RUN-CT (MKT-BR-IDX)
           END-IF.
           IF MKT-VI-SELL-DTE (MKT-VI-IDX)
              NOT < MKT-AC-LAST-VIOL-DTE (MKT-AC-IDX)
               MOVE MKT-VI-SELL-DTE (MKT-VI-IDX)
                   TO MKT-AC-LAST-VIOL-DTE (MKT-AC-IDX)
               MOVE MKT-VI-FINANCIAL-INST-ID (MKT-VI-IDX)
                   TO MKT-AC-FINANCIAL-INST-ID (MKT-AC-IDX)
               MOVE MKT-VI-FINCL-INST-BRCH-ID (MKT-VI-IDX)
                   TO MKT-AC-FINCL-INST-BRCH-ID (MKT-AC-IDX)
           END-IF.
       4100-EXIT.
           EXIT.
       4200-FIND-ACCOUNT-ROW.
           SET MKT-AC-IDX TO 1.
           SEARCH MKT-AC-ENTRY VARYING MKT-AC-IDX
               AT END
                   PERFORM 4210-ADD-ACCOUNT-ROW THRU 4210-EXIT
               WHEN MKT-AC-IDX > MKT-ACT-USED-CT
                   PERFORM 4210-ADD-ACCOUNT-ROW THRU 4210-EXIT
               WHEN MKT-AC-ACCOUNT-NBR (MKT-AC-IDX)
                    = MKT-VI-ACCOUNT-NBR (MKT-VI-IDX)
                   CONTINUE
           END-SEARCH.
       4200-EXIT.
           EXIT.
       4210-ADD-ACCOUNT-ROW.
           IF MKT-ACT-USED-CT >= 20000
               MOVE ' ACCOUNT ROLL-UP' TO MKT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO MKT-ACT-USED-CT.
           SET MKT-AC-IDX TO MKT-ACT-USED-CT.
           MOVE MKT-VI-ACCOUNT-NBR (MKT-VI-IDX)
               TO MKT-AC-ACCOUNT-NBR (MKT-AC-IDX).
           MOVE ZERO TO MKT-AC-FINANCIAL-INST-ID (MKT-AC-IDX).
           MOVE SPACES TO MKT-AC-FINCL-INST-BRCH-ID (MKT-AC-IDX).
           MOVE ZERO TO MKT-AC-RUN-CT (MKT-AC-IDX).
           MOVE ZERO TO MKT-AC-12MO-CT (MKT-AC-IDX).
           MOVE ZERO TO MKT-AC-LAST-VIOL-DTE (MKT-AC-IDX).
       4210-EXIT.
           EXIT.
       4300-FIND-DEALER-ROW.
           SET MKT-DL-IDX TO 1.
           SEARCH MKT-DL-ENTRY VARYING MKT-DL-IDX
               AT END
                   PERFORM 4310-ADD-DEALER-ROW THRU 4310-EXIT
               WHEN MKT-DL-IDX > MKT-DLR-USED-CT
                   PERFORM 4310-ADD-DEALER-ROW THRU 4310-EXIT
               WHEN MKT-DL-FINANCIAL-INST-ID (MKT-DL-IDX)
                    = MKT-VI-FINANCIAL-INST-ID (MKT-VI-IDX)
                   CONTINUE
           END-SEARCH.
       4300-EXIT.
           EXIT.
       4310-ADD-DEALER-ROW.
           IF MKT-DLR-USED-CT >= 2000
               MOVE ' DEALER ROLL-UP' TO MKT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO MKT-DLR-USED-CT.
           SET MKT-DL-IDX TO MKT-DLR-USED-CT.
           MOVE MKT-VI-FINANCIAL-INST-ID (MKT-VI-IDX)
               TO MKT-DL-FINANCIAL-INST-ID (MKT-DL-IDX).
           MOVE ZERO TO MKT-DL-RUN-CT (MKT-DL-IDX).
           MOVE ZERO TO MKT-DL-12MO-CT (MKT-DL-IDX).
       4310-EXIT.
           EXIT.
       4400-FIND-BRANCH-ROW.
           SET MKT-BR-IDX TO 1.
           SEARCH MKT-BR-ENTRY VARYING MKT-BR-IDX
               AT END
                   PERFORM 4410-ADD-BRANCH-ROW THRU 4410-EXIT
               WHEN MKT-BR-IDX > MKT-BRN-USED-CT
                   PERFORM 4410-ADD-BRANCH-ROW THRU 4410-EXIT
               WHEN MKT-BR-FINANCIAL-INST-ID (MKT-BR-IDX)
                    = MKT-VI-FINANCIAL-INST-ID (MKT-VI-IDX)
                AND MKT-BR-FINCL-INST-BRCH-ID (MKT-BR-IDX)
                    = MKT-VI-FINCL-INST-BRCH-ID (MKT-VI-IDX)
                   CONTINUE
           END-SEARCH.
       4400-EXIT.
           EXIT.
       4410-ADD-BRANCH-ROW.
           IF MKT-BRN-USED-CT >= 5000
               MOVE ' BRANCH ROLL-UP' TO MKT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO MKT-BRN-USED-CT.
           SET MKT-BR-IDX TO MKT-BRN-USED-CT.
           MOVE MKT-VI-FINANCIAL-INST-ID (MKT-VI-IDX)
               TO MKT-BR-FINANCIAL-INST-ID (MKT-BR-IDX).
           MOVE MKT-VI-FINCL-INST-BRCH-ID (MKT-VI-IDX)
               TO MKT-BR-FINCL-INST-BRCH-ID (MKT-BR-IDX).
           MOVE ZERO TO MKT-BR-RUN-CT (MKT-BR-IDX).
           MOVE ZERO TO MKT-BR-12MO-CT (MKT-BR-IDX).
       4410-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    AN ACCOUNT AT OR OVER THE THRESHOLD IN THE LAST TWELVE *
      *    MONTHS GOES TO THE TRADE DESK'S BLOCK LIST             *
      *---------------------------------------------------------*
       5000-WRITE-BLOCK-LIST.
           IF MKT-ACT-USED-CT > ZERO
               PERFORM 5100-BLOCK-ONE-ACCOUNT THRU 5100-EXIT
                       VARYING MKT-AC-IDX FROM 1 BY 1
                       UNTIL MKT-AC-IDX > MKT-ACT-USED-CT
           END-IF.
       5000-EXIT.
           EXIT.
       5100-BLOCK-ONE-ACCOUNT.
           IF MKT-AC-12MO-CT (MKT-AC-IDX) < MKT-BLOCK-THRESHOLD
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO MKT-REPEAT-CT.
           MOVE SPACES TO MKT-BLOCK-RECORD.
           MOVE MKT-AC-ACCOUNT-NBR (MKT-AC-IDX) TO MBX-ACCOUNT-NUMBER.
           MOVE MKT-AC-FINANCIAL-INST-ID (MKT-AC-IDX)
               TO MBX-FINANCIAL-INST-ID.
           MOVE MKT-AC-FINCL-INST-BRCH-ID (MKT-AC-IDX)
               TO MBX-FINCL-INST-BRCH-ID.
           MOVE MKT-AC-12MO-CT (MKT-AC-IDX) TO MBX-VIOL-12MO-CT.
           MOVE MKT-AC-LAST-VIOL-DTE (MKT-AC-IDX) TO MBX-LAST-VIOL-DTE.
           SET MBX-BLOCK-ROUND-TRIP TO TRUE.
           MOVE MKT-RUN-DTE TO MBX-EFF-DTE.
           WRITE MKT-BLOCK-RECORD.
           ADD 1 TO MKT-BLOCK-WRITE-CT.
       5100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY THE ROLLING TRADE HISTORY AND THE TWELVE-MONTH   *
      *    VIOLATION HISTORY FORWARD TO THE NEXT RUN              *
      *---------------------------------------------------------*
       7000-CARRY-FILES-FORWARD.
           IF MKT-TRD-USED-CT > ZERO
               PERFORM 7100-WRITE-ONE-TRADE THRU 7100-EXIT
                       VARYING MKT-TR-IDX FROM 1 BY 1
                       UNTIL MKT-TR-IDX > MKT-TRD-USED-CT
           END-IF.
           IF MKT-VIO-USED-CT > ZERO
               PERFORM 7200-WRITE-ONE-VIOLATION THRU 7200-EXIT
                       VARYING MKT-VI-IDX FROM 1 BY 1
                       UNTIL MKT-VI-IDX > MKT-VIO-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-TRADE.
           MOVE SPACES TO MKT-TRADE-HIST-OUT-RECORD.
           MOVE MKT-TR-ACCOUNT-NBR (MKT-TR-IDX) TO THO-ACCOUNT-NUMBER.
           MOVE MKT-TR-FUND-CODE (MKT-TR-IDX) TO THO-FUND-CODE.
           MOVE MKT-TR-TRADE-DTE (MKT-TR-IDX) TO THO-TRADE-DTE.
           MOVE MKT-TR-ACTIVITY-CD (MKT-TR-IDX) TO THO-ACTIVITY-CD.
           MOVE MKT-TR-ORDER-NBR (MKT-TR-IDX) TO THO-ORDER-NBR.
           MOVE MKT-TR-GROSS-AT (MKT-TR-IDX) TO THO-GROSS-AT.
           MOVE MKT-TR-FINANCIAL-INST-ID (MKT-TR-IDX)
               TO THO-FINANCIAL-INST-ID.
           MOVE MKT-TR-FINCL-INST-BRCH-ID (MKT-TR-IDX)
               TO THO-FINCL-INST-BRCH-ID.
           WRITE MKT-TRADE-HIST-OUT-RECORD.
       7100-EXIT.
           EXIT.
       7200-WRITE-ONE-VIOLATION.
           MOVE SPACES TO MKT-VIOL-HIST-OUT-RECORD.
           MOVE MKT-VI-ACCOUNT-NBR (MKT-VI-IDX) TO MVO-ACCOUNT-NUMBER.
           MOVE MKT-VI-FUND-CODE (MKT-VI-IDX) TO MVO-FUND-CODE.
           MOVE MKT-VI-FINANCIAL-INST-ID (MKT-VI-IDX)
               TO MVO-FINANCIAL-INST-ID.
           MOVE MKT-VI-FINCL-INST-BRCH-ID (MKT-VI-IDX)
               TO MVO-FINCL-INST-BRCH-ID.
           MOVE MKT-VI-BUY-DTE (MKT-VI-IDX) TO MVO-BUY-DTE.
           MOVE MKT-VI-BUY-ACTIVITY-CD (MKT-VI-IDX)
               TO MVO-BUY-ACTIVITY-CD.
           MOVE MKT-VI-SELL-DTE (MKT-VI-IDX) TO MVO-SELL-DTE.
           MOVE MKT-VI-SELL-ACTIVITY-CD (MKT-VI-IDX)
               TO MVO-SELL-ACTIVITY-CD.
           MOVE MKT-VI-SELL-ORDER-NBR (MKT-VI-IDX)
               TO MVO-SELL-ORDER-NBR.
           MOVE MKT-VI-DAYS-HELD (MKT-VI-IDX) TO MVO-DAYS-HELD.
           MOVE MKT-VI-SELL-GROSS-AT (MKT-VI-IDX)
               TO MVO-SELL-GROSS-AT.
           WRITE MKT-VIOL-HIST-OUT-RECORD.
       7200-EXIT.
           EXIT.
       8000-PRINT-VIOLATIONS.
           MOVE MKT-VIO-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE MKT-VIO-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF MKT-VIO-USED-CT > ZERO
               PERFORM 8100-PRINT-ONE-VIOLATION THRU 8100-EXIT
                       VARYING MKT-VI-IDX FROM 1 BY 1
                       UNTIL MKT-VI-IDX > MKT-VIO-USED-CT
           END-IF.
       8000-EXIT.
           EXIT.
       8100-PRINT-ONE-VIOLATION.
           IF NOT MKT-VI-NEW (MKT-VI-IDX)
               GO TO 8100-EXIT
           END-IF.
           PERFORM 4200-FIND-ACCOUNT-ROW THRU 4200-EXIT.
           MOVE MKT-VI-ACCOUNT-NBR (MKT-VI-IDX) TO MKT-VL-ACCOUNT-NBR.
           MOVE MKT-VI-FUND-CODE (MKT-VI-IDX) TO MKT-VL-FUND-CODE.
           MOVE MKT-VI-FINANCIAL-INST-ID (MKT-VI-IDX)
               TO MKT-VL-FINANCIAL-INST-ID.
           MOVE MKT-VI-FINCL-INST-BRCH-ID (MKT-VI-IDX)
               TO MKT-VL-FINCL-INST-BRCH-ID.
           MOVE MKT-VI-BUY-DTE (MKT-VI-IDX) TO MKT-VL-BUY-DTE.
           MOVE MKT-VI-BUY-ACTIVITY-CD (MKT-VI-IDX)
               TO MKT-VL-BUY-ACTIVITY-CD.
           MOVE MKT-VI-SELL-DTE (MKT-VI-IDX) TO MKT-VL-SELL-DTE.
           MOVE MKT-VI-SELL-ACTIVITY-CD (MKT-VI-IDX)
               TO MKT-VL-SELL-ACTIVITY-CD.
           MOVE MKT-VI-DAYS-HELD (MKT-VI-IDX) TO MKT-VL-DAYS-HELD.
           MOVE MKT-VI-WINDOW-DAYS (MKT-VI-IDX) TO MKT-VL-WINDOW-DAYS.
           MOVE MKT-VI-SELL-GROSS-AT (MKT-VI-IDX) TO MKT-VL-AMOUNT.
           MOVE MKT-AC-12MO-CT (MKT-AC-IDX) TO MKT-VL-12MO-CT.
           MOVE MKT-VIO-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8100-EXIT.
           EXIT.
       8200-PRINT-ACCOUNT-ROLLUP.
           MOVE MKT-ACT-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE MKT-ACT-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF MKT-ACT-USED-CT > ZERO
               PERFORM 8210-PRINT-ONE-ACCOUNT THRU 8210-EXIT
                       VARYING MKT-AC-IDX FROM 1 BY 1
                       UNTIL MKT-AC-IDX > MKT-ACT-USED-CT
           END-IF.
       8200-EXIT.
           EXIT.
       8210-PRINT-ONE-ACCOUNT.
           MOVE MKT-AC-ACCOUNT-NBR (MKT-AC-IDX) TO MKT-AL-ACCOUNT-NBR.
           MOVE MKT-AC-FINANCIAL-INST-ID (MKT-AC-IDX)
               TO MKT-AL-FINANCIAL-INST-ID.
           MOVE MKT-AC-FINCL-INST-BRCH-ID (MKT-AC-IDX)
               TO MKT-AL-FINCL-INST-BRCH-ID.
           MOVE MKT-AC-RUN-CT (MKT-AC-IDX) TO MKT-AL-RUN-CT.
           MOVE MKT-AC-12MO-CT (MKT-AC-IDX) TO MKT-AL-12MO-CT.
           MOVE MKT-AC-LAST-VIOL-DTE (MKT-AC-IDX)
               TO MKT-AL-LAST-VIOL-DTE.
           IF MKT-AC-12MO-CT (MKT-AC-IDX) NOT < MKT-BLOCK-THRESHOLD
               MOVE 'REPEAT - BLOCK' TO MKT-AL-STATUS
           ELSE
               MOVE 'WATCH' TO MKT-AL-STATUS
           END-IF.
           MOVE MKT-ACT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8210-EXIT.
           EXIT.
       8300-PRINT-DEALER-ROLLUP.
           MOVE MKT-DLR-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE MKT-DLR-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF MKT-DLR-USED-CT > ZERO
               PERFORM 8310-PRINT-ONE-DEALER THRU 8310-EXIT
                       VARYING MKT-DL-IDX FROM 1 BY 1
                       UNTIL MKT-DL-IDX > MKT-DLR-USED-CT
           END-IF.
       8300-EXIT.
           EXIT.
       8310-PRINT-ONE-DEALER.
           MOVE MKT-DL-FINANCIAL-INST-ID (MKT-DL-IDX)
               TO MKT-RL-FINANCIAL-INST-ID.
           MOVE SPACES TO MKT-RL-FINCL-INST-BRCH-ID.
           MOVE MKT-DL-RUN-CT (MKT-DL-IDX) TO MKT-RL-RUN-CT.
           MOVE MKT-DL-12MO-CT (MKT-DL-IDX) TO MKT-RL-12MO-CT.
           MOVE MKT-ROLL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8310-EXIT.
           EXIT.
       8400-PRINT-BRANCH-ROLLUP.
           MOVE MKT-BRN-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE MKT-BRN-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF MKT-BRN-USED-CT > ZERO
               PERFORM 8410-PRINT-ONE-BRANCH THRU 8410-EXIT
                       VARYING MKT-BR-IDX FROM 1 BY 1
                       UNTIL MKT-BR-IDX > MKT-BRN-USED-CT
           END-IF.
       8400-EXIT.
           EXIT.
       8410-PRINT-ONE-BRANCH.
           MOVE MKT-BR-FINANCIAL-INST-ID (MKT-BR-IDX)
               TO MKT-RL-FINANCIAL-INST-ID.
           MOVE MKT-BR-FINCL-INST-BRCH-ID (MKT-BR-IDX)
               TO MKT-RL-FINCL-INST-BRCH-ID.
           MOVE MKT-BR-RUN-CT (MKT-BR-IDX) TO MKT-RL-RUN-CT.
           MOVE MKT-BR-12MO-CT (MKT-BR-IDX) TO MKT-RL-12MO-CT.
           MOVE MKT-ROLL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8410-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE MKT-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'DETAILS READ: ' TO MKT-TL-LABEL.
           MOVE MKT-DETAIL-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PURCHASES / EXCH IN: ' TO MKT-TL-LABEL.
           MOVE MKT-OPEN-LEG-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REDEMPTIONS / EXCH OUT: ' TO MKT-TL-LABEL.
           MOVE MKT-CLOSE-LEG-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - MATRIX ERROR: ' TO MKT-TL-LABEL.
           MOVE MKT-MATRIX-SKIP-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - TRAN STATUS: ' TO MKT-TL-LABEL.
           MOVE MKT-STATUS-SKIP-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - REVERSAL: ' TO MKT-TL-LABEL.
           MOVE MKT-REVERSAL-SKIP-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - NO ACCOUNT: ' TO MKT-TL-LABEL.
           MOVE MKT-NO-ACCT-SKIP-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - ALREADY SEEN: ' TO MKT-TL-LABEL.
           MOVE MKT-RESENT-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'TRADES AGED OFF: ' TO MKT-TL-LABEL.
           MOVE MKT-TRD-AGED-OFF-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'VIOLATIONS AGED OFF: ' TO MKT-TL-LABEL.
           MOVE MKT-VIO-AGED-OFF-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NEW VIOLATIONS: ' TO MKT-TL-LABEL.
           MOVE MKT-NEW-VIOL-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REPEAT OFFENDERS: ' TO MKT-TL-LABEL.
           MOVE MKT-REPEAT-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BLOCK LIST ROWS: ' TO MKT-TL-LABEL.
           MOVE MKT-BLOCK-WRITE-CT TO MKT-TL-COUNT.
           MOVE MKT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO MKT-RUN-CTL-RECORD.
           MOVE 'MKT-MARKET-TIMING' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE MKT-RUN-CTL-RECORD.
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
           MOVE SPACES TO MKT-RUN-CTL-RECORD.
           MOVE 'MKT-MARKET-TIMING' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE MKT-DETAIL-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE MKT-RUN-CTL-RECORD.
           CLOSE MKT-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE                                        *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE MKT-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO MKT-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE MKT-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE MKT-CASH-FL.
           CLOSE MKT-WINDOW-FL.
           CLOSE MKT-TRADE-HIST-IN.
           CLOSE MKT-TRADE-HIST-OUT.
           CLOSE MKT-VIOL-HIST-IN.
           CLOSE MKT-VIOL-HIST-OUT.
           CLOSE MKT-BLOCK-EXT.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF MKT-NEW-RC > MKT-RUN-RC
               MOVE MKT-NEW-RC TO MKT-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF MKT-NEW-VIOL-CT > ZERO
              OR MKT-REPEAT-CT > ZERO
               MOVE 4 TO MKT-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE MKT-RUN-RC TO MKT-RCD-OUT.
           EVALUATE MKT-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO MKT-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO MKT-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO MKT-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO MKT-RCD-REASON
           END-EVALUATE.
           MOVE MKT-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE MKT-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
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
           MOVE 'MKT-MARKET-TIMING' TO RPT-PROGRAM-ID-TX.
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
      *---------------------------------------------------------*
      *    BRIDGE TO THE COMMON DATE SERVICE                      *
      *---------------------------------------------------------*
       9600-CALL-DATE-SERVICE.
           CALL 'DTE-DATE-SERVICE' USING DTE-COMMAREA.
       9600-EXIT.
           EXIT.
