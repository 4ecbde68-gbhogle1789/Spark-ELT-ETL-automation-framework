       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGT-LEAGUE-TABLES.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT LGT-CASH-FL ASSIGN TO "FNAME1".
	    SELECT LGT-MTF-FL ASSIGN TO "FNAME2".
	    SELECT LGT-BRANCH-FL ASSIGN TO "FNAME3".
	    SELECT LGT-DEALER-FL ASSIGN TO "FNAME6".
	    SELECT OPTIONAL LGT-MASTER-IN ASSIGN TO "LGTMSTI".
	    SELECT LGT-MASTER-OUT ASSIGN TO "LGTMSTO".
	    SELECT LGT-CRM-EXT ASSIGN TO "LGTCRM".
	    SELECT LGT-SORT-FL ASSIGN TO "SORTWK".
	    SELECT OPTIONAL LGT-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    SDCM CASH MOVEMENT FOR THE MONTH -- PURCHASES,         *
      *    REDEMPTIONS AND EXCHANGES BY FIRM AND BRANCH           *
      *---------------------------------------------------------*
       FD  LGT-CASH-FL.
       01  LGT-CASH-RECORD.
           05  LGT-CSH-RECORD-TYPE-CD        PIC X(1).
               88  LGT-CSH-RECORD-TYPE-HEADER    VALUE 'H'.
               88  LGT-CSH-RECORD-TYPE-DETAIL    VALUE 'D'.
           05  LGT-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(5).
               10  LGT-CSH-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(3).
               10  LGT-CSH-SS-DTE            PIC 9(8).
               10  LGT-CSH-LOAD-ACCT         PIC 9(11).
               10  LGT-CSH-NOLOAD-ACCT       PIC 9(11).
               10  LGT-CSH-ALPHA-CODE        PIC X(10).
               10  LGT-CSH-ORDER-NBR         PIC 9(9).
               10  FILLER                    PIC X(16).
               10  LGT-CSH-FINANCIAL-INST-ID PIC 9(7).
               10  LGT-CSH-FINCL-INST-BRCH-ID
                                             PIC X(9).
               10  FILLER                    PIC X(22).
               10  LGT-CSH-TRADE-DTE         PIC 9(8).
               10  LGT-CSH-SHARES            PIC S9(11)V9(4)
                    SIGN TRAILING SEPARATE.
               10  LGT-CSH-OFFERING-PRICE    PIC 9(5)V9(4).
               10  LGT-CSH-GROSS-AT          PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(32).
               10  LGT-CSH-NAV-AT            PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(3).
               10  LGT-CSH-TRAN-TYPE-CD      PIC X(1).
                   88  LGT-CSH-PURCHASE          VALUE '0'.
                   88  LGT-CSH-REDEMPTION        VALUE '1'.
               10  LGT-CSH-LOAD-NOLOAD-CD    PIC 9(1).
                   88  LGT-CSH-NOLOAD            VALUE 1.
               10  FILLER                    PIC X(28).
               10  LGT-CSH-FUND-FROM-TO      PIC 9(7).
               10  FILLER                    PIC X(52).
               10  LGT-CSH-MATRIX-ERROR-CD   PIC X(1).
               10  FILLER                    PIC X(1).
               10  LGT-CSH-ACCOUNT-FROM-TO   PIC 9(11).
               10  LGT-CSH-FUND-GRP-NUMBER   PIC 9(7).
               10  FILLER                    PIC X(20).
               10  LGT-CSH-DLR-CTL-LVL-CD    PIC 9(1).
               10  FILLER                    PIC X(2).
               10  LGT-CSH-REVERSE-CD        PIC X(1).
                   88  LGT-CSH-REVERSAL          VALUE 'Y'.
               10  LGT-CSH-TRAN-STATUS-CDE   PIC X(1).
                   88  LGT-CSH-STATUS-NOT-POSTABLE
                                             VALUE 'B' 'D' 'R'.
               10  FILLER                    PIC X(117).
           05  LGT-CSH-HEADER-AREA REDEFINES LGT-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(3).
               10  LGT-CSH-RUN-DTE-TME       PIC X(26).
               10  FILLER                    PIC X(440).
      *---------------------------------------------------------*
      *    857 COMMISSION DETAIL -- THE ALPHA CODE NAMES THE REP  *
      *    A TRADE IS CREDITED TO                                 *
      *---------------------------------------------------------*
       FD  LGT-MTF-FL.
       01  LGT-MTF-RECORD.
           05  LGT-CMS-RECORD-TYPE-CD        PIC X(1).
               88  LGT-CMS-RECORD-TYPE-HEADER    VALUE 'H'.
               88  LGT-CMS-RECORD-TYPE-DETAIL    VALUE 'D'.
               88  LGT-CMS-RECORD-TYPE-TRAILER   VALUE 'T'.
               88  LGT-CMS-RECORD-TYPE-SUSPENDED VALUE 'S'.
           05  LGT-CMS-DETAIL-RECORD-AREA.
               10  FILLER                    PIC X(40).
               10  LGT-CMS-FINANCIAL-INST-ID PIC 9(7).
               10  FILLER                    PIC X(54).
               10  LGT-CMS-FINCL-INST-BRCH-ID
                                             PIC X(9).
               10  LGT-CMS-FI-BRANCH-REP-ID  PIC X(9).
               10  LGT-CMS-FG-REP-NME        PIC X(30).
               10  FILLER                    PIC X(69).
               10  LGT-CMS-ALPHA-CODE        PIC X(10).
               10  FILLER                    PIC X(771).
      *---------------------------------------------------------*
      *    FBP BRANCH FEED -- SEQ-1 NAMES THE BRANCH, THE SEQ-4   *
      *    RECORD THAT FOLLOWS CARRIES ITS TERRITORY              *
      *---------------------------------------------------------*
       FD  LGT-BRANCH-FL.
       01  LGT-BRANCH-RECORD.
           05  LGT-FBP-RECORD-TYPE-CD        PIC X(3).
               88  LGT-FBP-TYPE-BRANCH           VALUE 'FBP'.
           05  LGT-FBP-SEQUENCE-NUMBER-ID    PIC 9(3).
               88  LGT-FBP-SEQ-DETAIL-1          VALUE 1.
               88  LGT-FBP-SEQ-DETAIL-4          VALUE 4.
           05  LGT-FBP-DETAIL-1-AREA.
               10  FILLER                    PIC X(7).
               10  LGT-FBP-FINANCIAL-INST-ID PIC 9(7).
               10  LGT-FBP-FINCL-INST-BRCH-ID
                                             PIC X(9).
               10  FILLER                    PIC X(54).
               10  LGT-FBP-FI-BRCH-NAME      PIC X(35).
               10  FILLER                    PIC X(42).
           05  LGT-FBP-DETAIL-4-AREA REDEFINES LGT-FBP-DETAIL-1-AREA.
               10  FILLER                    PIC X(15).
               10  LGT-FBP-TERRITORY-CD      PIC X(3).
               10  FILLER                    PIC X(136).
      *---------------------------------------------------------*
      *    FDP DEALER FEED -- THE SEQ-1 RECORD NAMES THE FIRM     *
      *---------------------------------------------------------*
       FD  LGT-DEALER-FL.
       01  LGT-DEALER-RECORD.
           05  LGT-FDP-RECORD-TYPE-CD        PIC X(3).
               88  LGT-FDP-TYPE-DEALER           VALUE 'FDP'.
           05  LGT-FDP-SEQUENCE-NUMBER-ID    PIC 9(3).
               88  LGT-FDP-SEQ-DETAIL-1          VALUE 1.
           05  LGT-FDP-DETAIL-1-AREA.
               10  FILLER                    PIC X(7).
               10  LGT-FDP-FINANCIAL-INST-ID PIC 9(7).
               10  FILLER                    PIC X(54).
               10  LGT-FDP-FINCL-INST-NAME-1 PIC X(35).
               10  FILLER                    PIC X(51).
      *---------------------------------------------------------*
      *    FLOW MASTER -- ONE ROW PER FIRM ('F'), BRANCH ('B')    *
      *    OR REP ('R'), WITH GROSS SALES AND GROSS REDEMPTIONS   *
      *    BY CALENDAR MONTH FOR THE CURRENT AND PRIOR YEAR.      *
      *    A RERUN OF THE MONTH REPLACES ITS BUCKET, NOT ADDS     *
      *---------------------------------------------------------*
       FD  LGT-MASTER-IN.
       01  LGT-MASTER-IN-RECORD.
           05  LMI-LEVEL-CD                  PIC X(1).
           05  LMI-FINANCIAL-INST-ID         PIC 9(7).
           05  LMI-FINCL-INST-BRCH-ID        PIC X(9).
           05  LMI-FI-BRANCH-REP-ID          PIC X(9).
           05  LMI-NAME                      PIC X(35).
           05  LMI-TERRITORY-CD              PIC X(3).
           05  LMI-FIRST-PERIOD              PIC 9(6).
           05  LMI-YEAR                      PIC 9(4).
           05  LMI-MONTH OCCURS 12 TIMES.
               10  LMI-SALES-AT              PIC -9(13).9(2).
               10  LMI-REDEEM-AT             PIC -9(13).9(2).
           05  LMI-PRIOR-MONTH OCCURS 12 TIMES.
               10  LMI-PY-SALES-AT           PIC -9(13).9(2).
               10  LMI-PY-REDEEM-AT          PIC -9(13).9(2).
           05  FILLER                        PIC X(10).
       FD  LGT-MASTER-OUT.
       01  LGT-MASTER-OUT-RECORD.
           05  LMO-LEVEL-CD                  PIC X(1).
           05  LMO-FINANCIAL-INST-ID         PIC 9(7).
           05  LMO-FINCL-INST-BRCH-ID        PIC X(9).
           05  LMO-FI-BRANCH-REP-ID          PIC X(9).
           05  LMO-NAME                      PIC X(35).
           05  LMO-TERRITORY-CD              PIC X(3).
           05  LMO-FIRST-PERIOD              PIC 9(6).
           05  LMO-YEAR                      PIC 9(4).
           05  LMO-MONTH OCCURS 12 TIMES.
               10  LMO-SALES-AT              PIC -9(13).9(2).
               10  LMO-REDEEM-AT             PIC -9(13).9(2).
           05  LMO-PRIOR-MONTH OCCURS 12 TIMES.
               10  LMO-PY-SALES-AT           PIC -9(13).9(2).
               10  LMO-PY-REDEEM-AT          PIC -9(13).9(2).
           05  FILLER                        PIC X(10).
      *---------------------------------------------------------*
      *    CRM LOAD -- ONE ROW PER RANKED FIRM, BRANCH AND REP    *
      *---------------------------------------------------------*
       FD  LGT-CRM-EXT.
       01  LGT-CRM-EXT-RECORD.
           05  LGX-PERIOD                    PIC 9(6).
           05  LGX-LEVEL-CD                  PIC X(1).
           05  LGX-FINANCIAL-INST-ID         PIC 9(7).
           05  LGX-FINCL-INST-BRCH-ID        PIC X(9).
           05  LGX-FI-BRANCH-REP-ID          PIC X(9).
           05  LGX-NAME                      PIC X(35).
           05  LGX-TERRITORY-CD              PIC X(3).
           05  LGX-NET-FLOW-RANK             PIC 9(5).
           05  LGX-SALES-RANK                PIC 9(5).
           05  LGX-NEW-FIRM-CD               PIC X(1).
           05  LGX-FOLLOW-UP-CD              PIC X(1).
           05  LGX-MTH-PURCHASE-AT           PIC -9(13).9(2).
           05  LGX-MTH-REDEMPTION-AT         PIC -9(13).9(2).
           05  LGX-MTH-EXCH-IN-AT            PIC -9(13).9(2).
           05  LGX-MTH-EXCH-OUT-AT           PIC -9(13).9(2).
           05  LGX-MTH-NET-AT                PIC -9(13).9(2).
           05  LGX-PRIOR-MTH-NET-AT          PIC -9(13).9(2).
           05  LGX-QTD-SALES-AT              PIC -9(13).9(2).
           05  LGX-QTD-NET-AT                PIC -9(13).9(2).
           05  LGX-PRIOR-QTD-NET-AT          PIC -9(13).9(2).
           05  LGX-YTD-SALES-AT              PIC -9(13).9(2).
           05  LGX-YTD-NET-AT                PIC -9(13).9(2).
           05  LGX-PRIOR-YTD-NET-AT          PIC -9(13).9(2).
           05  FILLER                        PIC X(14).
       SD  LGT-SORT-FL.
       01  LGT-SORT-RECORD.
           05  SRT-RANK-AT                   PIC S9(13)V9(2).
           05  SRT-FINANCIAL-INST-ID         PIC 9(7).
           05  SRT-FINCL-INST-BRCH-ID        PIC X(9).
           05  SRT-FI-BRANCH-REP-ID          PIC X(9).
           05  SRT-ROW-IX                    PIC 9(5).
       FD  LGT-RUN-CTL-FL.
       01  LGT-RUN-CTL-RECORD.
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
       01  LGT-SWITCHES.
           05  LGT-CSH-EOF-SW                PIC X(01)   VALUE 'N'.
               88  LGT-CSH-EOF                   VALUE 'Y'.
           05  LGT-CMS-EOF-SW                PIC X(01)   VALUE 'N'.
               88  LGT-CMS-EOF                   VALUE 'Y'.
           05  LGT-FBP-EOF-SW                PIC X(01)   VALUE 'N'.
               88  LGT-FBP-EOF                   VALUE 'Y'.
           05  LGT-FDP-EOF-SW                PIC X(01)   VALUE 'N'.
               88  LGT-FDP-EOF                   VALUE 'Y'.
           05  LGT-MST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  LGT-MST-EOF                   VALUE 'Y'.
           05  LGT-SORT-EOF-SW               PIC X(01)   VALUE 'N'.
               88  LGT-SORT-EOF                  VALUE 'Y'.
           05  LGT-ACTIVE-SW                 PIC X(01)   VALUE 'N'.
               88  LGT-ROW-ACTIVE                VALUE 'Y'.
               88  LGT-ROW-IDLE                  VALUE 'N'.
           05  LGT-PASS-CD                   PIC X(01)   VALUE SPACE.
               88  LGT-PASS-SALES                VALUE 'S'.
               88  LGT-PASS-FIRM                 VALUE 'F'.
               88  LGT-PASS-BRANCH               VALUE 'B'.
               88  LGT-PASS-REP                  VALUE 'R'.
       01  LGT-COUNTERS                      COMP.
           05  LGT-DETAIL-READ-CT            PIC 9(09)   VALUE ZERO.
           05  LGT-MATRIX-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  LGT-STATUS-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  LGT-NO-FIRM-SKIP-CT           PIC 9(07)   VALUE ZERO.
           05  LGT-POSTED-CT                 PIC 9(09)   VALUE ZERO.
           05  LGT-REVERSAL-CT               PIC 9(07)   VALUE ZERO.
           05  LGT-NO-BRANCH-CT              PIC 9(07)   VALUE ZERO.
           05  LGT-NO-REP-CT                 PIC 9(07)   VALUE ZERO.
           05  LGT-NO-DEALER-NAME-CT         PIC 9(07)   VALUE ZERO.
           05  LGT-MASTER-IN-CT              PIC 9(07)   VALUE ZERO.
           05  LGT-MASTER-ADDED-CT           PIC 9(07)   VALUE ZERO.
           05  LGT-MASTER-DROP-CT            PIC 9(07)   VALUE ZERO.
           05  LGT-MASTER-OUT-CT             PIC 9(07)   VALUE ZERO.
           05  LGT-FIRM-RANKED-CT            PIC 9(07)   VALUE ZERO.
           05  LGT-BRANCH-RANKED-CT          PIC 9(07)   VALUE ZERO.
           05  LGT-REP-RANKED-CT             PIC 9(07)   VALUE ZERO.
           05  LGT-CRM-WRITTEN-CT            PIC 9(07)   VALUE ZERO.
           05  LGT-NEW-FIRM-CT               PIC 9(07)   VALUE ZERO.
           05  LGT-FOLLOW-UP-CT              PIC 9(07)   VALUE ZERO.
           05  LGT-RANK-CT                   PIC 9(07)   VALUE ZERO.
           05  LGT-EXCEPTION-CT              PIC 9(07)   VALUE ZERO.
           05  LGT-FOOT-BREAK-CT             PIC 9(02)   VALUE ZERO.
       01  LGT-LT-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  LGT-DL-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  LGT-BR-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  LGT-AL-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  LGT-MO-IX                         PIC 9(04)   COMP
                                              VALUE ZERO.
       01  LGT-MO-FROM                       PIC 9(04)   COMP
                                              VALUE ZERO.
       01  LGT-MO-TO                         PIC 9(04)   COMP
                                              VALUE ZERO.
       01  LGT-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  LGT-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  LGT-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  LGT-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  LGT-RCD-REASON               PIC X(40).
       01  LGT-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  LGT-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    HOW MANY FIRMS BY YEAR-TO-DATE GROSS SALES COUNT AS    *
      *    TOP FIRMS FOR WHOLESALER FOLLOW-UP ON A NET OUTFLOW,   *
      *    AND HOW MANY RANKED ROWS EACH PRINTED TABLE SHOWS (THE *
      *    CRM EXTRACT CARRIES EVERY ROW) -- STARTER VALUES       *
      *    PENDING THE SALES DESK'S SIGN-OFF                      *
      *---------------------------------------------------------*
       01  LGT-TOP-FIRM-CT                   PIC 9(03)   VALUE 25.
       01  LGT-PRINT-LIMIT                   PIC 9(05)   VALUE 100.
      *---------------------------------------------------------*
      *    FIRM NAMES FROM THE DEALER FEED, BRANCH NAMES AND      *
      *    TERRITORIES FROM THE BRANCH FEED, REP ATTRIBUTION BY   *
      *    ALPHA CODE FROM THE 857 DETAIL                         *
      *---------------------------------------------------------*
       01  LGT-DL-TBL.
           05  LGT-DL-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY LGT-DL-IDX.
               10  LGT-DL-FI-ID              PIC 9(07).
               10  LGT-DL-NAME               PIC X(35).
       01  LGT-BR-TBL.
           05  LGT-BR-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY LGT-BR-IDX.
               10  LGT-BR-FI-ID              PIC 9(07).
               10  LGT-BR-BRCH-ID            PIC X(09).
               10  LGT-BR-NAME               PIC X(35).
               10  LGT-BR-TERRITORY-CD       PIC X(03).
       01  LGT-AL-TBL.
           05  LGT-AL-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY LGT-AL-IDX.
               10  LGT-AL-ALPHA-CODE         PIC X(10).
               10  LGT-AL-REP-ID             PIC X(09).
               10  LGT-AL-REP-NME            PIC X(30).
      *---------------------------------------------------------*
      *    THE FLOW MASTER IN MEMORY.  THE RUN BUCKETS HOLD THIS  *
      *    FEED'S ACTIVITY UNTIL THE REPORTING MONTH IS KNOWN;    *
      *    THE DERIVED COLUMNS ARE SET ONCE PER RUN FOR RANKING,  *
      *    PRINTING AND THE CRM EXTRACT                           *
      *---------------------------------------------------------*
       01  LGT-LT-TBL.
           05  LGT-LT-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY LGT-LT-IDX.
               10  LGT-LT-KEY.
                   15  LGT-LT-LEVEL-CD       PIC X(01).
                       88  LGT-LT-FIRM           VALUE 'F'.
                       88  LGT-LT-BRANCH         VALUE 'B'.
                       88  LGT-LT-REP            VALUE 'R'.
                   15  LGT-LT-FI-ID          PIC 9(07).
                   15  LGT-LT-BRCH-ID        PIC X(09).
                   15  LGT-LT-REP-ID         PIC X(09).
               10  LGT-LT-NAME               PIC X(35).
               10  LGT-LT-TERRITORY-CD       PIC X(03).
               10  LGT-LT-FIRST-PERIOD       PIC 9(06).
               10  LGT-LT-YEAR               PIC 9(04).
               10  LGT-LT-MONTH              OCCURS 12 TIMES.
                   15  LGT-LT-SALES-AT       PIC S9(13)V9(2).
                   15  LGT-LT-REDEEM-AT      PIC S9(13)V9(2).
               10  LGT-LT-PRIOR-MONTH        OCCURS 12 TIMES.
                   15  LGT-LT-PY-SALES-AT    PIC S9(13)V9(2).
                   15  LGT-LT-PY-REDEEM-AT   PIC S9(13)V9(2).
               10  LGT-LT-RUN-PURCHASE-AT    PIC S9(13)V9(2).
               10  LGT-LT-RUN-REDEEM-AT      PIC S9(13)V9(2).
               10  LGT-LT-RUN-XIN-AT         PIC S9(13)V9(2).
               10  LGT-LT-RUN-XOUT-AT        PIC S9(13)V9(2).
               10  LGT-LT-MTH-NET-AT         PIC S9(13)V9(2).
               10  LGT-LT-PRIOR-MTH-NET-AT   PIC S9(13)V9(2).
               10  LGT-LT-QTD-SALES-AT       PIC S9(13)V9(2).
               10  LGT-LT-QTD-NET-AT         PIC S9(13)V9(2).
               10  LGT-LT-PRIOR-QTD-NET-AT   PIC S9(13)V9(2).
               10  LGT-LT-YTD-SALES-AT       PIC S9(13)V9(2).
               10  LGT-LT-YTD-NET-AT         PIC S9(13)V9(2).
               10  LGT-LT-PRIOR-YTD-NET-AT   PIC S9(13)V9(2).
               10  LGT-LT-RANK               PIC 9(05).
               10  LGT-LT-SALES-RANK         PIC 9(05).
               10  LGT-LT-NEW-SW             PIC X(01).
                   88  LGT-LT-NEW-FIRM           VALUE 'Y'.
               10  LGT-LT-FOLLOW-SW          PIC X(01).
                   88  LGT-LT-FOLLOW-UP          VALUE 'Y'.
               10  LGT-LT-DROP-SW            PIC X(01).
                   88  LGT-LT-DROPPED            VALUE 'Y'.
      *---------------------------------------------------------*
      *    THE REPORTING MONTH IS THE MONTH OF THE LATEST TRADE   *
      *    IN THE FEED; EVERY POSTABLE TRADE IN THE FEED, AS-OF   *
      *    TRADES INCLUDED, COUNTS TOWARD IT                      *
      *---------------------------------------------------------*
       01  LGT-PERIOD-WORK.
           05  LGT-MAX-TRADE-DTE             PIC 9(08)   VALUE ZERO.
           05  LGT-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  LGT-PERIOD                    PIC 9(06)   VALUE ZERO.
           05  LGT-PERIOD-R REDEFINES LGT-PERIOD.
               10  LGT-PER-YYYY              PIC 9(04).
               10  LGT-PER-MM                PIC 9(02).
           05  LGT-QTR-START-MM              PIC 9(02)   VALUE ZERO.
           05  LGT-QTR-NBR                   PIC 9(02)   VALUE ZERO.
       01  LGT-WORK.
           05  LGT-WK-KEY.
               10  LGT-WK-LEVEL-CD           PIC X(01)   VALUE SPACE.
               10  LGT-WK-FI-ID              PIC 9(07)   VALUE ZERO.
               10  LGT-WK-BRCH-ID            PIC X(09)   VALUE SPACES.
               10  LGT-WK-REP-ID             PIC X(09)   VALUE SPACES.
           05  LGT-WK-REP-NME                PIC X(30)   VALUE SPACES.
           05  LGT-WK-ACTIVITY-CD            PIC X(02)   VALUE SPACES.
               88  LGT-WK-PURCHASE               VALUE 'PU'.
               88  LGT-WK-REDEMPTION             VALUE 'RD'.
               88  LGT-WK-EXCHANGE-IN            VALUE 'XI'.
               88  LGT-WK-EXCHANGE-OUT           VALUE 'XO'.
           05  LGT-WK-AMOUNT-AT              PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  LGT-WK-SALES-AT               PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  LGT-WK-NET-AT                 PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  LGT-WK-CHANGE-AT              PIC S9(13)V9(2)
                                              VALUE ZERO.
       01  LGT-AMOUNT-TOTALS.
           05  LGT-TOT-PURCHASE-AT           PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  LGT-TOT-REDEEM-AT             PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  LGT-TOT-XIN-AT                PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  LGT-TOT-XOUT-AT               PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  LGT-TOT-NET-AT                PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  LGT-FIRM-RUN-NET-AT           PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  LGT-EXC-FIRM-KEY.
           05  FILLER                        PIC X(05)   VALUE 'FIRM '.
           05  LGT-EXC-FI-ID                 PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE SPACE.
           05  LGT-EXC-FI-NAME               PIC X(27).
      *---------------------------------------------------------*
      *    LEAGUE TABLE LINE -- FLOWS IN THOUSANDS OF DOLLARS     *
      *---------------------------------------------------------*
       01  LGT-LG-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  LGT-LH-TITLE                  PIC X(45).
           05  FILLER                        PIC X(45)
               VALUE 'RANKED BY MONTH NET FLOW - AMOUNTS IN $000 -'.
           05  FILLER                        PIC X(39)
               VALUE 'N = NEW FIRM  W = WHOLESALER FOLLOW-UP'.
       01  LGT-LG-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE ' RANK'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(02)   VALUE 'FL'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'BRANCH'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'REP ID'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(15)   VALUE 'NAME'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'TER'.
           05  FILLER                        PIC X(12)
               VALUE '   MONTH NET'.
           05  FILLER                        PIC X(12)
               VALUE '  VS PRIOR M'.
           05  FILLER                        PIC X(12)
               VALUE '     QTD NET'.
           05  FILLER                        PIC X(12)
               VALUE '  VS PRIOR Q'.
           05  FILLER                        PIC X(12)
               VALUE '     YTD NET'.
           05  FILLER                        PIC X(12)
               VALUE '  VS PRIOR Y'.
       01  LGT-LG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  LGT-LL-RANK                   PIC ZZZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-NEW-FLAG               PIC X(01).
           05  LGT-LL-FOLLOW-FLAG            PIC X(01).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-BRCH-ID                PIC X(09).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-REP-ID                 PIC X(09).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-NAME                   PIC X(15).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-TERRITORY-CD           PIC X(03).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-MTH-NET                PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-MTH-CHG                PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-QTD-NET                PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-QTD-CHG                PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-YTD-NET                PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-LL-YTD-CHG                PIC -ZZ,ZZZ,ZZ9.
       01  LGT-MORE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  LGT-ML-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(45)
               VALUE ' MORE RANKED ROWS ON THE CRM EXTRACT'.
      *---------------------------------------------------------*
      *    NEW FIRMS AND TOP FIRMS IN NET OUTFLOW, CAPTURED WHILE *
      *    THE FIRMS ARE RANKED ON SALES                          *
      *---------------------------------------------------------*
       01  LGT-FLG-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'NEW FIRMS AND WHOLESALER FOLLOW-UP'.
       01  LGT-FLG-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(35)   VALUE 'FIRM'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'SL RK'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(19)
               VALUE '          MONTH NET'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(19)
               VALUE '            YTD NET'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'ACTION'.
       01  LGT-FLG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  LGT-FG-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-FG-NAME                   PIC X(35).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-FG-SALES-RANK             PIC ZZZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-FG-MTH-NET                PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LGT-FG-YTD-NET                PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  LGT-FG-ACTION                 PIC X(30).
       01  LGT-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LEAGUE TABLE CONTROL TOTALS'.
       01  LGT-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  LGT-TL-LABEL                  PIC X(30).
           05  LGT-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  LGT-TOT-PER-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(30)
               VALUE 'REPORTING MONTH (YYYYMM):'.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  LGT-TP-PERIOD                 PIC 9(06).
       01  LGT-TOT-AMT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  LGT-TA-LABEL                  PIC X(30).
           05  LGT-TA-AMOUNT                 PIC ---,---,---,---,--9.99.
       01  LGT-FOOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  LGT-FT-RESULT                 PIC X(50).
       01  LGT-FLG-CAP-TBL.
           05  LGT-FLG-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY LGT-FLG-CAP-IX.
       01  LGT-FLG-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  LGT-FLG-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  LGT-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CASH THRU 2000-EXIT
               UNTIL LGT-CSH-EOF.
           PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT.
           SET LGT-PASS-SALES TO TRUE.
           PERFORM 4000-RANK-ONE-LEVEL THRU 4000-EXIT.
           SET LGT-PASS-FIRM TO TRUE.
           MOVE 'FIRM LEAGUE TABLE' TO LGT-LH-TITLE.
           PERFORM 4050-PRINT-LEAGUE-TABLE THRU 4050-EXIT.
           SET LGT-PASS-BRANCH TO TRUE.
           MOVE 'BRANCH LEAGUE TABLE' TO LGT-LH-TITLE.
           PERFORM 4050-PRINT-LEAGUE-TABLE THRU 4050-EXIT.
           SET LGT-PASS-REP TO TRUE.
           MOVE 'REP LEAGUE TABLE' TO LGT-LH-TITLE.
           PERFORM 4050-PRINT-LEAGUE-TABLE THRU 4050-EXIT.
           PERFORM 7000-WRITE-MASTER THRU 7000-EXIT.
           PERFORM 8500-PRINT-FLAG-SECTION THRU 8500-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE LGT-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------*
      *    OPEN FILES, LOAD THE NAME FEEDS, THE ALPHA CODES AND   *
      *    THE FLOW MASTER, PRIME THE CASH-MOVEMENT READ          *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT LGT-CASH-FL.
           OPEN INPUT LGT-MTF-FL.
           OPEN INPUT LGT-BRANCH-FL.
           OPEN INPUT LGT-DEALER-FL.
           OPEN INPUT LGT-MASTER-IN.
           OPEN OUTPUT LGT-MASTER-OUT.
           OPEN OUTPUT LGT-CRM-EXT.
           OPEN EXTEND LGT-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT LGT-RUN-DTE FROM DATE YYYYMMDD.
           MOVE LGT-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1100-LOAD-DEALERS THRU 1100-EXIT
               UNTIL LGT-FDP-EOF.
           PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT
               UNTIL LGT-FBP-EOF.
           PERFORM 1300-LOAD-ALPHA-CODES THRU 1300-EXIT
               UNTIL LGT-CMS-EOF.
           PERFORM 1400-LOAD-MASTER THRU 1400-EXIT
               UNTIL LGT-MST-EOF.
           READ LGT-CASH-FL
               AT END
                   SET LGT-CSH-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
       1100-LOAD-DEALERS.
           READ LGT-DEALER-FL
               AT END
                   SET LGT-FDP-EOF TO TRUE
           END-READ.
           IF LGT-FDP-EOF
               GO TO 1100-EXIT
           END-IF.
           IF NOT LGT-FDP-TYPE-DEALER
              OR NOT LGT-FDP-SEQ-DETAIL-1
               GO TO 1100-EXIT
           END-IF.
           IF LGT-DL-USED-CT >= 20000
               MOVE ' DEALER NAMES' TO LGT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO LGT-DL-USED-CT.
           SET LGT-DL-IDX TO LGT-DL-USED-CT.
           MOVE LGT-FDP-FINANCIAL-INST-ID TO LGT-DL-FI-ID (LGT-DL-IDX).
           MOVE LGT-FDP-FINCL-INST-NAME-1 TO LGT-DL-NAME (LGT-DL-IDX).
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A SEQ-4 RECORD BELONGS TO THE BRANCH WHOSE SEQ-1 CAME  *
      *    JUST BEFORE IT                                         *
      *---------------------------------------------------------*
       1200-LOAD-BRANCHES.
           READ LGT-BRANCH-FL
               AT END
                   SET LGT-FBP-EOF TO TRUE
           END-READ.
           IF LGT-FBP-EOF
               GO TO 1200-EXIT
           END-IF.
           IF NOT LGT-FBP-TYPE-BRANCH
               GO TO 1200-EXIT
           END-IF.
           IF LGT-FBP-SEQ-DETAIL-4
               IF LGT-BR-USED-CT > ZERO
                   MOVE LGT-FBP-TERRITORY-CD
                       TO LGT-BR-TERRITORY-CD (LGT-BR-IDX)
               END-IF
               GO TO 1200-EXIT
           END-IF.
           IF NOT LGT-FBP-SEQ-DETAIL-1
               GO TO 1200-EXIT
           END-IF.
           IF LGT-BR-USED-CT >= 20000
               MOVE ' BRANCH NAMES' TO LGT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO LGT-BR-USED-CT.
           SET LGT-BR-IDX TO LGT-BR-USED-CT.
           MOVE LGT-FBP-FINANCIAL-INST-ID TO LGT-BR-FI-ID (LGT-BR-IDX).
           MOVE LGT-FBP-FINCL-INST-BRCH-ID
               TO LGT-BR-BRCH-ID (LGT-BR-IDX).
           MOVE LGT-FBP-FI-BRCH-NAME TO LGT-BR-NAME (LGT-BR-IDX).
           MOVE SPACES TO LGT-BR-TERRITORY-CD (LGT-BR-IDX).
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE 857 REPEATS AN ALPHA CODE ON EVERY COMMISSION      *
      *    DETAIL -- KEEP THE FIRST REP SEEN FOR EACH             *
      *---------------------------------------------------------*
       1300-LOAD-ALPHA-CODES.
           READ LGT-MTF-FL
               AT END
                   SET LGT-CMS-EOF TO TRUE
           END-READ.
           IF LGT-CMS-EOF
               GO TO 1300-EXIT
           END-IF.
           IF NOT LGT-CMS-RECORD-TYPE-DETAIL
              OR LGT-CMS-ALPHA-CODE = SPACES
              OR LGT-CMS-FI-BRANCH-REP-ID = SPACES
               GO TO 1300-EXIT
           END-IF.
           SET LGT-AL-IDX TO 1.
           SEARCH LGT-AL-ENTRY VARYING LGT-AL-IDX
               AT END
                   CONTINUE
               WHEN LGT-AL-IDX > LGT-AL-USED-CT
                   CONTINUE
               WHEN LGT-AL-ALPHA-CODE (LGT-AL-IDX)
                    = LGT-CMS-ALPHA-CODE
                   GO TO 1300-EXIT
           END-SEARCH.
           IF LGT-AL-USED-CT >= 20000
               MOVE ' ALPHA CODES' TO LGT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO LGT-AL-USED-CT.
           SET LGT-AL-IDX TO LGT-AL-USED-CT.
           MOVE LGT-CMS-ALPHA-CODE TO LGT-AL-ALPHA-CODE (LGT-AL-IDX).
           MOVE LGT-CMS-FI-BRANCH-REP-ID TO LGT-AL-REP-ID (LGT-AL-IDX).
           MOVE LGT-CMS-FG-REP-NME TO LGT-AL-REP-NME (LGT-AL-IDX).
       1300-EXIT.
           EXIT.
       1400-LOAD-MASTER.
           READ LGT-MASTER-IN
               AT END
                   SET LGT-MST-EOF TO TRUE
           END-READ.
           IF LGT-MST-EOF
               GO TO 1400-EXIT
           END-IF.
           IF LGT-LT-USED-CT >= 20000
               MOVE ' FLOW MASTER' TO LGT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO LGT-MASTER-IN-CT.
           ADD 1 TO LGT-LT-USED-CT.
           SET LGT-LT-IDX TO LGT-LT-USED-CT.
           PERFORM 2950-CLEAR-ROW THRU 2950-EXIT.
           MOVE LMI-LEVEL-CD TO LGT-LT-LEVEL-CD (LGT-LT-IDX).
           MOVE LMI-FINANCIAL-INST-ID TO LGT-LT-FI-ID (LGT-LT-IDX).
           MOVE LMI-FINCL-INST-BRCH-ID TO LGT-LT-BRCH-ID (LGT-LT-IDX).
           MOVE LMI-FI-BRANCH-REP-ID TO LGT-LT-REP-ID (LGT-LT-IDX).
           MOVE LMI-NAME TO LGT-LT-NAME (LGT-LT-IDX).
           MOVE LMI-TERRITORY-CD TO LGT-LT-TERRITORY-CD (LGT-LT-IDX).
           MOVE LMI-FIRST-PERIOD TO LGT-LT-FIRST-PERIOD (LGT-LT-IDX).
           MOVE LMI-YEAR TO LGT-LT-YEAR (LGT-LT-IDX).
           PERFORM 1410-LOAD-ONE-MONTH THRU 1410-EXIT
               VARYING LGT-MO-IX FROM 1 BY 1
               UNTIL LGT-MO-IX > 12.
       1400-EXIT.
           EXIT.
       1410-LOAD-ONE-MONTH.
           MOVE LMI-SALES-AT (LGT-MO-IX)
               TO LGT-LT-SALES-AT (LGT-LT-IDX LGT-MO-IX).
           MOVE LMI-REDEEM-AT (LGT-MO-IX)
               TO LGT-LT-REDEEM-AT (LGT-LT-IDX LGT-MO-IX).
           MOVE LMI-PY-SALES-AT (LGT-MO-IX)
               TO LGT-LT-PY-SALES-AT (LGT-LT-IDX LGT-MO-IX).
           MOVE LMI-PY-REDEEM-AT (LGT-MO-IX)
               TO LGT-LT-PY-REDEEM-AT (LGT-LT-IDX LGT-MO-IX).
       1410-EXIT.
           EXIT.
       2000-PROCESS-CASH.
           IF LGT-CSH-RECORD-TYPE-HEADER
               MOVE LGT-CSH-RUN-DTE-TME (1:10) TO RPT-CYCLE-TX
           END-IF.
           IF LGT-CSH-RECORD-TYPE-DETAIL
               ADD 1 TO LGT-DETAIL-READ-CT
               PERFORM 2100-SCREEN-ONE-TRADE THRU 2100-EXIT
           END-IF.
           READ LGT-CASH-FL
               AT END
                   SET LGT-CSH-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONLY SETTLED ACTIVITY COUNTS -- MATRIX ERRORS, BOGUS,  *
      *    DELETED OR REJECTED TRADES ARE SKIPPED.  A REVERSAL    *
      *    TAKES ITS AMOUNT BACK OUT OF THE SAME BUCKET.  EACH    *
      *    POSTABLE TRADE CREDITS ITS FIRM, ITS BRANCH AND THE    *
      *    REP ITS ALPHA CODE NAMES ON THE 857                    *
      *---------------------------------------------------------*
       2100-SCREEN-ONE-TRADE.
           IF LGT-CSH-MATRIX-ERROR-CD NOT = SPACE
               ADD 1 TO LGT-MATRIX-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF LGT-CSH-STATUS-NOT-POSTABLE
               ADD 1 TO LGT-STATUS-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF LGT-CSH-FINANCIAL-INST-ID = ZERO
               ADD 1 TO LGT-NO-FIRM-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO LGT-POSTED-CT.
           IF LGT-CSH-TRADE-DTE > LGT-MAX-TRADE-DTE
               MOVE LGT-CSH-TRADE-DTE TO LGT-MAX-TRADE-DTE
           END-IF.
           IF LGT-CSH-REDEMPTION
               IF LGT-CSH-FUND-FROM-TO NOT = ZERO
                   MOVE 'XO' TO LGT-WK-ACTIVITY-CD
               ELSE
                   MOVE 'RD' TO LGT-WK-ACTIVITY-CD
               END-IF
           ELSE
               IF LGT-CSH-FUND-FROM-TO NOT = ZERO
                   MOVE 'XI' TO LGT-WK-ACTIVITY-CD
               ELSE
                   MOVE 'PU' TO LGT-WK-ACTIVITY-CD
               END-IF
           END-IF.
           MOVE LGT-CSH-GROSS-AT TO LGT-WK-AMOUNT-AT.
           IF LGT-CSH-REVERSAL
               ADD 1 TO LGT-REVERSAL-CT
               COMPUTE LGT-WK-AMOUNT-AT = ZERO - LGT-CSH-GROSS-AT
           END-IF.
           EVALUATE TRUE
               WHEN LGT-WK-PURCHASE
                   ADD LGT-WK-AMOUNT-AT TO LGT-TOT-PURCHASE-AT
                   ADD LGT-WK-AMOUNT-AT TO LGT-TOT-NET-AT
               WHEN LGT-WK-EXCHANGE-IN
                   ADD LGT-WK-AMOUNT-AT TO LGT-TOT-XIN-AT
                   ADD LGT-WK-AMOUNT-AT TO LGT-TOT-NET-AT
               WHEN LGT-WK-REDEMPTION
                   ADD LGT-WK-AMOUNT-AT TO LGT-TOT-REDEEM-AT
                   SUBTRACT LGT-WK-AMOUNT-AT FROM LGT-TOT-NET-AT
               WHEN OTHER
                   ADD LGT-WK-AMOUNT-AT TO LGT-TOT-XOUT-AT
                   SUBTRACT LGT-WK-AMOUNT-AT FROM LGT-TOT-NET-AT
           END-EVALUATE.
           MOVE 'F' TO LGT-WK-LEVEL-CD.
           MOVE LGT-CSH-FINANCIAL-INST-ID TO LGT-WK-FI-ID.
           MOVE SPACES TO LGT-WK-BRCH-ID.
           MOVE SPACES TO LGT-WK-REP-ID.
           PERFORM 2200-CREDIT-ONE-ROW THRU 2200-EXIT.
           IF LGT-CSH-FINCL-INST-BRCH-ID = SPACES
               ADD 1 TO LGT-NO-BRANCH-CT
           ELSE
               MOVE 'B' TO LGT-WK-LEVEL-CD
               MOVE LGT-CSH-FINCL-INST-BRCH-ID TO LGT-WK-BRCH-ID
               PERFORM 2200-CREDIT-ONE-ROW THRU 2200-EXIT
           END-IF.
           PERFORM 2300-FIND-ALPHA-CODE THRU 2300-EXIT.
           IF LGT-WK-REP-ID = SPACES
               ADD 1 TO LGT-NO-REP-CT
               GO TO 2100-EXIT
           END-IF.
           MOVE 'R' TO LGT-WK-LEVEL-CD.
           MOVE LGT-CSH-FINCL-INST-BRCH-ID TO LGT-WK-BRCH-ID.
           PERFORM 2200-CREDIT-ONE-ROW THRU 2200-EXIT.
           IF LGT-WK-REP-NME NOT = SPACES
               MOVE LGT-WK-REP-NME TO LGT-LT-NAME (LGT-LT-IDX)
           END-IF.
       2100-EXIT.
           EXIT.
       2200-CREDIT-ONE-ROW.
           PERFORM 2900-FIND-ROW THRU 2900-EXIT.
           EVALUATE TRUE
               WHEN LGT-WK-PURCHASE
                   ADD LGT-WK-AMOUNT-AT
                       TO LGT-LT-RUN-PURCHASE-AT (LGT-LT-IDX)
               WHEN LGT-WK-EXCHANGE-IN
                   ADD LGT-WK-AMOUNT-AT
                       TO LGT-LT-RUN-XIN-AT (LGT-LT-IDX)
               WHEN LGT-WK-REDEMPTION
                   ADD LGT-WK-AMOUNT-AT
                       TO LGT-LT-RUN-REDEEM-AT (LGT-LT-IDX)
               WHEN OTHER
                   ADD LGT-WK-AMOUNT-AT
                       TO LGT-LT-RUN-XOUT-AT (LGT-LT-IDX)
           END-EVALUATE.
       2200-EXIT.
           EXIT.
       2300-FIND-ALPHA-CODE.
           MOVE SPACES TO LGT-WK-REP-ID.
           MOVE SPACES TO LGT-WK-REP-NME.
           IF LGT-CSH-ALPHA-CODE = SPACES
               GO TO 2300-EXIT
           END-IF.
           SET LGT-AL-IDX TO 1.
           SEARCH LGT-AL-ENTRY VARYING LGT-AL-IDX
               AT END
                   CONTINUE
               WHEN LGT-AL-IDX > LGT-AL-USED-CT
                   CONTINUE
               WHEN LGT-AL-ALPHA-CODE (LGT-AL-IDX)
                    = LGT-CSH-ALPHA-CODE
                   MOVE LGT-AL-REP-ID (LGT-AL-IDX) TO LGT-WK-REP-ID
                   MOVE LGT-AL-REP-NME (LGT-AL-IDX)
                       TO LGT-WK-REP-NME
           END-SEARCH.
       2300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FIND THE ROW FOR LGT-WK-KEY, ADDING A CLEARED ROW THE  *
      *    FIRST TIME A FIRM, BRANCH OR REP IS SEEN               *
      *---------------------------------------------------------*
       2900-FIND-ROW.
           SET LGT-LT-IDX TO 1.
           SEARCH LGT-LT-ENTRY VARYING LGT-LT-IDX
               AT END
                   CONTINUE
               WHEN LGT-LT-IDX > LGT-LT-USED-CT
                   CONTINUE
               WHEN LGT-LT-KEY (LGT-LT-IDX) = LGT-WK-KEY
                   GO TO 2900-EXIT
           END-SEARCH.
           IF LGT-LT-USED-CT >= 20000
               MOVE ' FLOW MASTER' TO LGT-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO LGT-MASTER-ADDED-CT.
           ADD 1 TO LGT-LT-USED-CT.
           SET LGT-LT-IDX TO LGT-LT-USED-CT.
           PERFORM 2950-CLEAR-ROW THRU 2950-EXIT.
           MOVE LGT-WK-KEY TO LGT-LT-KEY (LGT-LT-IDX).
       2900-EXIT.
           EXIT.
       2950-CLEAR-ROW.
           MOVE SPACES TO LGT-LT-KEY (LGT-LT-IDX).
           MOVE SPACES TO LGT-LT-NAME (LGT-LT-IDX).
           MOVE SPACES TO LGT-LT-TERRITORY-CD (LGT-LT-IDX).
           MOVE ZERO TO LGT-LT-FIRST-PERIOD (LGT-LT-IDX).
           MOVE ZERO TO LGT-LT-YEAR (LGT-LT-IDX).
           PERFORM 2960-CLEAR-ONE-MONTH THRU 2960-EXIT
               VARYING LGT-MO-IX FROM 1 BY 1
               UNTIL LGT-MO-IX > 12.
           MOVE ZERO TO LGT-LT-RUN-PURCHASE-AT (LGT-LT-IDX).
           MOVE ZERO TO LGT-LT-RUN-REDEEM-AT (LGT-LT-IDX).
           MOVE ZERO TO LGT-LT-RUN-XIN-AT (LGT-LT-IDX).
           MOVE ZERO TO LGT-LT-RUN-XOUT-AT (LGT-LT-IDX).
           MOVE ZERO TO LGT-LT-RANK (LGT-LT-IDX).
           MOVE ZERO TO LGT-LT-SALES-RANK (LGT-LT-IDX).
           MOVE 'N' TO LGT-LT-NEW-SW (LGT-LT-IDX).
           MOVE 'N' TO LGT-LT-FOLLOW-SW (LGT-LT-IDX).
           MOVE 'N' TO LGT-LT-DROP-SW (LGT-LT-IDX).
       2950-EXIT.
           EXIT.
       2960-CLEAR-ONE-MONTH.
           MOVE ZERO TO LGT-LT-SALES-AT (LGT-LT-IDX LGT-MO-IX).
           MOVE ZERO TO LGT-LT-REDEEM-AT (LGT-LT-IDX LGT-MO-IX).
           MOVE ZERO TO LGT-LT-PY-SALES-AT (LGT-LT-IDX LGT-MO-IX).
           MOVE ZERO TO LGT-LT-PY-REDEEM-AT (LGT-LT-IDX LGT-MO-IX).
       2960-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE FEED HAS BEEN READ -- FIX THE REPORTING MONTH,     *
      *    ROLL EACH ROW INTO ITS YEAR, POST THE RUN BUCKETS TO   *
      *    THE MONTH, REFRESH NAMES AND WORK OUT THE COLUMNS      *
      *---------------------------------------------------------*
       3000-CLOSE-PERIOD.
           IF LGT-MAX-TRADE-DTE > ZERO
               MOVE LGT-MAX-TRADE-DTE (1:6) TO LGT-PERIOD
           ELSE
               MOVE LGT-RUN-DTE (1:6) TO LGT-PERIOD
           END-IF.
           COMPUTE LGT-QTR-NBR = (LGT-PER-MM - 1) / 3.
           COMPUTE LGT-QTR-START-MM = LGT-QTR-NBR * 3 + 1.
           IF LGT-LT-USED-CT > ZERO
               PERFORM 3100-CLOSE-ONE-ROW THRU 3100-EXIT
                       VARYING LGT-LT-IDX FROM 1 BY 1
                       UNTIL LGT-LT-IDX > LGT-LT-USED-CT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-CLOSE-ONE-ROW.
           IF LGT-LT-YEAR (LGT-LT-IDX) = ZERO
               MOVE LGT-PER-YYYY TO LGT-LT-YEAR (LGT-LT-IDX)
               MOVE LGT-PERIOD TO LGT-LT-FIRST-PERIOD (LGT-LT-IDX)
           END-IF.
           IF LGT-LT-YEAR (LGT-LT-IDX) < LGT-PER-YYYY
               IF LGT-LT-YEAR (LGT-LT-IDX) + 1 = LGT-PER-YYYY
                   PERFORM 3110-SHIFT-ONE-MONTH THRU 3110-EXIT
                       VARYING LGT-MO-IX FROM 1 BY 1
                       UNTIL LGT-MO-IX > 12
               ELSE
                   PERFORM 2960-CLEAR-ONE-MONTH THRU 2960-EXIT
                       VARYING LGT-MO-IX FROM 1 BY 1
                       UNTIL LGT-MO-IX > 12
               END-IF
               MOVE LGT-PER-YYYY TO LGT-LT-YEAR (LGT-LT-IDX)
           END-IF.
           IF LGT-POSTED-CT > ZERO
               MOVE LGT-PER-MM TO LGT-MO-IX
               COMPUTE LGT-LT-SALES-AT (LGT-LT-IDX LGT-MO-IX)
                   = LGT-LT-RUN-PURCHASE-AT (LGT-LT-IDX)
                   + LGT-LT-RUN-XIN-AT (LGT-LT-IDX)
               COMPUTE LGT-LT-REDEEM-AT (LGT-LT-IDX LGT-MO-IX)
                   = LGT-LT-RUN-REDEEM-AT (LGT-LT-IDX)
                   + LGT-LT-RUN-XOUT-AT (LGT-LT-IDX)
           END-IF.
           IF LGT-LT-FIRM (LGT-LT-IDX)
               COMPUTE LGT-FIRM-RUN-NET-AT = LGT-FIRM-RUN-NET-AT
                   + LGT-LT-RUN-PURCHASE-AT (LGT-LT-IDX)
                   + LGT-LT-RUN-XIN-AT (LGT-LT-IDX)
                   - LGT-LT-RUN-REDEEM-AT (LGT-LT-IDX)
                   - LGT-LT-RUN-XOUT-AT (LGT-LT-IDX)
           END-IF.
           SET LGT-ROW-IDLE TO TRUE.
           PERFORM 3120-TEST-ONE-MONTH THRU 3120-EXIT
               VARYING LGT-MO-IX FROM 1 BY 1
               UNTIL LGT-MO-IX > 12
                  OR LGT-ROW-ACTIVE.
           IF LGT-ROW-IDLE
               MOVE 'Y' TO LGT-LT-DROP-SW (LGT-LT-IDX)
               ADD 1 TO LGT-MASTER-DROP-CT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-REFRESH-NAMES THRU 3200-EXIT.
           PERFORM 3300-DERIVE-COLUMNS THRU 3300-EXIT.
           IF LGT-LT-FIRM (LGT-LT-IDX)
              AND LGT-LT-FIRST-PERIOD (LGT-LT-IDX) = LGT-PERIOD
               MOVE 'Y' TO LGT-LT-NEW-SW (LGT-LT-IDX)
               ADD 1 TO LGT-NEW-FIRM-CT
           END-IF.
       3100-EXIT.
           EXIT.
       3110-SHIFT-ONE-MONTH.
           MOVE LGT-LT-SALES-AT (LGT-LT-IDX LGT-MO-IX)
               TO LGT-LT-PY-SALES-AT (LGT-LT-IDX LGT-MO-IX).
           MOVE LGT-LT-REDEEM-AT (LGT-LT-IDX LGT-MO-IX)
               TO LGT-LT-PY-REDEEM-AT (LGT-LT-IDX LGT-MO-IX).
           MOVE ZERO TO LGT-LT-SALES-AT (LGT-LT-IDX LGT-MO-IX).
           MOVE ZERO TO LGT-LT-REDEEM-AT (LGT-LT-IDX LGT-MO-IX).
       3110-EXIT.
           EXIT.
       3120-TEST-ONE-MONTH.
           IF LGT-LT-SALES-AT (LGT-LT-IDX LGT-MO-IX) NOT = ZERO
              OR LGT-LT-REDEEM-AT (LGT-LT-IDX LGT-MO-IX) NOT = ZERO
              OR LGT-LT-PY-SALES-AT (LGT-LT-IDX LGT-MO-IX) NOT = ZERO
              OR LGT-LT-PY-REDEEM-AT (LGT-LT-IDX LGT-MO-IX)
                 NOT = ZERO
               SET LGT-ROW-ACTIVE TO TRUE
           END-IF.
       3120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FIRM NAME FROM THE DEALER FEED; BRANCH NAME AND        *
      *    TERRITORY FROM THE BRANCH FEED.  A REP TAKES ITS       *
      *    BRANCH'S TERRITORY.  A ROW NOT ON TODAY'S FEED KEEPS   *
      *    WHAT THE MASTER CARRIED                                *
      *---------------------------------------------------------*
       3200-REFRESH-NAMES.
           IF LGT-LT-FIRM (LGT-LT-IDX)
               SET LGT-DL-IDX TO 1
               SEARCH LGT-DL-ENTRY VARYING LGT-DL-IDX
                   AT END
                       ADD 1 TO LGT-NO-DEALER-NAME-CT
                   WHEN LGT-DL-IDX > LGT-DL-USED-CT
                       ADD 1 TO LGT-NO-DEALER-NAME-CT
                   WHEN LGT-DL-FI-ID (LGT-DL-IDX)
                        = LGT-LT-FI-ID (LGT-LT-IDX)
                       MOVE LGT-DL-NAME (LGT-DL-IDX)
                           TO LGT-LT-NAME (LGT-LT-IDX)
               END-SEARCH
               GO TO 3200-EXIT
           END-IF.
           SET LGT-BR-IDX TO 1.
           SEARCH LGT-BR-ENTRY VARYING LGT-BR-IDX
               AT END
                   CONTINUE
               WHEN LGT-BR-IDX > LGT-BR-USED-CT
                   CONTINUE
               WHEN LGT-BR-FI-ID (LGT-BR-IDX)
                    = LGT-LT-FI-ID (LGT-LT-IDX)
                AND LGT-BR-BRCH-ID (LGT-BR-IDX)
                    = LGT-LT-BRCH-ID (LGT-LT-IDX)
                   MOVE LGT-BR-TERRITORY-CD (LGT-BR-IDX)
                       TO LGT-LT-TERRITORY-CD (LGT-LT-IDX)
                   IF LGT-LT-BRANCH (LGT-LT-IDX)
                       MOVE LGT-BR-NAME (LGT-BR-IDX)
                           TO LGT-LT-NAME (LGT-LT-IDX)
                   END-IF
           END-SEARCH.
       3200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    MONTH, QUARTER-TO-DATE AND YEAR-TO-DATE NET FLOW, EACH *
      *    AGAINST THE PERIOD BEFORE IT -- THE PRIOR MONTH, THE   *
      *    SAME MONTHS OF THE PRIOR QUARTER, AND THE SAME MONTHS  *
      *    OF THE PRIOR YEAR                                      *
      *---------------------------------------------------------*
       3300-DERIVE-COLUMNS.
           MOVE LGT-PER-MM TO LGT-MO-FROM.
           MOVE LGT-PER-MM TO LGT-MO-TO.
           PERFORM 3350-SUM-CURRENT THRU 3350-EXIT.
           MOVE LGT-WK-NET-AT TO LGT-LT-MTH-NET-AT (LGT-LT-IDX).
           IF LGT-PER-MM > 1
               SUBTRACT 1 FROM LGT-MO-FROM
               SUBTRACT 1 FROM LGT-MO-TO
               PERFORM 3350-SUM-CURRENT THRU 3350-EXIT
           ELSE
               MOVE 12 TO LGT-MO-FROM
               MOVE 12 TO LGT-MO-TO
               PERFORM 3360-SUM-PRIOR THRU 3360-EXIT
           END-IF.
           MOVE LGT-WK-NET-AT TO LGT-LT-PRIOR-MTH-NET-AT (LGT-LT-IDX).
           MOVE LGT-QTR-START-MM TO LGT-MO-FROM.
           MOVE LGT-PER-MM TO LGT-MO-TO.
           PERFORM 3350-SUM-CURRENT THRU 3350-EXIT.
           MOVE LGT-WK-SALES-AT TO LGT-LT-QTD-SALES-AT (LGT-LT-IDX).
           MOVE LGT-WK-NET-AT TO LGT-LT-QTD-NET-AT (LGT-LT-IDX).
           IF LGT-QTR-START-MM > 1
               SUBTRACT 3 FROM LGT-MO-FROM
               SUBTRACT 3 FROM LGT-MO-TO
               PERFORM 3350-SUM-CURRENT THRU 3350-EXIT
           ELSE
               ADD 9 TO LGT-MO-FROM
               ADD 9 TO LGT-MO-TO
               PERFORM 3360-SUM-PRIOR THRU 3360-EXIT
           END-IF.
           MOVE LGT-WK-NET-AT TO LGT-LT-PRIOR-QTD-NET-AT (LGT-LT-IDX).
           MOVE 1 TO LGT-MO-FROM.
           MOVE LGT-PER-MM TO LGT-MO-TO.
           PERFORM 3350-SUM-CURRENT THRU 3350-EXIT.
           MOVE LGT-WK-SALES-AT TO LGT-LT-YTD-SALES-AT (LGT-LT-IDX).
           MOVE LGT-WK-NET-AT TO LGT-LT-YTD-NET-AT (LGT-LT-IDX).
           PERFORM 3360-SUM-PRIOR THRU 3360-EXIT.
           MOVE LGT-WK-NET-AT TO LGT-LT-PRIOR-YTD-NET-AT (LGT-LT-IDX).
       3300-EXIT.
           EXIT.
       3350-SUM-CURRENT.
           MOVE ZERO TO LGT-WK-SALES-AT.
           MOVE ZERO TO LGT-WK-NET-AT.
           PERFORM 3355-ADD-CURRENT-MONTH THRU 3355-EXIT
               VARYING LGT-MO-IX FROM LGT-MO-FROM BY 1
               UNTIL LGT-MO-IX > LGT-MO-TO.
       3350-EXIT.
           EXIT.
       3355-ADD-CURRENT-MONTH.
           ADD LGT-LT-SALES-AT (LGT-LT-IDX LGT-MO-IX)
               TO LGT-WK-SALES-AT.
           COMPUTE LGT-WK-NET-AT = LGT-WK-NET-AT
               + LGT-LT-SALES-AT (LGT-LT-IDX LGT-MO-IX)
               - LGT-LT-REDEEM-AT (LGT-LT-IDX LGT-MO-IX).
       3355-EXIT.
           EXIT.
       3360-SUM-PRIOR.
           MOVE ZERO TO LGT-WK-SALES-AT.
           MOVE ZERO TO LGT-WK-NET-AT.
           PERFORM 3365-ADD-PRIOR-MONTH THRU 3365-EXIT
               VARYING LGT-MO-IX FROM LGT-MO-FROM BY 1
               UNTIL LGT-MO-IX > LGT-MO-TO.
       3360-EXIT.
           EXIT.
       3365-ADD-PRIOR-MONTH.
           ADD LGT-LT-PY-SALES-AT (LGT-LT-IDX LGT-MO-IX)
               TO LGT-WK-SALES-AT.
           COMPUTE LGT-WK-NET-AT = LGT-WK-NET-AT
               + LGT-LT-PY-SALES-AT (LGT-LT-IDX LGT-MO-IX)
               - LGT-LT-PY-REDEEM-AT (LGT-LT-IDX LGT-MO-IX).
       3365-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RANK ONE LEVEL.  THE SALES PASS RANKS FIRMS ON YEAR-   *
      *    TO-DATE GROSS SALES TO FIND THE TOP FIRMS; THE FIRM,   *
      *    BRANCH AND REP PASSES RANK ON MONTH NET FLOW, PRINT    *
      *    THE LEAGUE TABLE AND WRITE THE CRM EXTRACT             *
      *---------------------------------------------------------*
       4000-RANK-ONE-LEVEL.
           MOVE ZERO TO LGT-RANK-CT.
           MOVE 'N' TO LGT-SORT-EOF-SW.
           SORT LGT-SORT-FL
               ON DESCENDING KEY SRT-RANK-AT
               ON ASCENDING KEY SRT-FINANCIAL-INST-ID
                                SRT-FINCL-INST-BRCH-ID
                                SRT-FI-BRANCH-REP-ID
               INPUT PROCEDURE IS 4100-RELEASE-LEVEL
                               THRU 4100-EXIT
               OUTPUT PROCEDURE IS 4200-RANK-RETURNED
                               THRU 4200-EXIT.
       4000-EXIT.
           EXIT.
       4050-PRINT-LEAGUE-TABLE.
           MOVE LGT-LG-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE LGT-LG-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           PERFORM 4000-RANK-ONE-LEVEL THRU 4000-EXIT.
           IF LGT-RANK-CT > LGT-PRINT-LIMIT
               COMPUTE LGT-ML-COUNT = LGT-RANK-CT - LGT-PRINT-LIMIT
               MOVE LGT-MORE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN LGT-PASS-FIRM
                   MOVE LGT-RANK-CT TO LGT-FIRM-RANKED-CT
               WHEN LGT-PASS-BRANCH
                   MOVE LGT-RANK-CT TO LGT-BRANCH-RANKED-CT
               WHEN OTHER
                   MOVE LGT-RANK-CT TO LGT-REP-RANKED-CT
           END-EVALUATE.
       4050-EXIT.
           EXIT.
       4100-RELEASE-LEVEL.
           IF LGT-LT-USED-CT > ZERO
               PERFORM 4110-RELEASE-ONE-ROW THRU 4110-EXIT
                       VARYING LGT-LT-IDX FROM 1 BY 1
                       UNTIL LGT-LT-IDX > LGT-LT-USED-CT
           END-IF.
       4100-EXIT.
           EXIT.
       4110-RELEASE-ONE-ROW.
           IF LGT-LT-DROPPED (LGT-LT-IDX)
               GO TO 4110-EXIT
           END-IF.
           IF LGT-PASS-SALES
               IF NOT LGT-LT-FIRM (LGT-LT-IDX)
                   GO TO 4110-EXIT
               END-IF
               MOVE LGT-LT-YTD-SALES-AT (LGT-LT-IDX) TO SRT-RANK-AT
           ELSE
               IF LGT-LT-LEVEL-CD (LGT-LT-IDX) NOT = LGT-PASS-CD
                   GO TO 4110-EXIT
               END-IF
               MOVE LGT-LT-MTH-NET-AT (LGT-LT-IDX) TO SRT-RANK-AT
           END-IF.
           MOVE LGT-LT-FI-ID (LGT-LT-IDX) TO SRT-FINANCIAL-INST-ID.
           MOVE LGT-LT-BRCH-ID (LGT-LT-IDX) TO SRT-FINCL-INST-BRCH-ID.
           MOVE LGT-LT-REP-ID (LGT-LT-IDX) TO SRT-FI-BRANCH-REP-ID.
           SET SRT-ROW-IX TO LGT-LT-IDX.
           RELEASE LGT-SORT-RECORD.
       4110-EXIT.
           EXIT.
       4200-RANK-RETURNED.
           PERFORM 4210-RETURN-SORTED THRU 4210-EXIT.
           PERFORM 4220-RANK-ONE-ROW THRU 4220-EXIT
               UNTIL LGT-SORT-EOF.
       4200-EXIT.
           EXIT.
       4210-RETURN-SORTED.
           RETURN LGT-SORT-FL
               AT END
                   SET LGT-SORT-EOF TO TRUE
           END-RETURN.
       4210-EXIT.
           EXIT.
       4220-RANK-ONE-ROW.
           ADD 1 TO LGT-RANK-CT.
           SET LGT-LT-IDX TO SRT-ROW-IX.
           IF LGT-PASS-SALES
               MOVE LGT-RANK-CT TO LGT-LT-SALES-RANK (LGT-LT-IDX)
               PERFORM 4300-FLAG-FIRM THRU 4300-EXIT
           ELSE
               MOVE LGT-RANK-CT TO LGT-LT-RANK (LGT-LT-IDX)
               IF LGT-RANK-CT NOT > LGT-PRINT-LIMIT
                   PERFORM 4400-PRINT-LEAGUE-LINE THRU 4400-EXIT
               END-IF
               PERFORM 4500-WRITE-CRM-ROW THRU 4500-EXIT
           END-IF.
           PERFORM 4210-RETURN-SORTED THRU 4210-EXIT.
       4220-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A NEW FIRM IS LISTED FOR THE SALES DESK; A TOP FIRM    *
      *    WHOSE MONTH NET FLOW IS AN OUTFLOW GOES TO THE         *
      *    WHOLESALER ON THE EXCEPTION QUEUE                      *
      *---------------------------------------------------------*
       4300-FLAG-FIRM.
           IF LGT-LT-NEW-FIRM (LGT-LT-IDX)
               MOVE 'NEW FIRM' TO LGT-FG-ACTION
               PERFORM 9550-CAPTURE-FLAG THRU 9550-EXIT
           END-IF.
           IF LGT-RANK-CT > LGT-TOP-FIRM-CT
              OR LGT-LT-MTH-NET-AT (LGT-LT-IDX) NOT < ZERO
               GO TO 4300-EXIT
           END-IF.
           MOVE 'Y' TO LGT-LT-FOLLOW-SW (LGT-LT-IDX).
           ADD 1 TO LGT-FOLLOW-UP-CT.
           MOVE 'WHOLESALER FOLLOW-UP - OUTFLOW' TO LGT-FG-ACTION.
           PERFORM 9550-CAPTURE-FLAG THRU 9550-EXIT.
           ADD 1 TO LGT-EXCEPTION-CT.
           MOVE LGT-LT-FI-ID (LGT-LT-IDX) TO LGT-EXC-FI-ID.
           MOVE LGT-LT-NAME (LGT-LT-IDX) TO LGT-EXC-FI-NAME.
           MOVE 'LGTOUTFL' TO RPT-EXC-TYPE-CD.
           MOVE LGT-EXC-FIRM-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE LGT-LT-MTH-NET-AT (LGT-LT-IDX) TO RPT-EXC-AMOUNT-AT.
           MOVE 'TOP FIRM NET OUTFLOW - WHOLESALER CALL'
               TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       4300-EXIT.
           EXIT.
       4400-PRINT-LEAGUE-LINE.
           MOVE LGT-RANK-CT TO LGT-LL-RANK.
           MOVE SPACES TO LGT-LL-NEW-FLAG.
           MOVE SPACES TO LGT-LL-FOLLOW-FLAG.
           IF LGT-LT-NEW-FIRM (LGT-LT-IDX)
               MOVE 'N' TO LGT-LL-NEW-FLAG
           END-IF.
           IF LGT-LT-FOLLOW-UP (LGT-LT-IDX)
               MOVE 'W' TO LGT-LL-FOLLOW-FLAG
           END-IF.
           MOVE LGT-LT-FI-ID (LGT-LT-IDX) TO LGT-LL-FI-ID.
           MOVE LGT-LT-BRCH-ID (LGT-LT-IDX) TO LGT-LL-BRCH-ID.
           MOVE LGT-LT-REP-ID (LGT-LT-IDX) TO LGT-LL-REP-ID.
           MOVE LGT-LT-NAME (LGT-LT-IDX) TO LGT-LL-NAME.
           MOVE LGT-LT-TERRITORY-CD (LGT-LT-IDX) TO LGT-LL-TERRITORY-CD.
           COMPUTE LGT-LL-MTH-NET ROUNDED
               = LGT-LT-MTH-NET-AT (LGT-LT-IDX) / 1000.
           COMPUTE LGT-LL-MTH-CHG ROUNDED
               = (LGT-LT-MTH-NET-AT (LGT-LT-IDX)
                - LGT-LT-PRIOR-MTH-NET-AT (LGT-LT-IDX)) / 1000.
           COMPUTE LGT-LL-QTD-NET ROUNDED
               = LGT-LT-QTD-NET-AT (LGT-LT-IDX) / 1000.
           COMPUTE LGT-LL-QTD-CHG ROUNDED
               = (LGT-LT-QTD-NET-AT (LGT-LT-IDX)
                - LGT-LT-PRIOR-QTD-NET-AT (LGT-LT-IDX)) / 1000.
           COMPUTE LGT-LL-YTD-NET ROUNDED
               = LGT-LT-YTD-NET-AT (LGT-LT-IDX) / 1000.
           COMPUTE LGT-LL-YTD-CHG ROUNDED
               = (LGT-LT-YTD-NET-AT (LGT-LT-IDX)
                - LGT-LT-PRIOR-YTD-NET-AT (LGT-LT-IDX)) / 1000.
           MOVE LGT-LG-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       4400-EXIT.
           EXIT.
       4500-WRITE-CRM-ROW.
           MOVE SPACES TO LGT-CRM-EXT-RECORD.
           MOVE LGT-PERIOD TO LGX-PERIOD.
           MOVE LGT-LT-LEVEL-CD (LGT-LT-IDX) TO LGX-LEVEL-CD.
           MOVE LGT-LT-FI-ID (LGT-LT-IDX) TO LGX-FINANCIAL-INST-ID.
           MOVE LGT-LT-BRCH-ID (LGT-LT-IDX) TO LGX-FINCL-INST-BRCH-ID.
           MOVE LGT-LT-REP-ID (LGT-LT-IDX) TO LGX-FI-BRANCH-REP-ID.
           MOVE LGT-LT-NAME (LGT-LT-IDX) TO LGX-NAME.
           MOVE LGT-LT-TERRITORY-CD (LGT-LT-IDX) TO LGX-TERRITORY-CD.
           MOVE LGT-LT-RANK (LGT-LT-IDX) TO LGX-NET-FLOW-RANK.
           MOVE LGT-LT-SALES-RANK (LGT-LT-IDX) TO LGX-SALES-RANK.
           MOVE LGT-LT-NEW-SW (LGT-LT-IDX) TO LGX-NEW-FIRM-CD.
           MOVE LGT-LT-FOLLOW-SW (LGT-LT-IDX) TO LGX-FOLLOW-UP-CD.
           MOVE LGT-LT-RUN-PURCHASE-AT (LGT-LT-IDX)
               TO LGX-MTH-PURCHASE-AT.
           MOVE LGT-LT-RUN-REDEEM-AT (LGT-LT-IDX)
               TO LGX-MTH-REDEMPTION-AT.
           MOVE LGT-LT-RUN-XIN-AT (LGT-LT-IDX) TO LGX-MTH-EXCH-IN-AT.
           MOVE LGT-LT-RUN-XOUT-AT (LGT-LT-IDX) TO LGX-MTH-EXCH-OUT-AT.
           MOVE LGT-LT-MTH-NET-AT (LGT-LT-IDX) TO LGX-MTH-NET-AT.
           MOVE LGT-LT-PRIOR-MTH-NET-AT (LGT-LT-IDX)
               TO LGX-PRIOR-MTH-NET-AT.
           MOVE LGT-LT-QTD-SALES-AT (LGT-LT-IDX) TO LGX-QTD-SALES-AT.
           MOVE LGT-LT-QTD-NET-AT (LGT-LT-IDX) TO LGX-QTD-NET-AT.
           MOVE LGT-LT-PRIOR-QTD-NET-AT (LGT-LT-IDX)
               TO LGX-PRIOR-QTD-NET-AT.
           MOVE LGT-LT-YTD-SALES-AT (LGT-LT-IDX) TO LGX-YTD-SALES-AT.
           MOVE LGT-LT-YTD-NET-AT (LGT-LT-IDX) TO LGX-YTD-NET-AT.
           MOVE LGT-LT-PRIOR-YTD-NET-AT (LGT-LT-IDX)
               TO LGX-PRIOR-YTD-NET-AT.
           WRITE LGT-CRM-EXT-RECORD.
           ADD 1 TO LGT-CRM-WRITTEN-CT.
       4500-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY THE FLOW MASTER FORWARD; A ROW WITH NOTHING IN   *
      *    EITHER YEAR HAS AGED OFF                               *
      *---------------------------------------------------------*
       7000-WRITE-MASTER.
           IF LGT-LT-USED-CT > ZERO
               PERFORM 7100-WRITE-ONE-ROW THRU 7100-EXIT
                       VARYING LGT-LT-IDX FROM 1 BY 1
                       UNTIL LGT-LT-IDX > LGT-LT-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-ROW.
           IF LGT-LT-DROPPED (LGT-LT-IDX)
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO LGT-MASTER-OUT-RECORD.
           MOVE LGT-LT-LEVEL-CD (LGT-LT-IDX) TO LMO-LEVEL-CD.
           MOVE LGT-LT-FI-ID (LGT-LT-IDX) TO LMO-FINANCIAL-INST-ID.
           MOVE LGT-LT-BRCH-ID (LGT-LT-IDX) TO LMO-FINCL-INST-BRCH-ID.
           MOVE LGT-LT-REP-ID (LGT-LT-IDX) TO LMO-FI-BRANCH-REP-ID.
           MOVE LGT-LT-NAME (LGT-LT-IDX) TO LMO-NAME.
           MOVE LGT-LT-TERRITORY-CD (LGT-LT-IDX) TO LMO-TERRITORY-CD.
           MOVE LGT-LT-FIRST-PERIOD (LGT-LT-IDX) TO LMO-FIRST-PERIOD.
           MOVE LGT-LT-YEAR (LGT-LT-IDX) TO LMO-YEAR.
           PERFORM 7110-WRITE-ONE-MONTH THRU 7110-EXIT
               VARYING LGT-MO-IX FROM 1 BY 1
               UNTIL LGT-MO-IX > 12.
           WRITE LGT-MASTER-OUT-RECORD.
           ADD 1 TO LGT-MASTER-OUT-CT.
       7100-EXIT.
           EXIT.
       7110-WRITE-ONE-MONTH.
           MOVE LGT-LT-SALES-AT (LGT-LT-IDX LGT-MO-IX)
               TO LMO-SALES-AT (LGT-MO-IX).
           MOVE LGT-LT-REDEEM-AT (LGT-LT-IDX LGT-MO-IX)
               TO LMO-REDEEM-AT (LGT-MO-IX).
           MOVE LGT-LT-PY-SALES-AT (LGT-LT-IDX LGT-MO-IX)
               TO LMO-PY-SALES-AT (LGT-MO-IX).
           MOVE LGT-LT-PY-REDEEM-AT (LGT-LT-IDX LGT-MO-IX)
               TO LMO-PY-REDEEM-AT (LGT-MO-IX).
       7110-EXIT.
           EXIT.
       8500-PRINT-FLAG-SECTION.
           MOVE LGT-FLG-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE LGT-FLG-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF LGT-FLG-CAP-USED-CT > ZERO
               PERFORM 8505-PRINT-ONE-FLAG THRU 8505-EXIT
                       VARYING LGT-FLG-CAP-IX FROM 1 BY 1
                       UNTIL LGT-FLG-CAP-IX > LGT-FLG-CAP-USED-CT
           END-IF.
           IF LGT-FLG-CAP-TRUNC-SW = 'Y'
               MOVE LGT-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
       8505-PRINT-ONE-FLAG.
           MOVE LGT-FLG-CAP-LINE (LGT-FLG-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8505-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RUN TOTALS -- EVERY DETAIL IS SKIPPED OR POSTED, THE   *
      *    FIRM ROWS CARRY THE FEED'S NET FLOW TO THE PENNY, AND  *
      *    MASTER ROWS IN PLUS ADDED LESS AGED OFF FOOT TO OUT    *
      *---------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE LGT-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE LGT-PERIOD TO LGT-TP-PERIOD.
           MOVE LGT-TOT-PER-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CASH-MOVEMENT DETAILS READ:' TO LGT-TL-LABEL.
           MOVE LGT-DETAIL-READ-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  SKIPPED - MATRIX ERROR:' TO LGT-TL-LABEL.
           MOVE LGT-MATRIX-SKIP-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  SKIPPED - NOT POSTABLE:' TO LGT-TL-LABEL.
           MOVE LGT-STATUS-SKIP-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  SKIPPED - NO FIRM:' TO LGT-TL-LABEL.
           MOVE LGT-NO-FIRM-SKIP-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  POSTED:' TO LGT-TL-LABEL.
           MOVE LGT-POSTED-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '    REVERSALS:' TO LGT-TL-LABEL.
           MOVE LGT-REVERSAL-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '    NO BRANCH ON TRADE:' TO LGT-TL-LABEL.
           MOVE LGT-NO-BRANCH-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '    NO REP FOR ALPHA CODE:' TO LGT-TL-LABEL.
           MOVE LGT-NO-REP-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'PURCHASES:' TO LGT-TA-LABEL.
           MOVE LGT-TOT-PURCHASE-AT TO LGT-TA-AMOUNT.
           PERFORM 8020-WRITE-AMOUNT-LINE THRU 8020-EXIT.
           MOVE 'EXCHANGES IN:' TO LGT-TA-LABEL.
           MOVE LGT-TOT-XIN-AT TO LGT-TA-AMOUNT.
           PERFORM 8020-WRITE-AMOUNT-LINE THRU 8020-EXIT.
           MOVE 'REDEMPTIONS:' TO LGT-TA-LABEL.
           MOVE LGT-TOT-REDEEM-AT TO LGT-TA-AMOUNT.
           PERFORM 8020-WRITE-AMOUNT-LINE THRU 8020-EXIT.
           MOVE 'EXCHANGES OUT:' TO LGT-TA-LABEL.
           MOVE LGT-TOT-XOUT-AT TO LGT-TA-AMOUNT.
           PERFORM 8020-WRITE-AMOUNT-LINE THRU 8020-EXIT.
           MOVE 'NET FLOW:' TO LGT-TA-LABEL.
           MOVE LGT-TOT-NET-AT TO LGT-TA-AMOUNT.
           PERFORM 8020-WRITE-AMOUNT-LINE THRU 8020-EXIT.
           MOVE 'FIRMS RANKED:' TO LGT-TL-LABEL.
           MOVE LGT-FIRM-RANKED-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  NEW FIRMS:' TO LGT-TL-LABEL.
           MOVE LGT-NEW-FIRM-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  WHOLESALER FOLLOW-UP:' TO LGT-TL-LABEL.
           MOVE LGT-FOLLOW-UP-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  NOT ON DEALER FEED:' TO LGT-TL-LABEL.
           MOVE LGT-NO-DEALER-NAME-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'BRANCHES RANKED:' TO LGT-TL-LABEL.
           MOVE LGT-BRANCH-RANKED-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'REPS RANKED:' TO LGT-TL-LABEL.
           MOVE LGT-REP-RANKED-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'CRM EXTRACT ROWS WRITTEN:' TO LGT-TL-LABEL.
           MOVE LGT-CRM-WRITTEN-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'MASTER ROWS IN:' TO LGT-TL-LABEL.
           MOVE LGT-MASTER-IN-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'ROWS ADDED:' TO LGT-TL-LABEL.
           MOVE LGT-MASTER-ADDED-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'ROWS AGED OFF:' TO LGT-TL-LABEL.
           MOVE LGT-MASTER-DROP-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'MASTER ROWS OUT:' TO LGT-TL-LABEL.
           MOVE LGT-MASTER-OUT-CT TO LGT-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           IF LGT-DETAIL-READ-CT = LGT-MATRIX-SKIP-CT
              + LGT-STATUS-SKIP-CT + LGT-NO-FIRM-SKIP-CT
              + LGT-POSTED-CT
               MOVE 'CASH-MOVEMENT DETAILS FOOT' TO LGT-FT-RESULT
           ELSE
               MOVE 'CASH-MOVEMENT DETAILS DO NOT FOOT'
                   TO LGT-FT-RESULT
               ADD 1 TO LGT-FOOT-BREAK-CT
           END-IF.
           MOVE LGT-FOOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF LGT-FIRM-RUN-NET-AT = LGT-TOT-NET-AT
               MOVE 'FIRM NET FLOW FOOTS TO FEED' TO LGT-FT-RESULT
           ELSE
               MOVE 'FIRM NET FLOW DOES NOT FOOT TO FEED'
                   TO LGT-FT-RESULT
               ADD 1 TO LGT-FOOT-BREAK-CT
           END-IF.
           MOVE LGT-FOOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF LGT-MASTER-IN-CT + LGT-MASTER-ADDED-CT
              - LGT-MASTER-DROP-CT = LGT-MASTER-OUT-CT
               MOVE 'MASTER CONTROL TOTALS FOOT' TO LGT-FT-RESULT
           ELSE
               MOVE 'MASTER CONTROL TOTALS DO NOT FOOT'
                   TO LGT-FT-RESULT
               ADD 1 TO LGT-FOOT-BREAK-CT
           END-IF.
           MOVE LGT-FOOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
       8010-WRITE-TOTAL-LINE.
           MOVE LGT-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8010-EXIT.
           EXIT.
       8020-WRITE-AMOUNT-LINE.
           MOVE LGT-TOT-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8020-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO LGT-RUN-CTL-RECORD.
           MOVE 'LGT-LEAGUE-TABLES' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE LGT-RUN-CTL-RECORD.
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
           MOVE SPACES TO LGT-RUN-CTL-RECORD.
           MOVE 'LGT-LEAGUE-TABLES' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE LGT-DETAIL-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE LGT-RUN-CTL-RECORD.
           CLOSE LGT-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE                                        *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE LGT-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO LGT-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE LGT-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE LGT-CASH-FL.
           CLOSE LGT-MTF-FL.
           CLOSE LGT-BRANCH-FL.
           CLOSE LGT-DEALER-FL.
           CLOSE LGT-MASTER-IN.
           CLOSE LGT-MASTER-OUT.
           CLOSE LGT-CRM-EXT.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF LGT-NEW-RC > LGT-RUN-RC
               MOVE LGT-NEW-RC TO LGT-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF LGT-EXCEPTION-CT > ZERO
               MOVE 4 TO LGT-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF LGT-FOOT-BREAK-CT > ZERO
               MOVE 8 TO LGT-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE LGT-RUN-RC TO LGT-RCD-OUT.
           EVALUATE LGT-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO LGT-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO LGT-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO LGT-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO LGT-RCD-REASON
           END-EVALUATE.
           MOVE LGT-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE LGT-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
       9000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CAPTURE ONE FLAG LINE FOR THE FIRM AT LGT-LT-IDX       *
      *---------------------------------------------------------*
       9550-CAPTURE-FLAG.
           MOVE LGT-LT-FI-ID (LGT-LT-IDX) TO LGT-FG-FI-ID.
           MOVE LGT-LT-NAME (LGT-LT-IDX) TO LGT-FG-NAME.
           MOVE LGT-RANK-CT TO LGT-FG-SALES-RANK.
           MOVE LGT-LT-MTH-NET-AT (LGT-LT-IDX) TO LGT-FG-MTH-NET.
           MOVE LGT-LT-YTD-NET-AT (LGT-LT-IDX) TO LGT-FG-YTD-NET.
           IF LGT-FLG-CAP-USED-CT >= 5000
               MOVE 'Y' TO LGT-FLG-CAP-TRUNC-SW
               GO TO 9550-EXIT
           END-IF.
           ADD 1 TO LGT-FLG-CAP-USED-CT.
           SET LGT-FLG-CAP-IX TO LGT-FLG-CAP-USED-CT.
           MOVE LGT-FLG-LINE TO LGT-FLG-CAP-LINE (LGT-FLG-CAP-IX).
       9550-EXIT.
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
           MOVE 'LGT-LEAGUE-TABLES' TO RPT-PROGRAM-ID-TX.
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
