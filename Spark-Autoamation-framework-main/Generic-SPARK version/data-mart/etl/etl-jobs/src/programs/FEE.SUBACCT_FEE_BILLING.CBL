       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-SUBACCT-BILLING.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT FEE-ACCT-FL ASSIGN TO "FNAME4".
	    SELECT FEE-BOOK-FL ASSIGN TO "POSBKO".
	    SELECT FEE-DEALER-FL ASSIGN TO "FNAME6".
	    SELECT FEE-SCHED-FL ASSIGN TO "FEESCHD".
	    SELECT OPTIONAL FEE-INVOICE-FL ASSIGN TO "FEEINV".
	    SELECT FEE-STMT-FL ASSIGN TO "FEESTMT".
	    SELECT FEE-ACCR-FL ASSIGN TO "FEEACCR".
	    SELECT FEE-SORT-FL ASSIGN TO "SORTWK".
	    SELECT OPTIONAL FEE-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    CLO-ACCOUNT-ACTIVITY -- ACCOUNT MAINTENANCE CARRIES    *
      *    THE DEALER OF RECORD AFTER ANY BROKER CHANGE, AND      *
      *    MARKS A CLOSED ACCOUNT AS A DELETE                     *
      *---------------------------------------------------------*
       FD  FEE-ACCT-FL.
       01  FEE-ACCT-RECORD.
           05  FEE-CLO-FUND-CODE             PIC 9(7).
           05  FEE-CLO-ACCOUNT-NUMBER        PIC 9(11).
           05  FILLER                        PIC X(278).
           05  FEE-CLO-CMR-PROCESS-TYPE-CD   PIC X(1).
               88  FEE-CLO-PROCESS-TYPE-DELETE   VALUE 'D'.
           05  FEE-CLO-FINCL-INST-BRCH-ID    PIC X(9).
           05  FEE-CLO-FINANCIAL-INST-ID     PIC S9(7).
           05  FILLER                        PIC X(333).
      *---------------------------------------------------------*
      *    CLOSING SHARE-POSITION BOOK FROM TODAY'S POSITION RUN  *
      *    -- THE DEALER AND CONTROL LEVEL ARE THOSE OF THE       *
      *    LATEST TRADE ON THE ACCOUNT                            *
      *---------------------------------------------------------*
       FD  FEE-BOOK-FL.
       01  FEE-BOOK-RECORD.
           05  PBK-FUND-CODE                 PIC 9(7).
           05  PBK-ACCOUNT-NUMBER            PIC 9(11).
           05  PBK-SHARE-BAL                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  PBK-NAV-PRICE                 PIC 9(5)V9(4).
           05  PBK-FINANCIAL-INST-ID         PIC 9(7).
           05  PBK-FINCL-INST-BRCH-ID        PIC X(9).
           05  PBK-ALPHA-CODE                PIC X(10).
           05  PBK-DLR-CTL-LVL-CD            PIC 9(1).
           05  PBK-FUND-GRP-NUMBER           PIC 9(7).
           05  PBK-OPEN-DTE                  PIC 9(8).
           05  PBK-LAST-TRADE-DTE            PIC 9(8).
           05  PBK-NEGATIVE-SW               PIC X(1).
           05  FILLER                        PIC X(20).
      *---------------------------------------------------------*
      *    FDP DEALER FEED -- THE SEQ-1 RECORD NAMES THE FIRM     *
      *---------------------------------------------------------*
       FD  FEE-DEALER-FL.
       01  FEE-DEALER-RECORD.
           05  FEE-FDP-RECORD-TYPE-CD        PIC X(3).
               88  FEE-FDP-TYPE-DEALER           VALUE 'FDP'.
           05  FEE-FDP-SEQUENCE-NUMBER-ID    PIC 9(3).
               88  FEE-FDP-SEQ-DETAIL-1          VALUE 1.
           05  FEE-FDP-DETAIL-1-AREA.
               10  FILLER                    PIC X(7).
               10  FEE-FDP-FINANCIAL-INST-ID PIC 9(7).
               10  FILLER                    PIC X(54).
               10  FEE-FDP-FINCL-INST-NAME-1 PIC X(35).
               10  FILLER                    PIC X(51).
      *---------------------------------------------------------*
      *    FEE SCHEDULE MASTER -- A PER-ACCOUNT MONTHLY RATE BY   *
      *    DEALER CONTROL LEVEL AND FUND GROUP (FUND GROUP ZERO   *
      *    COVERS EVERY GROUP THE LEVEL HAS NO ROW OF ITS OWN     *
      *    FOR), A MONTHLY MINIMUM PER FIRM, AND THE DATES THE    *
      *    ROW IS IN FORCE (END DATE ZERO IS OPEN).  'P' ROWS ARE *
      *    FEES THE FIRM BILLS US FOR SUB-ACCOUNTING; 'R' ROWS    *
      *    ARE FEES WE BILL THE FIRM FOR SERVICING ITS ACCOUNTS   *
      *---------------------------------------------------------*
       FD  FEE-SCHED-FL.
       01  FEE-SCHED-RECORD.
           05  FSC-DLR-CTL-LVL-CD            PIC 9(1).
           05  FSC-FUND-GRP-NUMBER           PIC 9(7).
           05  FSC-EFFECTIVE-DTE             PIC 9(8).
           05  FSC-END-DTE                   PIC 9(8).
           05  FSC-FEE-DIRECTION-CD          PIC X(1).
               88  FSC-FEE-PAYABLE               VALUE 'P'.
               88  FSC-FEE-RECEIVABLE            VALUE 'R'.
           05  FSC-ACCT-RATE-AT              PIC 9(5)V9(4).
           05  FSC-MINIMUM-AT                PIC 9(11)V9(2).
           05  FILLER                        PIC X(20).
      *---------------------------------------------------------*
      *    INBOUND DEALER INVOICES, KEYED FROM THE FIRMS' BILLS   *
      *    -- ONE ROW PER INVOICE, SEVERAL MAY COVER ONE FIRM     *
      *---------------------------------------------------------*
       FD  FEE-INVOICE-FL.
       01  FEE-INVOICE-RECORD.
           05  FIV-FINANCIAL-INST-ID         PIC 9(7).
           05  FIV-INVOICE-NBR               PIC X(15).
           05  FIV-BILLING-PERIOD            PIC 9(6).
           05  FIV-ACCOUNT-CT                PIC 9(9).
           05  FIV-INVOICE-AT                PIC -9(13).9(2).
           05  FILLER                        PIC X(20).
      *---------------------------------------------------------*
      *    EXPECTED-FEE STATEMENT -- PER FIRM, ONE 'D' ROW PER    *
      *    SCHEDULE LINE CHARGED AND A 'T' ROW WITH THE FIRM'S    *
      *    TOTALS AND ITS INVOICE MATCH                           *
      *---------------------------------------------------------*
       FD  FEE-STMT-FL.
       01  FEE-STMT-RECORD.
           05  FST-RECORD-TYPE-CD            PIC X(1).
               88  FST-RECORD-TYPE-DETAIL        VALUE 'D'.
               88  FST-RECORD-TYPE-TOTAL         VALUE 'T'.
           05  FST-BILLING-PERIOD            PIC 9(6).
           05  FST-FINANCIAL-INST-ID         PIC 9(7).
           05  FST-FIRM-NAME                 PIC X(35).
           05  FST-DETAIL-AREA.
               10  FST-DLR-CTL-LVL-CD        PIC 9(1).
               10  FST-FUND-GRP-NUMBER       PIC 9(7).
               10  FST-FEE-DIRECTION-CD      PIC X(1).
               10  FST-PRICING-CD            PIC X(1).
                   88  FST-PRICED-AT-RATE        VALUE 'R'.
                   88  FST-PRICED-AT-MINIMUM     VALUE 'M'.
                   88  FST-NOT-PRICED            VALUE 'U'.
               10  FST-ACCOUNT-CT            PIC 9(9).
               10  FST-ACCT-RATE-AT          PIC 9(5)V9(4).
               10  FST-MINIMUM-AT            PIC 9(11)V9(2).
               10  FST-COMPUTED-FEE-AT       PIC -9(13).9(2).
               10  FST-EXPECTED-FEE-AT       PIC -9(13).9(2).
               10  FILLER                    PIC X(45).
           05  FST-TOTAL-AREA REDEFINES FST-DETAIL-AREA.
               10  FST-PAYABLE-ACCOUNT-CT    PIC 9(9).
               10  FST-PAYABLE-FEE-AT        PIC -9(13).9(2).
               10  FST-RECEIVABLE-ACCOUNT-CT PIC 9(9).
               10  FST-RECEIVABLE-FEE-AT     PIC -9(13).9(2).
               10  FST-INVOICE-CT            PIC 9(3).
               10  FST-INVOICED-ACCOUNT-CT   PIC 9(9).
               10  FST-INVOICED-AT           PIC -9(13).9(2).
               10  FST-VARIANCE-AT           PIC -9(13).9(2).
               10  FST-MATCH-STATUS-CD       PIC X(12).
      *---------------------------------------------------------*
      *    FEE ACCRUALS FOR THE GENERAL-LEDGER JOURNAL INTERFACE  *
      *    -- ONE ROW PER FEE DIRECTION, MAPPED THERE TO GL       *
      *    ACCOUNTS THROUGH THE TYPE 'N' ROWS OF THE GL MAP       *
      *---------------------------------------------------------*
       FD  FEE-ACCR-FL.
       01  FEE-ACCR-RECORD.
           05  FACR-ACCRUAL-CD               PIC X(5).
           05  FACR-BILLING-PERIOD           PIC 9(6).
           05  FACR-ACCOUNT-CT               PIC 9(9).
           05  FACR-AMOUNT-AT                PIC -9(15).9(2).
           05  FILLER                        PIC X(10).
      *---------------------------------------------------------*
      *    ONE SORT WORK FILE -- FIRST TO BRING EACH POSITION     *
      *    TOGETHER WITH ITS ACCOUNT MAINTENANCE, THEN TO PUT     *
      *    THE STATEMENT IN FIRM ORDER                            *
      *---------------------------------------------------------*
       SD  FEE-SORT-FL.
       01  FEE-SORT-RECORD.
           05  SRT-FUND-CODE                 PIC 9(7).
           05  SRT-ACCOUNT-NUMBER            PIC 9(11).
           05  SRT-ROW-TYPE-CD               PIC X(1).
               88  SRT-ROW-ACTIVITY              VALUE 'A'.
               88  SRT-ROW-POSITION              VALUE 'P'.
           05  SRT-READ-SEQ-NBR              PIC 9(9).
           05  SRT-FINANCIAL-INST-ID         PIC 9(7).
           05  SRT-FINCL-INST-BRCH-ID        PIC X(9).
           05  SRT-DLR-CTL-LVL-CD            PIC 9(1).
           05  SRT-FUND-GRP-NUMBER           PIC 9(7).
           05  SRT-PROCESS-TYPE-CD           PIC X(1).
           05  SRT-SHARE-BAL                 PIC S9(11)V9(4).
       01  FEE-STM-SORT-RECORD.
           05  SST-FINANCIAL-INST-ID         PIC 9(7).
           05  SST-ROW-TYPE-CD               PIC X(1).
               88  SST-ROW-CHARGE                VALUE 'D'.
               88  SST-ROW-FIRM                  VALUE 'T'.
           05  SST-DLR-CTL-LVL-CD            PIC 9(1).
           05  SST-FUND-GRP-NUMBER           PIC 9(7).
           05  SST-ROW-IX                    PIC 9(5).
           05  FILLER                        PIC X(47).
       FD  FEE-RUN-CTL-FL.
       01  FEE-RUN-CTL-RECORD.
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
       01  FEE-SWITCHES.
           05  FEE-CLO-EOF-SW                PIC X(01)   VALUE 'N'.
               88  FEE-CLO-EOF                   VALUE 'Y'.
           05  FEE-BOOK-EOF-SW               PIC X(01)   VALUE 'N'.
               88  FEE-BOOK-EOF                  VALUE 'Y'.
           05  FEE-FDP-EOF-SW                PIC X(01)   VALUE 'N'.
               88  FEE-FDP-EOF                   VALUE 'Y'.
           05  FEE-SCHED-EOF-SW              PIC X(01)   VALUE 'N'.
               88  FEE-SCHED-EOF                 VALUE 'Y'.
           05  FEE-INV-EOF-SW                PIC X(01)   VALUE 'N'.
               88  FEE-INV-EOF                   VALUE 'Y'.
           05  FEE-SORT-EOF-SW               PIC X(01)   VALUE 'N'.
               88  FEE-SORT-EOF                  VALUE 'Y'.
           05  FEE-HELD-SW                   PIC X(01)   VALUE 'N'.
               88  FEE-HELD-ACTIVITY             VALUE 'Y'.
               88  FEE-NO-HELD-ACTIVITY          VALUE 'N'.
       01  FEE-COUNTERS                      COMP.
           05  FEE-CLO-READ-CT               PIC 9(09)   VALUE ZERO.
           05  FEE-BOOK-READ-CT              PIC 9(09)   VALUE ZERO.
           05  FEE-POSITION-CT               PIC 9(09)   VALUE ZERO.
           05  FEE-ZERO-BAL-SKIP-CT          PIC 9(09)   VALUE ZERO.
           05  FEE-CLOSED-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  FEE-NO-DEALER-SKIP-CT         PIC 9(07)   VALUE ZERO.
           05  FEE-COUNTED-CT                PIC 9(09)   VALUE ZERO.
           05  FEE-DEALER-CHANGE-CT          PIC 9(07)   VALUE ZERO.
           05  FEE-PRICED-ACCT-CT            PIC 9(09)   VALUE ZERO.
           05  FEE-UNPRICED-ACCT-CT          PIC 9(09)   VALUE ZERO.
           05  FEE-UNPRICED-LINE-CT          PIC 9(07)   VALUE ZERO.
           05  FEE-MINIMUM-CT                PIC 9(07)   VALUE ZERO.
           05  FEE-PAYABLE-ACCT-CT           PIC 9(09)   VALUE ZERO.
           05  FEE-RECEIVABLE-ACCT-CT        PIC 9(09)   VALUE ZERO.
           05  FEE-INV-READ-CT               PIC 9(07)   VALUE ZERO.
           05  FEE-INV-PERIOD-CT             PIC 9(07)   VALUE ZERO.
           05  FEE-INV-OTHER-PERIOD-CT       PIC 9(07)   VALUE ZERO.
           05  FEE-FIRM-STMT-CT              PIC 9(07)   VALUE ZERO.
           05  FEE-STMT-WRITTEN-CT           PIC 9(09)   VALUE ZERO.
           05  FEE-AGREES-CT                 PIC 9(07)   VALUE ZERO.
           05  FEE-OVERBILLED-CT             PIC 9(07)   VALUE ZERO.
           05  FEE-UNDERBILLED-CT            PIC 9(07)   VALUE ZERO.
           05  FEE-NOT-INVOICED-CT           PIC 9(07)   VALUE ZERO.
           05  FEE-ACCR-WRITTEN-CT           PIC 9(07)   VALUE ZERO.
           05  FEE-EXCEPTION-CT              PIC 9(07)   VALUE ZERO.
           05  FEE-FOOT-BREAK-CT             PIC 9(02)   VALUE ZERO.
       01  FEE-SC-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  FEE-DL-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  FEE-FM-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  FEE-CH-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  FEE-SC-IX                         PIC 9(05)   COMP
                                              VALUE ZERO.
       01  FEE-BEST-SC-IX                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  FEE-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  FEE-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  FEE-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  FEE-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  FEE-RCD-REASON               PIC X(40).
       01  FEE-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  FEE-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    HOW FAR A FIRM'S INVOICE MAY STRAY FROM OUR EXPECTED   *
      *    FEE, EITHER WAY, BEFORE IT IS OVER- OR UNDERBILLED --  *
      *    STARTER VALUE PENDING FINANCE'S SIGN-OFF               *
      *---------------------------------------------------------*
       01  FEE-TOLERANCE-AT                  PIC 9(05)V9(2)
                                              VALUE 5.00.
       01  FEE-PERIOD-WORK.
           05  FEE-ASOF-DTE                  PIC 9(08)   VALUE ZERO.
           05  FEE-PERIOD                    PIC 9(06)   VALUE ZERO.
       01  FEE-HELD-ACTIVITY-WORK.
           05  FEE-HELD-FUND-CODE            PIC 9(07)   VALUE ZERO.
           05  FEE-HELD-ACCOUNT-NUMBER       PIC 9(11)   VALUE ZERO.
           05  FEE-HELD-FI-ID                PIC 9(07)   VALUE ZERO.
           05  FEE-HELD-PROCESS-TYPE-CD      PIC X(01)   VALUE SPACE.
               88  FEE-HELD-DELETE               VALUE 'D'.
       01  FEE-WORK.
           05  FEE-WK-FI-ID                  PIC 9(07)   VALUE ZERO.
           05  FEE-WK-CTL-LVL-CD             PIC 9(01)   VALUE ZERO.
           05  FEE-WK-FUND-GRP-NUMBER        PIC 9(07)   VALUE ZERO.
           05  FEE-WK-VARIANCE-AT            PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  FEE-WK-STATUS                 PIC X(12)   VALUE SPACES.
       01  FEE-AMOUNT-TOTALS.
           05  FEE-CH-PAYABLE-AT             PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  FEE-CH-RECEIVABLE-AT          PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  FEE-ST-PAYABLE-AT             PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  FEE-ST-RECEIVABLE-AT          PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  FEE-INVOICED-AT               PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  FEE-OVERBILLED-AT             PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  FEE-UNDERBILLED-AT            PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  FEE-EXC-FIRM-KEY.
           05  FILLER                        PIC X(05)   VALUE 'FIRM '.
           05  FEE-EXC-FI-ID                 PIC 9(07).
           05  FILLER                        PIC X(05)   VALUE ' PER '.
           05  FEE-EXC-PERIOD                PIC 9(06).
           05  FILLER                        PIC X(01)   VALUE SPACE.
           05  FEE-EXC-DETAIL                PIC X(16).
      *---------------------------------------------------------*
      *    FEE SCHEDULE, FIRM NAMES, AND THE FIRM AND CHARGE      *
      *    TABLES THE STATEMENT IS BUILT FROM.  A CHARGE IS ONE   *
      *    FIRM ON ONE SCHEDULE ROW -- THE MINIMUM APPLIES THERE  *
      *---------------------------------------------------------*
       01  FEE-SC-TBL.
           05  FEE-SC-ENTRY                  OCCURS 1000 TIMES.
               10  FEE-SC-CTL-LVL-CD         PIC 9(01).
               10  FEE-SC-FUND-GRP-NUMBER    PIC 9(07).
               10  FEE-SC-EFFECTIVE-DTE      PIC 9(08).
               10  FEE-SC-END-DTE            PIC 9(08).
               10  FEE-SC-DIRECTION-CD       PIC X(01).
                   88  FEE-SC-PAYABLE            VALUE 'P'.
               10  FEE-SC-RATE-AT            PIC 9(05)V9(4).
               10  FEE-SC-MINIMUM-AT         PIC 9(11)V9(2).
       01  FEE-DL-TBL.
           05  FEE-DL-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY FEE-DL-IDX.
               10  FEE-DL-FI-ID              PIC 9(07).
               10  FEE-DL-NAME               PIC X(35).
       01  FEE-FM-TBL.
           05  FEE-FM-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY FEE-FM-IDX.
               10  FEE-FM-FI-ID              PIC 9(07).
               10  FEE-FM-NAME               PIC X(35).
               10  FEE-FM-PAYABLE-CT         PIC 9(09).
               10  FEE-FM-PAYABLE-AT         PIC S9(13)V9(2).
               10  FEE-FM-RECEIVABLE-CT      PIC 9(09).
               10  FEE-FM-RECEIVABLE-AT      PIC S9(13)V9(2).
               10  FEE-FM-INVOICE-CT         PIC 9(03).
               10  FEE-FM-INV-ACCOUNT-CT     PIC 9(09).
               10  FEE-FM-INVOICED-AT        PIC S9(13)V9(2).
       01  FEE-CH-TBL.
           05  FEE-CH-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY FEE-CH-IDX.
               10  FEE-CH-KEY.
                   15  FEE-CH-FI-ID          PIC 9(07).
                   15  FEE-CH-CTL-LVL-CD     PIC 9(01).
                   15  FEE-CH-FUND-GRP-NUMBER
                                             PIC 9(07).
                   15  FEE-CH-SC-IX          PIC 9(05).
               10  FEE-CH-ACCOUNT-CT         PIC 9(09).
               10  FEE-CH-COMPUTED-AT        PIC S9(13)V9(2).
               10  FEE-CH-FEE-AT             PIC S9(13)V9(2).
               10  FEE-CH-PRICING-CD         PIC X(01).
       01  FEE-CH-WK-KEY.
           05  FEE-CK-FI-ID                  PIC 9(07).
           05  FEE-CK-CTL-LVL-CD             PIC 9(01).
           05  FEE-CK-FUND-GRP-NUMBER        PIC 9(07).
           05  FEE-CK-SC-IX                  PIC 9(05).
      *---------------------------------------------------------*
      *    EXPECTED FEE STATEMENT BY FIRM                         *
      *---------------------------------------------------------*
       01  FEE-ST-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'EXPECTED SUB-ACCOUNTING AND NETWORKING FEES'.
           05  FILLER                        PIC X(16)
               VALUE 'BILLING PERIOD '.
           05  FEE-SH-PERIOD                 PIC 9(06).
       01  FEE-ST-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(20)   VALUE 'FIRM'.
           05  FILLER                        PIC X(08)
               VALUE ' PAY CT'.
           05  FILLER                        PIC X(16)
               VALUE '     PAYABLE FEE'.
           05  FILLER                        PIC X(08)
               VALUE ' RCV CT'.
           05  FILLER                        PIC X(16)
               VALUE '  RECEIVABLE FEE'.
           05  FILLER                        PIC X(16)
               VALUE '        INVOICED'.
           05  FILLER                        PIC X(16)
               VALUE '        VARIANCE'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(12)   VALUE 'STATUS'.
       01  FEE-ST-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FEE-SL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-SL-NAME                   PIC X(20).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-SL-PAYABLE-CT             PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-SL-PAYABLE-AT             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-SL-RECEIVABLE-CT          PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-SL-RECEIVABLE-AT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-SL-INVOICED-AT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-SL-VARIANCE-AT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-SL-STATUS                 PIC X(12).
      *---------------------------------------------------------*
      *    FIRMS WHOSE INVOICE DOES NOT AGREE WITH OUR COUNT      *
      *---------------------------------------------------------*
       01  FEE-VAR-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'DEALER INVOICES - OVERBILLED AND UNDERBILLED'.
       01  FEE-VAR-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(35)   VALUE 'FIRM'.
           05  FILLER                        PIC X(08)
               VALUE ' INV CT'.
           05  FILLER                        PIC X(08)
               VALUE ' OUR CT'.
           05  FILLER                        PIC X(16)
               VALUE '    EXPECTED FEE'.
           05  FILLER                        PIC X(16)
               VALUE '        INVOICED'.
           05  FILLER                        PIC X(16)
               VALUE '        VARIANCE'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(12)   VALUE 'STATUS'.
       01  FEE-VAR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FEE-VL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-VL-NAME                   PIC X(35).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-VL-INV-ACCOUNT-CT         PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-VL-OUR-ACCOUNT-CT         PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-VL-EXPECTED-AT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-VL-INVOICED-AT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-VL-VARIANCE-AT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-VL-STATUS                 PIC X(12).
      *---------------------------------------------------------*
      *    ACCOUNTS NO SCHEDULE ROW IN FORCE COVERS               *
      *---------------------------------------------------------*
       01  FEE-UNP-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'ACCOUNTS NOT PRICED - NO FEE SCHEDULE IN FORCE'.
       01  FEE-UNP-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(35)   VALUE 'FIRM'.
           05  FILLER                        PIC X(05)   VALUE ' LVL'.
           05  FILLER                        PIC X(09)
               VALUE 'FUND GRP'.
           05  FILLER                        PIC X(07)   VALUE ' ACCTS'.
       01  FEE-UNP-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FEE-UL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-UL-NAME                   PIC X(35).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FEE-UL-CTL-LVL-CD             PIC 9(01).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FEE-UL-FUND-GRP-NUMBER        PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FEE-UL-ACCOUNT-CT             PIC ZZZ,ZZ9.
       01  FEE-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'FEE BILLING CONTROL TOTALS'.
       01  FEE-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FEE-TL-LABEL                  PIC X(30).
           05  FEE-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  FEE-TOT-AMT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FEE-TA-LABEL                  PIC X(30).
           05  FEE-TA-AMOUNT                 PIC ---,---,---,---,--9.99.
       01  FEE-FOOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FEE-FT-RESULT                 PIC X(50).
       01  FEE-VAR-CAP-TBL.
           05  FEE-VAR-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY FEE-VAR-CAP-IX.
       01  FEE-VAR-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  FEE-VAR-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  FEE-UNP-CAP-TBL.
           05  FEE-UNP-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY FEE-UNP-CAP-IX.
       01  FEE-UNP-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  FEE-UNP-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  FEE-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT FEE-SORT-FL
               ON ASCENDING KEY SRT-FUND-CODE
                                SRT-ACCOUNT-NUMBER
                                SRT-ROW-TYPE-CD
                                SRT-READ-SEQ-NBR
               INPUT PROCEDURE IS 2000-RELEASE-ACCOUNTS
                               THRU 2000-EXIT
               OUTPUT PROCEDURE IS 2500-COUNT-ACCOUNTS
                               THRU 2500-EXIT.
           PERFORM 3000-PRICE-CHARGES THRU 3000-EXIT.
           PERFORM 4000-LOAD-INVOICES THRU 4000-EXIT
               UNTIL FEE-INV-EOF.
           MOVE FEE-ST-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE FEE-ST-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'N' TO FEE-SORT-EOF-SW.
           SORT FEE-SORT-FL
               ON ASCENDING KEY SST-FINANCIAL-INST-ID
                                SST-ROW-TYPE-CD
                                SST-DLR-CTL-LVL-CD
                                SST-FUND-GRP-NUMBER
                                SST-ROW-IX
               INPUT PROCEDURE IS 5000-RELEASE-STATEMENT
                               THRU 5000-EXIT
               OUTPUT PROCEDURE IS 5500-WRITE-STATEMENT
                               THRU 5500-EXIT.
           PERFORM 7000-WRITE-ACCRUALS THRU 7000-EXIT.
           PERFORM 8500-PRINT-VARIANCES THRU 8500-EXIT.
           PERFORM 8600-PRINT-UNPRICED THRU 8600-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE FEE-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------*
      *    OPEN FILES, LOAD FIRM NAMES AND THE FEE SCHEDULE.      *
      *    THE BOOK IS TODAY'S CLOSE, SO TODAY IS THE AS-OF DATE  *
      *    THE SCHEDULE IS READ AT AND ITS MONTH IS BILLED        *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT FEE-ACCT-FL.
           OPEN INPUT FEE-BOOK-FL.
           OPEN INPUT FEE-DEALER-FL.
           OPEN INPUT FEE-SCHED-FL.
           OPEN INPUT FEE-INVOICE-FL.
           OPEN OUTPUT FEE-STMT-FL.
           OPEN OUTPUT FEE-ACCR-FL.
           OPEN EXTEND FEE-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT FEE-ASOF-DTE FROM DATE YYYYMMDD.
           MOVE FEE-ASOF-DTE (1:8) TO RPT-CYCLE-TX.
           MOVE FEE-ASOF-DTE (1:6) TO FEE-PERIOD.
           MOVE FEE-PERIOD TO FEE-SH-PERIOD.
           PERFORM 1100-LOAD-DEALERS THRU 1100-EXIT
               UNTIL FEE-FDP-EOF.
           PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT
               UNTIL FEE-SCHED-EOF.
       1000-EXIT.
           EXIT.
       1100-LOAD-DEALERS.
           READ FEE-DEALER-FL
               AT END
                   SET FEE-FDP-EOF TO TRUE
           END-READ.
           IF FEE-FDP-EOF
               GO TO 1100-EXIT
           END-IF.
           IF NOT FEE-FDP-TYPE-DEALER
              OR NOT FEE-FDP-SEQ-DETAIL-1
               GO TO 1100-EXIT
           END-IF.
           IF FEE-DL-USED-CT >= 20000
               MOVE ' DEALER NAMES' TO FEE-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO FEE-DL-USED-CT.
           SET FEE-DL-IDX TO FEE-DL-USED-CT.
           MOVE FEE-FDP-FINANCIAL-INST-ID TO FEE-DL-FI-ID (FEE-DL-IDX).
           MOVE FEE-FDP-FINCL-INST-NAME-1 TO FEE-DL-NAME (FEE-DL-IDX).
       1100-EXIT.
           EXIT.
       1200-LOAD-SCHEDULE.
           READ FEE-SCHED-FL
               AT END
                   SET FEE-SCHED-EOF TO TRUE
           END-READ.
           IF FEE-SCHED-EOF
               GO TO 1200-EXIT
           END-IF.
           IF FEE-SC-USED-CT >= 1000
               MOVE ' FEE SCHEDULE' TO FEE-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO FEE-SC-USED-CT.
           MOVE FSC-DLR-CTL-LVL-CD
               TO FEE-SC-CTL-LVL-CD (FEE-SC-USED-CT).
           MOVE FSC-FUND-GRP-NUMBER
               TO FEE-SC-FUND-GRP-NUMBER (FEE-SC-USED-CT).
           MOVE FSC-EFFECTIVE-DTE
               TO FEE-SC-EFFECTIVE-DTE (FEE-SC-USED-CT).
           MOVE FSC-END-DTE TO FEE-SC-END-DTE (FEE-SC-USED-CT).
           MOVE FSC-FEE-DIRECTION-CD
               TO FEE-SC-DIRECTION-CD (FEE-SC-USED-CT).
           MOVE FSC-ACCT-RATE-AT TO FEE-SC-RATE-AT (FEE-SC-USED-CT).
           MOVE FSC-MINIMUM-AT TO FEE-SC-MINIMUM-AT (FEE-SC-USED-CT).
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RELEASE EVERY ACCOUNT-MAINTENANCE ROW AND EVERY BOOK   *
      *    POSITION, SO EACH POSITION RETURNS BEHIND THE LATEST   *
      *    MAINTENANCE FOR ITS ACCOUNT                            *
      *---------------------------------------------------------*
       2000-RELEASE-ACCOUNTS.
           PERFORM 2100-READ-CLO THRU 2100-EXIT.
           PERFORM 2200-RELEASE-ACTIVITY THRU 2200-EXIT
               UNTIL FEE-CLO-EOF.
           CLOSE FEE-ACCT-FL.
           PERFORM 2300-READ-BOOK THRU 2300-EXIT.
           PERFORM 2400-RELEASE-POSITION THRU 2400-EXIT
               UNTIL FEE-BOOK-EOF.
           CLOSE FEE-BOOK-FL.
       2000-EXIT.
           EXIT.
       2100-READ-CLO.
           READ FEE-ACCT-FL
               AT END
                   SET FEE-CLO-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-RELEASE-ACTIVITY.
           ADD 1 TO FEE-CLO-READ-CT.
           MOVE FEE-CLO-FUND-CODE TO SRT-FUND-CODE.
           MOVE FEE-CLO-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE 'A' TO SRT-ROW-TYPE-CD.
           MOVE FEE-CLO-READ-CT TO SRT-READ-SEQ-NBR.
           MOVE FEE-CLO-FINANCIAL-INST-ID TO SRT-FINANCIAL-INST-ID.
           MOVE FEE-CLO-FINCL-INST-BRCH-ID TO SRT-FINCL-INST-BRCH-ID.
           MOVE ZERO TO SRT-DLR-CTL-LVL-CD.
           MOVE ZERO TO SRT-FUND-GRP-NUMBER.
           MOVE FEE-CLO-CMR-PROCESS-TYPE-CD TO SRT-PROCESS-TYPE-CD.
           MOVE ZERO TO SRT-SHARE-BAL.
           RELEASE FEE-SORT-RECORD.
           PERFORM 2100-READ-CLO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
       2300-READ-BOOK.
           READ FEE-BOOK-FL
               AT END
                   SET FEE-BOOK-EOF TO TRUE
           END-READ.
       2300-EXIT.
           EXIT.
       2400-RELEASE-POSITION.
           ADD 1 TO FEE-BOOK-READ-CT.
           MOVE PBK-FUND-CODE TO SRT-FUND-CODE.
           MOVE PBK-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE 'P' TO SRT-ROW-TYPE-CD.
           MOVE FEE-BOOK-READ-CT TO SRT-READ-SEQ-NBR.
           MOVE PBK-FINANCIAL-INST-ID TO SRT-FINANCIAL-INST-ID.
           MOVE PBK-FINCL-INST-BRCH-ID TO SRT-FINCL-INST-BRCH-ID.
           MOVE PBK-DLR-CTL-LVL-CD TO SRT-DLR-CTL-LVL-CD.
           MOVE PBK-FUND-GRP-NUMBER TO SRT-FUND-GRP-NUMBER.
           MOVE SPACE TO SRT-PROCESS-TYPE-CD.
           MOVE PBK-SHARE-BAL TO SRT-SHARE-BAL.
           RELEASE FEE-SORT-RECORD.
           PERFORM 2300-READ-BOOK THRU 2300-EXIT.
       2400-EXIT.
           EXIT.
       2500-COUNT-ACCOUNTS.
           PERFORM 2510-RETURN-MERGED THRU 2510-EXIT.
           PERFORM 2520-COUNT-ONE-ROW THRU 2520-EXIT
               UNTIL FEE-SORT-EOF.
       2500-EXIT.
           EXIT.
       2510-RETURN-MERGED.
           RETURN FEE-SORT-FL
               AT END
                   SET FEE-SORT-EOF TO TRUE
           END-RETURN.
       2510-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A POSITION WITH SHARES IS ONE BILLABLE ACCOUNT UNLESS  *
      *    MAINTENANCE HAS CLOSED IT.  MAINTENANCE ALSO NAMES THE *
      *    DEALER OF RECORD WHEN THE ACCOUNT HAS MOVED SINCE ITS  *
      *    LAST TRADE.  EACH ACCOUNT IS PRICED AGAINST THE        *
      *    SCHEDULE ROW IN FORCE FOR ITS LEVEL AND FUND GROUP     *
      *---------------------------------------------------------*
       2520-COUNT-ONE-ROW.
           IF FEE-HELD-ACTIVITY
              AND (SRT-FUND-CODE NOT = FEE-HELD-FUND-CODE
                   OR SRT-ACCOUNT-NUMBER NOT = FEE-HELD-ACCOUNT-NUMBER)
               SET FEE-NO-HELD-ACTIVITY TO TRUE
           END-IF.
           IF SRT-ROW-ACTIVITY
               SET FEE-HELD-ACTIVITY TO TRUE
               MOVE SRT-FUND-CODE TO FEE-HELD-FUND-CODE
               MOVE SRT-ACCOUNT-NUMBER TO FEE-HELD-ACCOUNT-NUMBER
               MOVE SRT-FINANCIAL-INST-ID TO FEE-HELD-FI-ID
               MOVE SRT-PROCESS-TYPE-CD TO FEE-HELD-PROCESS-TYPE-CD
               GO TO 2520-NEXT
           END-IF.
           ADD 1 TO FEE-POSITION-CT.
           IF SRT-SHARE-BAL NOT > ZERO
               ADD 1 TO FEE-ZERO-BAL-SKIP-CT
               GO TO 2520-NEXT
           END-IF.
           IF FEE-HELD-ACTIVITY AND FEE-HELD-DELETE
               ADD 1 TO FEE-CLOSED-SKIP-CT
               GO TO 2520-NEXT
           END-IF.
           MOVE SRT-FINANCIAL-INST-ID TO FEE-WK-FI-ID.
           IF FEE-HELD-ACTIVITY
              AND FEE-HELD-FI-ID NOT = ZERO
              AND FEE-HELD-FI-ID NOT = FEE-WK-FI-ID
               MOVE FEE-HELD-FI-ID TO FEE-WK-FI-ID
               ADD 1 TO FEE-DEALER-CHANGE-CT
           END-IF.
           IF FEE-WK-FI-ID = ZERO
               ADD 1 TO FEE-NO-DEALER-SKIP-CT
               GO TO 2520-NEXT
           END-IF.
           ADD 1 TO FEE-COUNTED-CT.
           MOVE SRT-DLR-CTL-LVL-CD TO FEE-WK-CTL-LVL-CD.
           MOVE SRT-FUND-GRP-NUMBER TO FEE-WK-FUND-GRP-NUMBER.
           PERFORM 2600-FIND-SCHEDULE THRU 2600-EXIT.
           MOVE FEE-WK-FI-ID TO FEE-CK-FI-ID.
           MOVE FEE-WK-CTL-LVL-CD TO FEE-CK-CTL-LVL-CD.
           MOVE FEE-BEST-SC-IX TO FEE-CK-SC-IX.
           IF FEE-BEST-SC-IX = ZERO
               MOVE FEE-WK-FUND-GRP-NUMBER TO FEE-CK-FUND-GRP-NUMBER
           ELSE
               MOVE FEE-SC-FUND-GRP-NUMBER (FEE-BEST-SC-IX)
                   TO FEE-CK-FUND-GRP-NUMBER
           END-IF.
           PERFORM 2700-FIND-CHARGE THRU 2700-EXIT.
           ADD 1 TO FEE-CH-ACCOUNT-CT (FEE-CH-IDX).
       2520-NEXT.
           PERFORM 2510-RETURN-MERGED THRU 2510-EXIT.
       2520-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE ROW IN FORCE ON THE AS-OF DATE FOR THE LEVEL -- A  *
      *    ROW FOR THE ACCOUNT'S OWN FUND GROUP BEATS A ZERO      *
      *    (EVERY-GROUP) ROW, AND THE LATER EFFECTIVE DATE WINS   *
      *    BETWEEN TWO OF THE SAME KIND                           *
      *---------------------------------------------------------*
       2600-FIND-SCHEDULE.
           MOVE ZERO TO FEE-BEST-SC-IX.
           IF FEE-SC-USED-CT > ZERO
               PERFORM 2610-TEST-ONE-SCHEDULE THRU 2610-EXIT
                       VARYING FEE-SC-IX FROM 1 BY 1
                       UNTIL FEE-SC-IX > FEE-SC-USED-CT
           END-IF.
       2600-EXIT.
           EXIT.
       2610-TEST-ONE-SCHEDULE.
           IF FEE-SC-CTL-LVL-CD (FEE-SC-IX) NOT = FEE-WK-CTL-LVL-CD
               GO TO 2610-EXIT
           END-IF.
           IF FEE-SC-FUND-GRP-NUMBER (FEE-SC-IX) NOT = ZERO
              AND FEE-SC-FUND-GRP-NUMBER (FEE-SC-IX)
                  NOT = FEE-WK-FUND-GRP-NUMBER
               GO TO 2610-EXIT
           END-IF.
           IF FEE-SC-EFFECTIVE-DTE (FEE-SC-IX) > FEE-ASOF-DTE
               GO TO 2610-EXIT
           END-IF.
           IF FEE-SC-END-DTE (FEE-SC-IX) NOT = ZERO
              AND FEE-SC-END-DTE (FEE-SC-IX) < FEE-ASOF-DTE
               GO TO 2610-EXIT
           END-IF.
           IF FEE-BEST-SC-IX = ZERO
               MOVE FEE-SC-IX TO FEE-BEST-SC-IX
               GO TO 2610-EXIT
           END-IF.
           IF FEE-SC-FUND-GRP-NUMBER (FEE-BEST-SC-IX) = ZERO
              AND FEE-SC-FUND-GRP-NUMBER (FEE-SC-IX) NOT = ZERO
               MOVE FEE-SC-IX TO FEE-BEST-SC-IX
               GO TO 2610-EXIT
           END-IF.
           IF FEE-SC-FUND-GRP-NUMBER (FEE-BEST-SC-IX) NOT = ZERO
              AND FEE-SC-FUND-GRP-NUMBER (FEE-SC-IX) = ZERO
               GO TO 2610-EXIT
           END-IF.
           IF FEE-SC-EFFECTIVE-DTE (FEE-SC-IX)
              > FEE-SC-EFFECTIVE-DTE (FEE-BEST-SC-IX)
               MOVE FEE-SC-IX TO FEE-BEST-SC-IX
           END-IF.
       2610-EXIT.
           EXIT.
       2700-FIND-CHARGE.
           SET FEE-CH-IDX TO 1.
           SEARCH FEE-CH-ENTRY VARYING FEE-CH-IDX
               AT END
                   CONTINUE
               WHEN FEE-CH-IDX > FEE-CH-USED-CT
                   CONTINUE
               WHEN FEE-CH-KEY (FEE-CH-IDX) = FEE-CH-WK-KEY
                   GO TO 2700-EXIT
           END-SEARCH.
           IF FEE-CH-USED-CT >= 20000
               MOVE ' FEE CHARGES' TO FEE-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO FEE-CH-USED-CT.
           SET FEE-CH-IDX TO FEE-CH-USED-CT.
           MOVE FEE-CH-WK-KEY TO FEE-CH-KEY (FEE-CH-IDX).
           MOVE ZERO TO FEE-CH-ACCOUNT-CT (FEE-CH-IDX).
           MOVE ZERO TO FEE-CH-COMPUTED-AT (FEE-CH-IDX).
           MOVE ZERO TO FEE-CH-FEE-AT (FEE-CH-IDX).
           MOVE SPACE TO FEE-CH-PRICING-CD (FEE-CH-IDX).
       2700-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PRICE EACH CHARGE -- ACCOUNTS TIMES THE RATE, RAISED   *
      *    TO THE ROW'S MINIMUM -- AND ROLL IT TO ITS FIRM BY     *
      *    DIRECTION.  ACCOUNTS NO ROW COVERS ARE AN EXCEPTION    *
      *---------------------------------------------------------*
       3000-PRICE-CHARGES.
           IF FEE-CH-USED-CT > ZERO
               PERFORM 3100-PRICE-ONE-CHARGE THRU 3100-EXIT
                       VARYING FEE-CH-IDX FROM 1 BY 1
                       UNTIL FEE-CH-IDX > FEE-CH-USED-CT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-PRICE-ONE-CHARGE.
           MOVE FEE-CH-FI-ID (FEE-CH-IDX) TO FEE-WK-FI-ID.
           PERFORM 3900-FIND-FIRM THRU 3900-EXIT.
           MOVE FEE-CH-SC-IX (FEE-CH-IDX) TO FEE-SC-IX.
           IF FEE-SC-IX = ZERO
               MOVE 'U' TO FEE-CH-PRICING-CD (FEE-CH-IDX)
               ADD FEE-CH-ACCOUNT-CT (FEE-CH-IDX)
                   TO FEE-UNPRICED-ACCT-CT
               ADD 1 TO FEE-UNPRICED-LINE-CT
               PERFORM 3200-REPORT-UNPRICED THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.
           ADD FEE-CH-ACCOUNT-CT (FEE-CH-IDX) TO FEE-PRICED-ACCT-CT.
           COMPUTE FEE-CH-COMPUTED-AT (FEE-CH-IDX) ROUNDED
               = FEE-CH-ACCOUNT-CT (FEE-CH-IDX)
               * FEE-SC-RATE-AT (FEE-SC-IX).
           MOVE 'R' TO FEE-CH-PRICING-CD (FEE-CH-IDX).
           MOVE FEE-CH-COMPUTED-AT (FEE-CH-IDX)
               TO FEE-CH-FEE-AT (FEE-CH-IDX).
           IF FEE-CH-FEE-AT (FEE-CH-IDX) < FEE-SC-MINIMUM-AT (FEE-SC-IX)
               MOVE FEE-SC-MINIMUM-AT (FEE-SC-IX)
                   TO FEE-CH-FEE-AT (FEE-CH-IDX)
               MOVE 'M' TO FEE-CH-PRICING-CD (FEE-CH-IDX)
               ADD 1 TO FEE-MINIMUM-CT
           END-IF.
           IF FEE-SC-PAYABLE (FEE-SC-IX)
               ADD FEE-CH-ACCOUNT-CT (FEE-CH-IDX)
                   TO FEE-FM-PAYABLE-CT (FEE-FM-IDX)
               ADD FEE-CH-FEE-AT (FEE-CH-IDX)
                   TO FEE-FM-PAYABLE-AT (FEE-FM-IDX)
               ADD FEE-CH-ACCOUNT-CT (FEE-CH-IDX)
                   TO FEE-PAYABLE-ACCT-CT
               ADD FEE-CH-FEE-AT (FEE-CH-IDX) TO FEE-CH-PAYABLE-AT
           ELSE
               ADD FEE-CH-ACCOUNT-CT (FEE-CH-IDX)
                   TO FEE-FM-RECEIVABLE-CT (FEE-FM-IDX)
               ADD FEE-CH-FEE-AT (FEE-CH-IDX)
                   TO FEE-FM-RECEIVABLE-AT (FEE-FM-IDX)
               ADD FEE-CH-ACCOUNT-CT (FEE-CH-IDX)
                   TO FEE-RECEIVABLE-ACCT-CT
               ADD FEE-CH-FEE-AT (FEE-CH-IDX) TO FEE-CH-RECEIVABLE-AT
           END-IF.
       3100-EXIT.
           EXIT.
       3200-REPORT-UNPRICED.
           MOVE FEE-CH-FI-ID (FEE-CH-IDX) TO FEE-UL-FI-ID.
           MOVE FEE-FM-NAME (FEE-FM-IDX) TO FEE-UL-NAME.
           MOVE FEE-CH-CTL-LVL-CD (FEE-CH-IDX) TO FEE-UL-CTL-LVL-CD.
           MOVE FEE-CH-FUND-GRP-NUMBER (FEE-CH-IDX)
               TO FEE-UL-FUND-GRP-NUMBER.
           MOVE FEE-CH-ACCOUNT-CT (FEE-CH-IDX) TO FEE-UL-ACCOUNT-CT.
           PERFORM 9560-CAPTURE-UNPRICED THRU 9560-EXIT.
           ADD 1 TO FEE-EXCEPTION-CT.
           MOVE FEE-CH-FI-ID (FEE-CH-IDX) TO FEE-EXC-FI-ID.
           MOVE FEE-PERIOD TO FEE-EXC-PERIOD.
           MOVE SPACES TO FEE-EXC-DETAIL.
           MOVE 'LVL ' TO FEE-EXC-DETAIL (1:4).
           MOVE FEE-CH-CTL-LVL-CD (FEE-CH-IDX)
               TO FEE-EXC-DETAIL (5:1).
           MOVE ' FG ' TO FEE-EXC-DETAIL (6:4).
           MOVE FEE-CH-FUND-GRP-NUMBER (FEE-CH-IDX)
               TO FEE-EXC-DETAIL (10:7).
           MOVE 'FEENORAT' TO RPT-EXC-TYPE-CD.
           MOVE FEE-EXC-FIRM-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE ZERO TO RPT-EXC-AMOUNT-AT.
           MOVE 'ACCOUNTS NOT PRICED - NO FEE SCHEDULE'
               TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       3200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FIND THE FIRM FOR FEE-WK-FI-ID, ADDING IT WITH ITS     *
      *    NAME FROM THE DEALER FEED THE FIRST TIME IT IS SEEN    *
      *---------------------------------------------------------*
       3900-FIND-FIRM.
           SET FEE-FM-IDX TO 1.
           SEARCH FEE-FM-ENTRY VARYING FEE-FM-IDX
               AT END
                   CONTINUE
               WHEN FEE-FM-IDX > FEE-FM-USED-CT
                   CONTINUE
               WHEN FEE-FM-FI-ID (FEE-FM-IDX) = FEE-WK-FI-ID
                   GO TO 3900-EXIT
           END-SEARCH.
           IF FEE-FM-USED-CT >= 20000
               MOVE ' FEE FIRMS' TO FEE-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO FEE-FM-USED-CT.
           SET FEE-FM-IDX TO FEE-FM-USED-CT.
           MOVE FEE-WK-FI-ID TO FEE-FM-FI-ID (FEE-FM-IDX).
           MOVE SPACES TO FEE-FM-NAME (FEE-FM-IDX).
           MOVE ZERO TO FEE-FM-PAYABLE-CT (FEE-FM-IDX).
           MOVE ZERO TO FEE-FM-PAYABLE-AT (FEE-FM-IDX).
           MOVE ZERO TO FEE-FM-RECEIVABLE-CT (FEE-FM-IDX).
           MOVE ZERO TO FEE-FM-RECEIVABLE-AT (FEE-FM-IDX).
           MOVE ZERO TO FEE-FM-INVOICE-CT (FEE-FM-IDX).
           MOVE ZERO TO FEE-FM-INV-ACCOUNT-CT (FEE-FM-IDX).
           MOVE ZERO TO FEE-FM-INVOICED-AT (FEE-FM-IDX).
           SET FEE-DL-IDX TO 1.
           SEARCH FEE-DL-ENTRY VARYING FEE-DL-IDX
               AT END
                   CONTINUE
               WHEN FEE-DL-IDX > FEE-DL-USED-CT
                   CONTINUE
               WHEN FEE-DL-FI-ID (FEE-DL-IDX) = FEE-WK-FI-ID
                   MOVE FEE-DL-NAME (FEE-DL-IDX)
                       TO FEE-FM-NAME (FEE-FM-IDX)
           END-SEARCH.
       3900-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THIS PERIOD'S DEALER INVOICES, SUMMED BY FIRM; AN      *
      *    INVOICE FOR ANY OTHER PERIOD IS COUNTED AND LEFT OUT   *
      *---------------------------------------------------------*
       4000-LOAD-INVOICES.
           READ FEE-INVOICE-FL
               AT END
                   SET FEE-INV-EOF TO TRUE
           END-READ.
           IF FEE-INV-EOF
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO FEE-INV-READ-CT.
           IF FIV-BILLING-PERIOD NOT = FEE-PERIOD
               ADD 1 TO FEE-INV-OTHER-PERIOD-CT
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO FEE-INV-PERIOD-CT.
           MOVE FIV-FINANCIAL-INST-ID TO FEE-WK-FI-ID.
           PERFORM 3900-FIND-FIRM THRU 3900-EXIT.
           ADD 1 TO FEE-FM-INVOICE-CT (FEE-FM-IDX).
           ADD FIV-ACCOUNT-CT TO FEE-FM-INV-ACCOUNT-CT (FEE-FM-IDX).
           MOVE FIV-INVOICE-AT TO FEE-WK-VARIANCE-AT.
           ADD FEE-WK-VARIANCE-AT TO FEE-FM-INVOICED-AT (FEE-FM-IDX).
           ADD FEE-WK-VARIANCE-AT TO FEE-INVOICED-AT.
       4000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PUT THE STATEMENT IN FIRM ORDER -- EACH FIRM'S CHARGE  *
      *    ROWS BY LEVEL AND FUND GROUP, THEN ITS TOTAL ROW       *
      *---------------------------------------------------------*
       5000-RELEASE-STATEMENT.
           IF FEE-CH-USED-CT > ZERO
               PERFORM 5100-RELEASE-ONE-CHARGE THRU 5100-EXIT
                       VARYING FEE-CH-IDX FROM 1 BY 1
                       UNTIL FEE-CH-IDX > FEE-CH-USED-CT
           END-IF.
           IF FEE-FM-USED-CT > ZERO
               PERFORM 5200-RELEASE-ONE-FIRM THRU 5200-EXIT
                       VARYING FEE-FM-IDX FROM 1 BY 1
                       UNTIL FEE-FM-IDX > FEE-FM-USED-CT
           END-IF.
       5000-EXIT.
           EXIT.
       5100-RELEASE-ONE-CHARGE.
           MOVE SPACES TO FEE-STM-SORT-RECORD.
           MOVE FEE-CH-FI-ID (FEE-CH-IDX) TO SST-FINANCIAL-INST-ID.
           MOVE 'D' TO SST-ROW-TYPE-CD.
           MOVE FEE-CH-CTL-LVL-CD (FEE-CH-IDX) TO SST-DLR-CTL-LVL-CD.
           MOVE FEE-CH-FUND-GRP-NUMBER (FEE-CH-IDX)
               TO SST-FUND-GRP-NUMBER.
           SET SST-ROW-IX TO FEE-CH-IDX.
           RELEASE FEE-STM-SORT-RECORD.
       5100-EXIT.
           EXIT.
       5200-RELEASE-ONE-FIRM.
           MOVE SPACES TO FEE-STM-SORT-RECORD.
           MOVE FEE-FM-FI-ID (FEE-FM-IDX) TO SST-FINANCIAL-INST-ID.
           MOVE 'T' TO SST-ROW-TYPE-CD.
           MOVE ZERO TO SST-DLR-CTL-LVL-CD.
           MOVE ZERO TO SST-FUND-GRP-NUMBER.
           SET SST-ROW-IX TO FEE-FM-IDX.
           RELEASE FEE-STM-SORT-RECORD.
       5200-EXIT.
           EXIT.
       5500-WRITE-STATEMENT.
           PERFORM 5510-RETURN-STATEMENT THRU 5510-EXIT.
           PERFORM 5520-WRITE-ONE-ROW THRU 5520-EXIT
               UNTIL FEE-SORT-EOF.
       5500-EXIT.
           EXIT.
       5510-RETURN-STATEMENT.
           RETURN FEE-SORT-FL
               AT END
                   SET FEE-SORT-EOF TO TRUE
           END-RETURN.
       5510-EXIT.
           EXIT.
       5520-WRITE-ONE-ROW.
           IF SST-ROW-CHARGE
               SET FEE-CH-IDX TO SST-ROW-IX
               PERFORM 5600-WRITE-CHARGE-ROW THRU 5600-EXIT
           ELSE
               SET FEE-FM-IDX TO SST-ROW-IX
               PERFORM 5700-WRITE-FIRM-TOTAL THRU 5700-EXIT
           END-IF.
           PERFORM 5510-RETURN-STATEMENT THRU 5510-EXIT.
       5520-EXIT.
           EXIT.
       5600-WRITE-CHARGE-ROW.
           MOVE SPACES TO FEE-STMT-RECORD.
           MOVE 'D' TO FST-RECORD-TYPE-CD.
           MOVE FEE-PERIOD TO FST-BILLING-PERIOD.
           MOVE FEE-CH-FI-ID (FEE-CH-IDX) TO FST-FINANCIAL-INST-ID.
           MOVE FEE-CH-FI-ID (FEE-CH-IDX) TO FEE-WK-FI-ID.
           PERFORM 3900-FIND-FIRM THRU 3900-EXIT.
           MOVE FEE-FM-NAME (FEE-FM-IDX) TO FST-FIRM-NAME.
           MOVE FEE-CH-CTL-LVL-CD (FEE-CH-IDX) TO FST-DLR-CTL-LVL-CD.
           MOVE FEE-CH-FUND-GRP-NUMBER (FEE-CH-IDX)
               TO FST-FUND-GRP-NUMBER.
           MOVE FEE-CH-PRICING-CD (FEE-CH-IDX) TO FST-PRICING-CD.
           MOVE FEE-CH-ACCOUNT-CT (FEE-CH-IDX) TO FST-ACCOUNT-CT.
           MOVE FEE-CH-SC-IX (FEE-CH-IDX) TO FEE-SC-IX.
           IF FEE-SC-IX = ZERO
               MOVE SPACE TO FST-FEE-DIRECTION-CD
               MOVE ZERO TO FST-ACCT-RATE-AT
               MOVE ZERO TO FST-MINIMUM-AT
           ELSE
               MOVE FEE-SC-DIRECTION-CD (FEE-SC-IX)
                   TO FST-FEE-DIRECTION-CD
               MOVE FEE-SC-RATE-AT (FEE-SC-IX) TO FST-ACCT-RATE-AT
               MOVE FEE-SC-MINIMUM-AT (FEE-SC-IX) TO FST-MINIMUM-AT
           END-IF.
           MOVE FEE-CH-COMPUTED-AT (FEE-CH-IDX) TO FST-COMPUTED-FEE-AT.
           MOVE FEE-CH-FEE-AT (FEE-CH-IDX) TO FST-EXPECTED-FEE-AT.
           WRITE FEE-STMT-RECORD.
           ADD 1 TO FEE-STMT-WRITTEN-CT.
       5600-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE FIRM'S TOTAL ROW CARRIES ITS INVOICE MATCH -- THE  *
      *    INVOICES AGAINST WHAT THE FIRM MAY BILL US.  A FIRM    *
      *    THAT BILLS MORE THAN THE TOLERANCE OVER OUR COUNT IS   *
      *    QUEUED FOR FINANCE BEFORE THE INVOICE IS PAID          *
      *---------------------------------------------------------*
       5700-WRITE-FIRM-TOTAL.
           ADD 1 TO FEE-FIRM-STMT-CT.
           COMPUTE FEE-WK-VARIANCE-AT
               = FEE-FM-INVOICED-AT (FEE-FM-IDX)
               - FEE-FM-PAYABLE-AT (FEE-FM-IDX).
           EVALUATE TRUE
               WHEN FEE-FM-INVOICE-CT (FEE-FM-IDX) = ZERO
                AND FEE-FM-PAYABLE-AT (FEE-FM-IDX) = ZERO
                   MOVE 'NO PAYABLE' TO FEE-WK-STATUS
               WHEN FEE-FM-INVOICE-CT (FEE-FM-IDX) = ZERO
                   MOVE 'NOT INVOICED' TO FEE-WK-STATUS
                   ADD 1 TO FEE-NOT-INVOICED-CT
               WHEN FEE-WK-VARIANCE-AT > FEE-TOLERANCE-AT
                   MOVE 'OVERBILLED' TO FEE-WK-STATUS
                   ADD 1 TO FEE-OVERBILLED-CT
                   ADD FEE-WK-VARIANCE-AT TO FEE-OVERBILLED-AT
               WHEN FEE-WK-VARIANCE-AT + FEE-TOLERANCE-AT < ZERO
                   MOVE 'UNDERBILLED' TO FEE-WK-STATUS
                   ADD 1 TO FEE-UNDERBILLED-CT
                   ADD FEE-WK-VARIANCE-AT TO FEE-UNDERBILLED-AT
               WHEN OTHER
                   MOVE 'AGREES' TO FEE-WK-STATUS
                   ADD 1 TO FEE-AGREES-CT
           END-EVALUATE.
           MOVE SPACES TO FEE-STMT-RECORD.
           MOVE 'T' TO FST-RECORD-TYPE-CD.
           MOVE FEE-PERIOD TO FST-BILLING-PERIOD.
           MOVE FEE-FM-FI-ID (FEE-FM-IDX) TO FST-FINANCIAL-INST-ID.
           MOVE FEE-FM-NAME (FEE-FM-IDX) TO FST-FIRM-NAME.
           MOVE FEE-FM-PAYABLE-CT (FEE-FM-IDX)
               TO FST-PAYABLE-ACCOUNT-CT.
           MOVE FEE-FM-PAYABLE-AT (FEE-FM-IDX) TO FST-PAYABLE-FEE-AT.
           MOVE FEE-FM-RECEIVABLE-CT (FEE-FM-IDX)
               TO FST-RECEIVABLE-ACCOUNT-CT.
           MOVE FEE-FM-RECEIVABLE-AT (FEE-FM-IDX)
               TO FST-RECEIVABLE-FEE-AT.
           MOVE FEE-FM-INVOICE-CT (FEE-FM-IDX) TO FST-INVOICE-CT.
           MOVE FEE-FM-INV-ACCOUNT-CT (FEE-FM-IDX)
               TO FST-INVOICED-ACCOUNT-CT.
           MOVE FEE-FM-INVOICED-AT (FEE-FM-IDX) TO FST-INVOICED-AT.
           MOVE FEE-WK-VARIANCE-AT TO FST-VARIANCE-AT.
           MOVE FEE-WK-STATUS TO FST-MATCH-STATUS-CD.
           WRITE FEE-STMT-RECORD.
           ADD 1 TO FEE-STMT-WRITTEN-CT.
           ADD FEE-FM-PAYABLE-AT (FEE-FM-IDX) TO FEE-ST-PAYABLE-AT.
           ADD FEE-FM-RECEIVABLE-AT (FEE-FM-IDX)
               TO FEE-ST-RECEIVABLE-AT.
           MOVE FEE-FM-FI-ID (FEE-FM-IDX) TO FEE-SL-FI-ID.
           MOVE FEE-FM-NAME (FEE-FM-IDX) TO FEE-SL-NAME.
           MOVE FEE-FM-PAYABLE-CT (FEE-FM-IDX) TO FEE-SL-PAYABLE-CT.
           MOVE FEE-FM-PAYABLE-AT (FEE-FM-IDX) TO FEE-SL-PAYABLE-AT.
           MOVE FEE-FM-RECEIVABLE-CT (FEE-FM-IDX)
               TO FEE-SL-RECEIVABLE-CT.
           MOVE FEE-FM-RECEIVABLE-AT (FEE-FM-IDX)
               TO FEE-SL-RECEIVABLE-AT.
           MOVE FEE-FM-INVOICED-AT (FEE-FM-IDX) TO FEE-SL-INVOICED-AT.
           MOVE FEE-WK-VARIANCE-AT TO FEE-SL-VARIANCE-AT.
           MOVE FEE-WK-STATUS TO FEE-SL-STATUS.
           MOVE FEE-ST-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF FEE-WK-STATUS = 'OVERBILLED'
              OR FEE-WK-STATUS = 'UNDERBILLED'
              OR FEE-WK-STATUS = 'NOT INVOICED'
               PERFORM 5800-REPORT-VARIANCE THRU 5800-EXIT
           END-IF.
       5700-EXIT.
           EXIT.
       5800-REPORT-VARIANCE.
           MOVE FEE-FM-FI-ID (FEE-FM-IDX) TO FEE-VL-FI-ID.
           MOVE FEE-FM-NAME (FEE-FM-IDX) TO FEE-VL-NAME.
           MOVE FEE-FM-INV-ACCOUNT-CT (FEE-FM-IDX)
               TO FEE-VL-INV-ACCOUNT-CT.
           MOVE FEE-FM-PAYABLE-CT (FEE-FM-IDX) TO FEE-VL-OUR-ACCOUNT-CT.
           MOVE FEE-FM-PAYABLE-AT (FEE-FM-IDX) TO FEE-VL-EXPECTED-AT.
           MOVE FEE-FM-INVOICED-AT (FEE-FM-IDX) TO FEE-VL-INVOICED-AT.
           MOVE FEE-WK-VARIANCE-AT TO FEE-VL-VARIANCE-AT.
           MOVE FEE-WK-STATUS TO FEE-VL-STATUS.
           PERFORM 9550-CAPTURE-VARIANCE THRU 9550-EXIT.
           IF FEE-WK-STATUS NOT = 'OVERBILLED'
               GO TO 5800-EXIT
           END-IF.
           ADD 1 TO FEE-EXCEPTION-CT.
           MOVE FEE-FM-FI-ID (FEE-FM-IDX) TO FEE-EXC-FI-ID.
           MOVE FEE-PERIOD TO FEE-EXC-PERIOD.
           MOVE 'INVOICE OVER' TO FEE-EXC-DETAIL.
           MOVE 'FEEOVBIL' TO RPT-EXC-TYPE-CD.
           MOVE FEE-EXC-FIRM-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE FEE-WK-VARIANCE-AT TO RPT-EXC-AMOUNT-AT.
           MOVE 'DEALER FEE INVOICE OVER EXPECTED FEE'
               TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       5800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE ACCRUAL PER DIRECTION FOR THE JOURNAL INTERFACE -- *
      *    FEES THE FIRMS BILL US, AND FEES WE BILL THE FIRMS     *
      *---------------------------------------------------------*
       7000-WRITE-ACCRUALS.
           MOVE SPACES TO FEE-ACCR-RECORD.
           MOVE 'FEEPY' TO FACR-ACCRUAL-CD.
           MOVE FEE-PERIOD TO FACR-BILLING-PERIOD.
           MOVE FEE-PAYABLE-ACCT-CT TO FACR-ACCOUNT-CT.
           MOVE FEE-CH-PAYABLE-AT TO FACR-AMOUNT-AT.
           WRITE FEE-ACCR-RECORD.
           ADD 1 TO FEE-ACCR-WRITTEN-CT.
           MOVE SPACES TO FEE-ACCR-RECORD.
           MOVE 'FEERC' TO FACR-ACCRUAL-CD.
           MOVE FEE-PERIOD TO FACR-BILLING-PERIOD.
           MOVE FEE-RECEIVABLE-ACCT-CT TO FACR-ACCOUNT-CT.
           MOVE FEE-CH-RECEIVABLE-AT TO FACR-AMOUNT-AT.
           WRITE FEE-ACCR-RECORD.
           ADD 1 TO FEE-ACCR-WRITTEN-CT.
       7000-EXIT.
           EXIT.
       8500-PRINT-VARIANCES.
           MOVE FEE-VAR-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE FEE-VAR-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF FEE-VAR-CAP-USED-CT > ZERO
               PERFORM 8505-PRINT-ONE-VARIANCE THRU 8505-EXIT
                       VARYING FEE-VAR-CAP-IX FROM 1 BY 1
                       UNTIL FEE-VAR-CAP-IX > FEE-VAR-CAP-USED-CT
           END-IF.
           IF FEE-VAR-CAP-TRUNC-SW = 'Y'
               MOVE FEE-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
       8505-PRINT-ONE-VARIANCE.
           MOVE FEE-VAR-CAP-LINE (FEE-VAR-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8505-EXIT.
           EXIT.
       8600-PRINT-UNPRICED.
           MOVE FEE-UNP-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE FEE-UNP-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF FEE-UNP-CAP-USED-CT > ZERO
               PERFORM 8605-PRINT-ONE-UNPRICED THRU 8605-EXIT
                       VARYING FEE-UNP-CAP-IX FROM 1 BY 1
                       UNTIL FEE-UNP-CAP-IX > FEE-UNP-CAP-USED-CT
           END-IF.
           IF FEE-UNP-CAP-TRUNC-SW = 'Y'
               MOVE FEE-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8600-EXIT.
           EXIT.
       8605-PRINT-ONE-UNPRICED.
           MOVE FEE-UNP-CAP-LINE (FEE-UNP-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8605-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RUN TOTALS -- EVERY BOOK POSITION IS SKIPPED OR        *
      *    COUNTED, EVERY COUNTED ACCOUNT IS PRICED OR NOT, AND   *
      *    THE STATEMENT'S FIRM TOTALS FOOT TO THE CHARGES THE    *
      *    ACCRUALS WERE BOOKED FROM                              *
      *---------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE FEE-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'ACCOUNT-ACTIVITY ROWS READ:' TO FEE-TL-LABEL.
           MOVE FEE-CLO-READ-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'BOOK POSITIONS READ:' TO FEE-TL-LABEL.
           MOVE FEE-BOOK-READ-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  SKIPPED - NO SHARES:' TO FEE-TL-LABEL.
           MOVE FEE-ZERO-BAL-SKIP-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  SKIPPED - ACCOUNT CLOSED:' TO FEE-TL-LABEL.
           MOVE FEE-CLOSED-SKIP-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  SKIPPED - NO DEALER:' TO FEE-TL-LABEL.
           MOVE FEE-NO-DEALER-SKIP-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  ACCOUNTS COUNTED:' TO FEE-TL-LABEL.
           MOVE FEE-COUNTED-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '    DEALER FROM MAINTENANCE:' TO FEE-TL-LABEL.
           MOVE FEE-DEALER-CHANGE-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '    PRICED:' TO FEE-TL-LABEL.
           MOVE FEE-PRICED-ACCT-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '    NOT PRICED:' TO FEE-TL-LABEL.
           MOVE FEE-UNPRICED-ACCT-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'PAYABLE ACCOUNTS:' TO FEE-TL-LABEL.
           MOVE FEE-PAYABLE-ACCT-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'RECEIVABLE ACCOUNTS:' TO FEE-TL-LABEL.
           MOVE FEE-RECEIVABLE-ACCT-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'CHARGES AT MINIMUM:' TO FEE-TL-LABEL.
           MOVE FEE-MINIMUM-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'EXPECTED FEES PAYABLE:' TO FEE-TA-LABEL.
           MOVE FEE-CH-PAYABLE-AT TO FEE-TA-AMOUNT.
           PERFORM 8020-WRITE-AMOUNT-LINE THRU 8020-EXIT.
           MOVE 'EXPECTED FEES RECEIVABLE:' TO FEE-TA-LABEL.
           MOVE FEE-CH-RECEIVABLE-AT TO FEE-TA-AMOUNT.
           PERFORM 8020-WRITE-AMOUNT-LINE THRU 8020-EXIT.
           MOVE 'INVOICES READ:' TO FEE-TL-LABEL.
           MOVE FEE-INV-READ-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  THIS PERIOD:' TO FEE-TL-LABEL.
           MOVE FEE-INV-PERIOD-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  OTHER PERIODS:' TO FEE-TL-LABEL.
           MOVE FEE-INV-OTHER-PERIOD-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'INVOICED THIS PERIOD:' TO FEE-TA-LABEL.
           MOVE FEE-INVOICED-AT TO FEE-TA-AMOUNT.
           PERFORM 8020-WRITE-AMOUNT-LINE THRU 8020-EXIT.
           MOVE 'FIRMS ON STATEMENT:' TO FEE-TL-LABEL.
           MOVE FEE-FIRM-STMT-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  INVOICE AGREES:' TO FEE-TL-LABEL.
           MOVE FEE-AGREES-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  OVERBILLED:' TO FEE-TL-LABEL.
           MOVE FEE-OVERBILLED-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  UNDERBILLED:' TO FEE-TL-LABEL.
           MOVE FEE-UNDERBILLED-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  NOT INVOICED:' TO FEE-TL-LABEL.
           MOVE FEE-NOT-INVOICED-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'OVERBILLED BY:' TO FEE-TA-LABEL.
           MOVE FEE-OVERBILLED-AT TO FEE-TA-AMOUNT.
           PERFORM 8020-WRITE-AMOUNT-LINE THRU 8020-EXIT.
           MOVE 'UNDERBILLED BY:' TO FEE-TA-LABEL.
           MOVE FEE-UNDERBILLED-AT TO FEE-TA-AMOUNT.
           PERFORM 8020-WRITE-AMOUNT-LINE THRU 8020-EXIT.
           MOVE 'STATEMENT ROWS WRITTEN:' TO FEE-TL-LABEL.
           MOVE FEE-STMT-WRITTEN-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'ACCRUAL ROWS WRITTEN:' TO FEE-TL-LABEL.
           MOVE FEE-ACCR-WRITTEN-CT TO FEE-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           IF FEE-BOOK-READ-CT = FEE-POSITION-CT
              AND FEE-POSITION-CT = FEE-ZERO-BAL-SKIP-CT
              + FEE-CLOSED-SKIP-CT + FEE-NO-DEALER-SKIP-CT
              + FEE-COUNTED-CT
               MOVE 'BOOK POSITIONS FOOT' TO FEE-FT-RESULT
           ELSE
               MOVE 'BOOK POSITIONS DO NOT FOOT' TO FEE-FT-RESULT
               ADD 1 TO FEE-FOOT-BREAK-CT
           END-IF.
           MOVE FEE-FOOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF FEE-COUNTED-CT = FEE-PRICED-ACCT-CT
              + FEE-UNPRICED-ACCT-CT
              AND FEE-PRICED-ACCT-CT = FEE-PAYABLE-ACCT-CT
              + FEE-RECEIVABLE-ACCT-CT
               MOVE 'COUNTED ACCOUNTS FOOT' TO FEE-FT-RESULT
           ELSE
               MOVE 'COUNTED ACCOUNTS DO NOT FOOT' TO FEE-FT-RESULT
               ADD 1 TO FEE-FOOT-BREAK-CT
           END-IF.
           MOVE FEE-FOOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF FEE-ST-PAYABLE-AT = FEE-CH-PAYABLE-AT
              AND FEE-ST-RECEIVABLE-AT = FEE-CH-RECEIVABLE-AT
               MOVE 'STATEMENT FOOTS TO ACCRUALS' TO FEE-FT-RESULT
           ELSE
               MOVE 'STATEMENT DOES NOT FOOT TO ACCRUALS'
                   TO FEE-FT-RESULT
               ADD 1 TO FEE-FOOT-BREAK-CT
           END-IF.
           MOVE FEE-FOOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF FEE-INV-READ-CT = FEE-INV-PERIOD-CT
              + FEE-INV-OTHER-PERIOD-CT
               MOVE 'INVOICES FOOT' TO FEE-FT-RESULT
           ELSE
               MOVE 'INVOICES DO NOT FOOT' TO FEE-FT-RESULT
               ADD 1 TO FEE-FOOT-BREAK-CT
           END-IF.
           MOVE FEE-FOOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
       8010-WRITE-TOTAL-LINE.
           MOVE FEE-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8010-EXIT.
           EXIT.
       8020-WRITE-AMOUNT-LINE.
           MOVE FEE-TOT-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8020-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO FEE-RUN-CTL-RECORD.
           MOVE 'FEE-SUBACCT-BILLING' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE FEE-RUN-CTL-RECORD.
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
           MOVE SPACES TO FEE-RUN-CTL-RECORD.
           MOVE 'FEE-SUBACCT-BILLING' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE FEE-BOOK-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE FEE-RUN-CTL-RECORD.
           CLOSE FEE-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE                                        *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE FEE-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO FEE-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE FEE-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE ACTIVITY AND BOOK FILES ARE CLOSED BY THE SORT'S   *
      *    INPUT PROCEDURE ONCE RELEASED                          *
      *---------------------------------------------------------*
       9120-CLOSE-ALL-FILES.
           CLOSE FEE-DEALER-FL.
           CLOSE FEE-SCHED-FL.
           CLOSE FEE-INVOICE-FL.
           CLOSE FEE-STMT-FL.
           CLOSE FEE-ACCR-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF FEE-NEW-RC > FEE-RUN-RC
               MOVE FEE-NEW-RC TO FEE-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF FEE-EXCEPTION-CT > ZERO
               MOVE 4 TO FEE-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF FEE-FOOT-BREAK-CT > ZERO
               MOVE 8 TO FEE-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE FEE-RUN-RC TO FEE-RCD-OUT.
           EVALUATE FEE-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO FEE-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO FEE-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO FEE-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO FEE-RCD-REASON
           END-EVALUATE.
           MOVE FEE-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE FEE-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
       9000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CAPTURE ONE VARIANCE OR UNPRICED LINE FOR ITS SECTION  *
      *---------------------------------------------------------*
       9550-CAPTURE-VARIANCE.
           IF FEE-VAR-CAP-USED-CT >= 5000
               MOVE 'Y' TO FEE-VAR-CAP-TRUNC-SW
               GO TO 9550-EXIT
           END-IF.
           ADD 1 TO FEE-VAR-CAP-USED-CT.
           SET FEE-VAR-CAP-IX TO FEE-VAR-CAP-USED-CT.
           MOVE FEE-VAR-LINE TO FEE-VAR-CAP-LINE (FEE-VAR-CAP-IX).
       9550-EXIT.
           EXIT.
       9560-CAPTURE-UNPRICED.
           IF FEE-UNP-CAP-USED-CT >= 5000
               MOVE 'Y' TO FEE-UNP-CAP-TRUNC-SW
               GO TO 9560-EXIT
           END-IF.
           ADD 1 TO FEE-UNP-CAP-USED-CT.
           SET FEE-UNP-CAP-IX TO FEE-UNP-CAP-USED-CT.
           MOVE FEE-UNP-LINE TO FEE-UNP-CAP-LINE (FEE-UNP-CAP-IX).
       9560-EXIT.
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
           MOVE 'FEE-SUBACCT-BILLING' TO RPT-PROGRAM-ID-TX.
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
