	    SELECT OPTIONAL PYO-TIN-STATUS-FL ASSIGN TO "TINSTAT".
	    SELECT PYO-WH-REMIT-FL ASSIGN TO "WHREMIT".
	    SELECT OPTIONAL PYO-ORR-AUTH-FL ASSIGN TO "ORRAUTH".
	    SELECT OPTIONAL PYO-SPLIT-MST-FL ASSIGN TO "SPLITMST".
	    SELECT PYO-SPLIT-ALLOC-FL ASSIGN TO "SPLITALC".
	    SELECT PYO-LINEAGE-FL ASSIGN TO "PAYLINE".
	    SELECT PYO-HIST-WK-FL ASSIGN TO "PAYHISTK"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS PHK-KEY.
	    SELECT PYO-HELD-WK-FL ASSIGN TO "HELDK"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS HWK-SEQ-NBR
	        ALTERNATE RECORD KEY IS HWK-ACCT-KEY.
	    SELECT PYO-ADJ-WK-FL ASSIGN TO "ADJTRNK"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS AWK-SEQ-NBR
	        ALTERNATE RECORD KEY IS AWK-ACCT-KEY.
	    SELECT PYO-LIC-WK-FL ASSIGN TO "REPLICK"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS LWK-KEY.
	    SELECT PYO-TIN-WK-FL ASSIGN TO "TINSTATK"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS TWK-KEY.
	    SELECT PYO-ORR-WK-FL ASSIGN TO "ORRAUTHK"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS OWK-KEY.
	    SELECT PYO-SPLIT-WK-FL ASSIGN TO "SPLITMSK"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS SWK-KEY.
	    SELECT PYO-PINS-WK-FL ASSIGN TO "PAYINSTK"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS IWK-KEY.
	    SELECT PYO-EXC-WK-FL ASSIGN TO "PYOEXCK"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS XWK-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  857-REPORT.
               10  PINS-FI-PAY-OFC-ID        PIC X(09).
               10  PINS-ACCOUNT-NUMBER       PIC 9(11).
               10  PINS-TOTAL-COMPN-AT       PIC -9(15).9(2).
           05  PINS-HEADER-AREA REDEFINES PINS-DETAIL-AREA.
               10  PINS-PER-END-DT           PIC 9(08).
               10  PINS-WKO-NBR-ID           PIC X(08).
               10  PINS-JOB-RUN-CD           PIC X(04).
               10  FILLER                    PIC X(26).
           05  PINS-TRAILER-AREA REDEFINES PINS-DETAIL-AREA.
               10  PINS-SECTION-RECORD-CT    PIC 9(09).
               10  PINS-SECTION-TOTAL-AT     PIC -9(15).9(2).
       01  PYO-FEED-CTL-RECORD.
           05  PCTL-WKO-NBR-ID               PIC X(8).
           05  PCTL-PER-END-DT               PIC 9(8).
           05  PCTL-PRIOR-WKO-NBR-ID         PIC X(8).
           05  PCTL-PRIOR-PER-END-DT         PIC 9(8).
           05  FILLER                        PIC X(3).
       FD  PYO-RUN-CTL-FL.
       01  PYO-RUN-CTL-RECORD.
           05  RCTL-PROGRAM-ID               PIC X(20).
           05  RIS-ACCOUNT-NUMBER           PIC 9(11).
           05  RIS-REISSUE-AT               PIC -9(15).9(2).
           05  RIS-RETURN-REASON-CD         PIC X(3).
               88  RIS-REASON-VOIDED-CHECK      VALUE 'VOD'.
           05  RIS-RETURN-DTE               PIC 9(8).
           05  FILLER                       PIC X(13).
       FD  PYO-ADJUST-FL.
           05  PHI-TOTAL-COMPN-AT           PIC -9(15).9(2).
           05  PHI-PER-END-DT               PIC 9(8).
           05  PHI-WKO-NBR-ID               PIC X(8).
           05  PHI-SPLIT-SHARE-CD           PIC X(1).
               88  PHI-SPLIT-FIRST-SHARE        VALUE 'P'.
               88  PHI-SPLIT-NEXT-SHARE         VALUE 'S'.
           05  FILLER                       PIC X(8).
       FD  PYO-PAY-HIST-OUT.
       01  PYO-PAY-HIST-OUT-RECORD.
           05  PHO-FINANCIAL-INST-ID        PIC 9(7).
           05  PHO-TOTAL-COMPN-AT           PIC -9(15).9(2).
           05  PHO-PER-END-DT               PIC 9(8).
           05  PHO-WKO-NBR-ID               PIC X(8).
           05  PHO-SPLIT-SHARE-CD           PIC X(1).
           05  FILLER                       PIC X(8).
       FD  PYO-HELD-IN.
       01  PYO-HELD-IN-RECORD.
           05  HLI-FD-SPNSR-SHRT-NME        PIC X(3).
           05  OAU-EFF-TO-DTE               PIC 9(8).
           05  OAU-APPROVER-REF             PIC X(8).
           05  FILLER                       PIC X(5).
      *---------------------------------------------------------*
      *    SPLIT-AGREEMENT MASTER -- ONE ROW PER PARTICIPATING    *
      *    REP UNDER A DEALER / BRANCH / PRIMARY REP, WITH THE    *
      *    REP'S PERCENTAGE (999V99) AND EFFECTIVE DATES.  A      *
      *    ZERO EFFECTIVE-TO DATE IS OPEN-ENDED                   *
      *---------------------------------------------------------*
       FD  PYO-SPLIT-MST-FL.
       01  PYO-SPLIT-MST-RECORD.
           05  SPM-FINANCIAL-INST-ID        PIC 9(7).
           05  SPM-FINCL-INST-BRCH-ID       PIC X(9).
           05  SPM-PRIMARY-REP-ID           PIC X(9).
           05  SPM-PART-BRCH-ID             PIC X(9).
           05  SPM-PART-REP-ID              PIC X(9).
           05  SPM-PART-REP-NME             PIC X(30).
           05  SPM-SPLIT-PCT                PIC 9(3)V9(2).
           05  SPM-EFF-FROM-DTE             PIC 9(8).
           05  SPM-EFF-TO-DTE               PIC 9(8).
           05  FILLER                       PIC X(6).
      *---------------------------------------------------------*
      *    ONE ROW PER PARTICIPATING REP'S SHARE OF A SPLIT       *
      *    DETAIL, FOR THE REP STATEMENTS AND YTD ACCUMULATION    *
      *---------------------------------------------------------*
       FD  PYO-SPLIT-ALLOC-FL.
       01  PYO-SPLIT-ALLOC-RECORD.
           05  SAL-FINANCIAL-INST-ID        PIC 9(7).
           05  SAL-FINCL-INST-BRCH-ID       PIC X(9).
           05  SAL-PRIMARY-REP-ID           PIC X(9).
           05  SAL-ACCOUNT-NUMBER           PIC 9(11).
           05  SAL-FUND-CODE                PIC 9(7).
           05  SAL-PART-BRCH-ID             PIC X(9).
           05  SAL-PART-REP-ID              PIC X(9).
           05  SAL-PART-REP-NME             PIC X(30).
           05  SAL-SPLIT-PCT                PIC 9(3)V9(2).
           05  SAL-ALLOC-AT                 PIC -9(15).9(2).
           05  SAL-PER-END-DT               PIC 9(8).
           05  FILLER                       PIC X(7).
      *---------------------------------------------------------*
      *    PAYMENT BUILD-UP LINEAGE -- ONE ROW FOR EVERY STEP     *
      *    THAT MOVED A PAYEE'S AMOUNT, IN THE ORDER THE STEPS    *
      *    WERE TAKEN.  A CHAIN STARTS FROM ONE DETAIL, HELD      *
      *    RELEASE OR REISSUE; ITS LAST RUNNING AMOUNT IS WHAT    *
      *    THE INSTRUCTION PAYS, OR ZERO WHEN THE DETAIL WAS      *
      *    KEPT OUT.  A PAYEE'S STEPS SUM TO ITS INSTRUCTIONS     *
      *---------------------------------------------------------*
       FD  PYO-LINEAGE-FL.
       01  PYO-LINEAGE-RECORD.
           05  PLN-FINANCIAL-INST-ID        PIC 9(7).
           05  PLN-FI-PAY-OFC-ID            PIC X(9).
           05  PLN-PER-END-DT               PIC 9(8).
           05  PLN-WKO-NBR-ID               PIC X(8).
           05  PLN-ACCOUNT-NUMBER           PIC 9(11).
           05  PLN-CHAIN-NBR                PIC 9(9).
           05  PLN-STEP-NBR                 PIC 9(3).
           05  PLN-STEP-CD                  PIC X(4).
               88  PLN-STEP-DETAIL              VALUE 'DTL '.
               88  PLN-STEP-ADJUSTMENT          VALUE 'ADJ '.
               88  PLN-STEP-WITHHOLDING         VALUE 'WH  '.
               88  PLN-STEP-RELEASE             VALUE 'REL '.
               88  PLN-STEP-REISSUE             VALUE 'REIS'.
               88  PLN-STEP-HELD                VALUE 'HELD'.
               88  PLN-STEP-ORR-HOLD            VALUE 'ORR '.
               88  PLN-STEP-DUPLICATE           VALUE 'DUP '.
           05  PLN-SECTION-CD               PIC X(5).
           05  PLN-STEP-AT                  PIC -9(15).9(2).
           05  PLN-RUNNING-AT               PIC -9(15).9(2).
           05  PLN-SOURCE-AREA              PIC X(30).
           05  PLN-SRC-DETAIL REDEFINES PLN-SOURCE-AREA.
               10  PLN-SRC-DETAIL-NBR       PIC 9(9).
               10  PLN-SRC-FUND-CODE        PIC 9(7).
               10  PLN-SRC-PRV-ORR-TYPE     PIC X(4).
               10  PLN-SRC-ELG-ORR-TYPE     PIC X(4).
               10  FILLER                   PIC X(6).
           05  PLN-SRC-ADJUSTMENT REDEFINES PLN-SOURCE-AREA.
               10  PLN-SRC-REASON-CD        PIC X(4).
               10  PLN-SRC-LEVEL-CD         PIC X(3).
               10  PLN-SRC-PREPARER-ID      PIC X(8).
               10  PLN-SRC-APPROVER-ID      PIC X(8).
               10  FILLER                   PIC X(7).
           05  PLN-SRC-WITHHOLDING REDEFINES PLN-SOURCE-AREA.
               10  PLN-SRC-WH-RATE          PIC V9(4).
               10  PLN-SRC-TAX-ID           PIC 9(9).
               10  FILLER                   PIC X(17).
           05  PLN-SRC-RELEASE REDEFINES PLN-SOURCE-AREA.
               10  PLN-SRC-FIRST-HELD-DT    PIC 9(8).
               10  PLN-SRC-AGE-CT           PIC 9(2).
               10  FILLER                   PIC X(20).
           05  PLN-SRC-REISSUE REDEFINES PLN-SOURCE-AREA.
               10  PLN-SRC-RETURN-REASON-CD PIC X(3).
               10  PLN-SRC-RETURN-DTE       PIC 9(8).
               10  FILLER                   PIC X(19).
           05  PLN-SRC-DUPLICATE REDEFINES PLN-SOURCE-AREA.
               10  PLN-SRC-PRIOR-PER-END-DT PIC 9(8).
               10  PLN-SRC-PRIOR-WKO-NBR-ID PIC X(8).
               10  FILLER                   PIC X(14).
           05  FILLER                       PIC X(10).
      *---------------------------------------------------------*
      *    KEYED WORK FILES -- REBUILT EVERY RUN FROM THE INPUTS  *
      *    ABOVE AND KEYED THE WAY EACH LOOKUP SEARCHES THEM.     *
      *    THE TRAILING LOAD SEQUENCE KEEPS ROWS WITH THE SAME    *
      *    LOOKUP KEY IN THE ORDER THEY WERE READ, SO THE FIRST   *
      *    MATCH IS STILL THE FIRST ROW ON THE INPUT.  THE WORK   *
      *    SETS GROW WITH THE VOLUME INSTEAD OF STOPPING THE RUN  *
      *---------------------------------------------------------*
       FD  PYO-HIST-WK-FL.
       01  PYO-HIST-WK-RECORD.
           05  PHK-KEY.
               10  PHK-FINANCIAL-INST-ID    PIC 9(7).
               10  PHK-ACCOUNT-NUMBER       PIC 9(11).
               10  PHK-LOAD-SEQ-NBR         PIC 9(9).
           05  PHK-PER-END-DT               PIC 9(8).
           05  PHK-WKO-NBR-ID               PIC X(8).
           05  PHK-DUP-AT                   PIC S9(15)V9(2).
       FD  PYO-HELD-WK-FL.
       01  PYO-HELD-WK-RECORD.
           05  HWK-SEQ-NBR                  PIC 9(9).
           05  HWK-ACCT-KEY.
               10  HWK-ACCOUNT-NUMBER       PIC 9(11).
               10  HWK-ACCT-SEQ-NBR         PIC 9(9).
           05  HWK-FD-SPNSR-SHRT-NME        PIC X(3).
           05  HWK-ALPHA-CODE               PIC X(10).
           05  HWK-PRE-AGREE-AT             PIC S9(15)V9(2).
           05  HWK-FIRST-HELD-DT            PIC 9(8).
           05  HWK-AGE-CT                   PIC 9(2).
           05  HWK-STATUS-SW                PIC X(1).
               88  HWK-HELD                     VALUE 'H'.
               88  HWK-RELEASED                 VALUE 'R'.
       FD  PYO-ADJ-WK-FL.
       01  PYO-ADJ-WK-RECORD.
           05  AWK-SEQ-NBR                  PIC 9(9).
           05  AWK-ACCT-KEY.
               10  AWK-ACCOUNT-NUMBER       PIC 9(11).
               10  AWK-ACCT-SEQ-NBR         PIC 9(9).
           05  AWK-LEVEL-CD                 PIC X(3).
           05  AWK-AMOUNT-AT                PIC S9(15)V9(2).
           05  AWK-REASON-CD                PIC X(4).
           05  AWK-PREPARER-ID              PIC X(8).
           05  AWK-APPROVER-ID              PIC X(8).
           05  AWK-APPLIED-SW               PIC X(1).
       FD  PYO-LIC-WK-FL.
       01  PYO-LIC-WK-RECORD.
           05  LWK-KEY.
               10  LWK-FI-BRANCH-REP-ID     PIC X(9).
               10  LWK-LOAD-SEQ-NBR         PIC 9(9).
           05  LWK-LICENSE-TYPE-CD          PIC X(5).
           05  LWK-EXPIRATION-DTE           PIC 9(8).
       FD  PYO-TIN-WK-FL.
       01  PYO-TIN-WK-RECORD.
           05  TWK-KEY.
               10  TWK-FINANCIAL-INST-ID    PIC 9(7).
               10  TWK-LOAD-SEQ-NBR         PIC 9(9).
           05  TWK-TAX-ID                   PIC 9(9).
           05  TWK-CERT-CD                  PIC X(1).
       FD  PYO-ORR-WK-FL.
       01  PYO-ORR-WK-RECORD.
           05  OWK-KEY.
               10  OWK-FINANCIAL-INST-ID    PIC 9(7).
               10  OWK-ORR-TYPE             PIC X(4).
               10  OWK-LOAD-SEQ-NBR         PIC 9(9).
           05  OWK-EFF-FROM-DTE             PIC 9(8).
           05  OWK-EFF-TO-DTE               PIC 9(8).
           05  OWK-APPROVER-REF             PIC X(8).
       FD  PYO-SPLIT-WK-FL.
       01  PYO-SPLIT-WK-RECORD.
           05  SWK-KEY.
               10  SWK-FINANCIAL-INST-ID    PIC 9(7).
               10  SWK-FINCL-INST-BRCH-ID   PIC X(9).
               10  SWK-PRIMARY-REP-ID       PIC X(9).
               10  SWK-LOAD-SEQ-NBR         PIC 9(9).
           05  SWK-PART-BRCH-ID             PIC X(9).
           05  SWK-PART-REP-ID              PIC X(9).
           05  SWK-PART-REP-NME             PIC X(30).
           05  SWK-SPLIT-PCT                PIC 9(3)V9(2).
           05  SWK-EFF-FROM-DTE             PIC 9(8).
           05  SWK-EFF-TO-DTE               PIC 9(8).
       FD  PYO-PINS-WK-FL.
       01  PYO-PINS-WK-RECORD.
           05  IWK-KEY.
               10  IWK-SECTION-CD           PIC X(5).
               10  IWK-SEQ-NBR              PIC 9(9).
           05  IWK-FINANCIAL-INST-ID        PIC 9(7).
           05  IWK-FI-PAY-OFC-ID            PIC X(9).
           05  IWK-ACCOUNT-NUMBER           PIC 9(11).
           05  IWK-TOTAL-COMPN-AT           PIC S9(15)V9(2).
       FD  PYO-EXC-WK-FL.
       01  PYO-EXC-WK-RECORD.
           05  XWK-KEY.
               10  XWK-LIST-CD              PIC X(4).
               10  XWK-SEQ-NBR              PIC 9(9).
           05  XWK-PRINT-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       01  RCTL-ACCEPT-WORK.
           05  PYO-DUP-FOUND-SW              PIC X(01)   VALUE 'N'.
               88  PYO-DUP-FOUND                 VALUE 'Y'.
               88  PYO-DUP-NOT-FOUND             VALUE 'N'.
           05  PYO-SPM-EOF-SW                PIC X(01)   VALUE 'N'.
               88  PYO-SPM-EOF                   VALUE 'Y'.
           05  PYO-SPLIT-SW                  PIC X(01)   VALUE 'N'.
               88  PYO-SPLIT-APPLIED             VALUE 'Y'.
               88  PYO-SPLIT-NOT-APPLIED         VALUE 'N'.
           05  PYO-WK-EOF-SW                 PIC X(01)   VALUE 'N'.
               88  PYO-WK-EOF                    VALUE 'Y'.
           05  PYO-WK-FOUND-SW               PIC X(01)   VALUE 'N'.
               88  PYO-WK-FOUND                  VALUE 'Y'.
               88  PYO-WK-NOT-FOUND              VALUE 'N'.
       01  PYO-COUNTERS                      COMP.
           05  PYO-DETAIL-READ-CT            PIC 9(09)   VALUE ZERO.
           05  PYO-SUMMARY-USED-CT           PIC 9(04)   VALUE ZERO.
           05  PYO-ADJ-APPLIED-CT            PIC 9(04)   VALUE ZERO.
           05  PYO-ADJ-REJECT-CT             PIC 9(04)   VALUE ZERO.
           05  PYO-ADJ-UNAPPLIED-CT          PIC 9(04)   VALUE ZERO.
           05  PYO-HELD-RELEASED-CT          PIC 9(07)   VALUE ZERO.
           05  PYO-HELD-CARRIED-CT           PIC 9(07)   VALUE ZERO.
           05  PYO-LIC-HOLD-CT               PIC 9(07)   VALUE ZERO.
           05  PYO-WH-CT                     PIC 9(07)   VALUE ZERO.
           05  PYO-ORR-HOLD-CT               PIC 9(07)   VALUE ZERO.
           05  PYO-HIST-CARRY-CT             PIC 9(09)   VALUE ZERO.
           05  PYO-HP-IX                     PIC 9(02)   VALUE ZERO.
           05  PYO-HP-PASS-CT                PIC 9(02)   VALUE ZERO.
           05  PYO-SPLIT-EXC-CT              PIC 9(07)   VALUE ZERO.
           05  PYO-SPLIT-ALLOC-CT            PIC 9(09)   VALUE ZERO.
           05  PYO-SPLIT-SHARE-CT            PIC 9(02)   VALUE ZERO.
           05  PYO-SS-IX                     PIC 9(02)   VALUE ZERO.
           05  PYO-HIST-FIRST-IX             PIC 9(09)   VALUE ZERO.
           05  PYO-LIN-CHAIN-CT              PIC 9(09)   VALUE ZERO.
           05  PYO-LIN-STEP-CT               PIC 9(03)   VALUE ZERO.
           05  PYO-LIN-WRITTEN-CT            PIC 9(09)   VALUE ZERO.
       01  PYO-FEED-CTL-WORK.
           05  PYO-LAST-WKO-NBR-ID           PIC X(08)   VALUE SPACES.
           05  PYO-LAST-PER-END-DT           PIC 9(08)   VALUE ZERO.
           05  PYO-THIS-WKO-NBR-ID           PIC X(08)   VALUE SPACES.
           05  PYO-THIS-PER-END-DT           PIC 9(08)   VALUE ZERO.
           05  PYO-THIS-JOB-RUN-CD           PIC X(04)   VALUE SPACES.
       01  PYO-FEED-REJECT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PYO-FJ-REASON                 PIC X(60).
       01  PYO-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  PYO-NEW-RC                       PIC 9(02)   VALUE ZERO.
      *---------------------------------------------------------*
      *    EXCEPTION LISTS ARE HELD ON THE EXCEPTION WORK FILE    *
      *    UNDER A LIST CODE, ONE FORMATTED LINE PER ROW, AND     *
      *    PRINTED TOGETHER ONCE THE FULL FEED HAS BEEN READ      *
      *---------------------------------------------------------*
       01  PYO-WK-LIST-CD                      PIC X(04)   VALUE SPACES.
       01  PYO-DUPC-CAP-USED-CT                PIC 9(07)   COMP
                                              VALUE ZERO.
       01  PYO-ADJC-CAP-USED-CT                PIC 9(07)   COMP
                                              VALUE ZERO.
       01  PYO-RELC-CAP-USED-CT                PIC 9(07)   COMP
                                              VALUE ZERO.
       01  PYO-WHC-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  PYO-ORRC-CAP-USED-CT                PIC 9(07)   COMP
                                              VALUE ZERO.
       01  PYO-SPLC-CAP-USED-CT                PIC 9(07)   COMP
                                              VALUE ZERO.
       01  PYO-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'RUN STOPPED - SPLIT-AGREEMENT SHARE TABLE LIMIT'.
       01  PYO-WORK-FILE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'RUN STOPPED - KEYED WORK FILE WRITE FAILED'.
       01  PYO-RC-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               10  PYO-SUM-PAY-METHOD-CD     PIC X(05).
               10  PYO-SUM-PRE-AGREE-AT      PIC S9(15)V9(2) VALUE ZERO.
               10  PYO-SUM-ELIGIBLE-AT       PIC S9(15)V9(2) VALUE ZERO.
       01  PYO-FOOT-EXC-USED-CT              PIC 9(07)   COMP
                                              VALUE ZERO.
       01  PYO-SUSP-EXC-USED-CT              PIC 9(07)   COMP
                                              VALUE ZERO.
       01  PYO-RECALC-WORK.
           05  PYO-WK-ELIG-ASSET-AT          PIC S9(15)V9(2).
           05  PYO-WK-CALC-COMPN-AT          PIC S9(15)V9(2).
           05  PYO-WK-RATE-DIFF-AT           PIC S9(15)V9(2).
           05  PYO-WK-RATE-TOLERANCE         PIC S9V9(2).
       01  PYO-RATE-EXC-USED-CT              PIC 9(07)   COMP
                                              VALUE ZERO.
       01  PYO-RATE-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PYO-RL-CALC-COMPN-AT          PIC -9(15).9(2).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PYO-RL-DIFF-AT                PIC -9(15).9(2).
       01  PYO-PAY-INSTR-USED-CT             PIC 9(09)   COMP
                                              VALUE ZERO.
      *---------------------------------------------------------*
      *    LINEAGE CHAIN IN PROGRESS -- THE PAYEE AND SECTION ARE *
      *    SET WHEN THE CHAIN STARTS; EACH STEP CARRIES ITS OWN   *
      *    SIGNED AMOUNT AND THE RUNNING AMOUNT AFTER IT          *
      *---------------------------------------------------------*
       01  PYO-LINEAGE-WORK.
           05  PYO-LIN-FI-ID                 PIC 9(07)   VALUE ZERO.
           05  PYO-LIN-PAY-OFC-ID            PIC X(09)   VALUE SPACES.
           05  PYO-LIN-ACCOUNT-NBR           PIC 9(11)   VALUE ZERO.
           05  PYO-LIN-SECTION-CD            PIC X(05)   VALUE SPACES.
           05  PYO-LIN-STEP-CD               PIC X(04)   VALUE SPACES.
           05  PYO-LIN-STEP-AT               PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  PYO-LIN-RUNNING-AT            PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  PYO-LIN-SOURCE-SAVE           PIC X(30)   VALUE SPACES.
       01  PYO-WK-REISSUE-AT                 PIC S9(15)V9(2)
                                              VALUE ZERO.
      *---------------------------------------------------------*
      *    ROLLING PAYMENT HISTORY -- EVERY INSTRUCTION WRITTEN   *
      *    WINDOW IS A STARTER VALUE PENDING OPS SIGN-OFF         *
      *---------------------------------------------------------*
       01  PYO-DUP-WINDOW-CT                 PIC 9(02)   VALUE 3.
       01  PYO-HIST-USED-CT                  PIC 9(09)   COMP
                                              VALUE ZERO.
       01  PYO-HIST-FIRST-KEY.
           05  PYO-HF-FI-ID                  PIC 9(07)   VALUE ZERO.
           05  PYO-HF-ACCOUNT-NBR            PIC 9(11)   VALUE ZERO.
           05  PYO-HF-LOAD-SEQ-NBR           PIC 9(09)   VALUE ZERO.
       01  PYO-WK-HIST-COMPN-AT              PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  PYO-HIST-PERIOD-TBL.
           05  PYO-HP-PER-END-DT             PIC 9(08)
      *    FIRST MATCHING DETAIL, BEFORE THE PAYMENT INSTRUCTION  *
      *    IS BUILT                                               *
      *---------------------------------------------------------*
       01  PYO-ADJ-USED-CT                   PIC 9(09)   COMP
                                              VALUE ZERO.
      *---------------------------------------------------------*
      *    REP LICENSE MASTER KEYED ON FI-BRANCH-REP-ID -- THE    *
      *    SUSPENDED SUBTYPE: A DETAIL WHOSE REP'S LICENSE HAS    *
      *    EXPIRED AS OF THE PAYOUT PERIOD-END IS HELD HERE TOO   *
      *---------------------------------------------------------*
       01  PYO-LIC-USED-CT                   PIC 9(09)   COMP
                                              VALUE ZERO.
      *---------------------------------------------------------*
      *    COMPENSATION-SCHEDULE OVERRIDE AUTHORIZATIONS KEYED ON *
      *    AN OVERRIDE NEVER AUTHORIZED FOR ITS DEALER IS HELD    *
      *    OUT OF THE PAYMENT INSTRUCTIONS                        *
      *---------------------------------------------------------*
       01  PYO-OA-USED-CT                    PIC 9(09)   COMP
                                              VALUE ZERO.
      *---------------------------------------------------------*
      *    SPLIT-AGREEMENT MASTER.  A DETAIL FLAGGED SPLIT IS     *
      *    CREDITED TO EACH PARTICIPATING REP IN EFFECT FOR THE   *
      *    PAYOUT PERIOD-END BY PERCENTAGE; THE LAST SHARE TAKES  *
      *    THE ROUNDING SO THE SHARES FOOT TO THE DETAIL.  A      *
      *    FLAGGED DETAIL WITH NO AGREEMENT, OR WHOSE SHARES DO   *
      *    NOT TOTAL 100 PERCENT, STAYS WITH THE PRIMARY REP AND  *
      *    IS LISTED.  THE DEALER'S PAYMENT IS NOT AFFECTED       *
      *---------------------------------------------------------*
       01  PYO-SM-USED-CT                    PIC 9(09)   COMP
                                              VALUE ZERO.
       01  PYO-SPLIT-SHARE-TBL.
           05  PYO-SS-ENTRY                  OCCURS 20 TIMES.
               10  PYO-SS-PART-BRCH-ID       PIC X(09).
               10  PYO-SS-PART-REP-ID        PIC X(09).
               10  PYO-SS-PART-REP-NME       PIC X(30).
               10  PYO-SS-SPLIT-PCT          PIC 9(03)V9(02).
               10  PYO-SS-ALLOC-AT           PIC S9(15)V9(2).
       01  PYO-SPLIT-WORK.
           05  PYO-WK-SPLIT-PCT-TOTAL        PIC 9(05)V9(02)
                                              VALUE ZERO.
           05  PYO-WK-SPLIT-ALLOC-SUM        PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  PYO-SPLIT-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'SPLIT-COMPENSATION EXCEPTIONS - CREDITED TO P'.
           05  FILLER                        PIC X(11)
               VALUE 'RIMARY REP'.
       01  PYO-SPLIT-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'BRANCH'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'REP'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(09)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'AMOUNT'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'PCT TOT'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'REASON'.
       01  PYO-SPLIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PYO-SXL-FI-ID                 PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PYO-SXL-BRCH-ID               PIC X(09).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PYO-SXL-REP-ID                PIC X(09).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PYO-SXL-ACCOUNT-NBR           PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  PYO-SXL-AMOUNT                PIC ---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PYO-SXL-PCT-TOTAL             PIC ZZZZ9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PYO-SXL-REASON                PIC X(35).
       01  PYO-ORR-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
      *    REMITTANCE FILE FOR THE IRS DEPOSIT                    *
      *---------------------------------------------------------*
       01  PYO-BACKUP-WH-RATE                PIC V9(4)   VALUE .2400.
       01  PYO-TS-USED-CT                    PIC 9(09)   COMP
                                              VALUE ZERO.
       01  PYO-WH-WORK.
           05  PYO-WK-WH-AT                  PIC S9(15)V9(2)
      *    INTO THE PAYMENT-INSTRUCTION BUILD AUTOMATICALLY THE   *
      *    FIRST PERIOD THE ACCOUNT COMES THROUGH PAYABLE AGAIN   *
      *---------------------------------------------------------*
       01  PYO-HELD-USED-CT                  PIC 9(09)   COMP
                                              VALUE ZERO.
       01  PYO-REL-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
       01  PYO-REIS-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'PAYMENT REISSUE QUEUE APPLIED TO THIS RUN'.
       01  PYO-REIS-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  PYO-FL-TOTAL-ELIGIBLE-AT      PIC -9(15).9(2).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PYO-FL-TOTAL-COMPN-AT         PIC -9(15).9(2).
       01  PYO-EXC-KEY.
           05  PYO-EK-FINANCIAL-INST-ID      PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  PYO-EK-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  PYO-EK-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  PYO-EK-PAYOUT-TYP             PIC X(01).
       01  PYO-SUSP-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(42)
           PERFORM 8240-PRINT-STILL-HELD THRU 8240-EXIT.
           PERFORM 8250-PRINT-DUP-HELD THRU 8250-EXIT.
           PERFORM 8270-PRINT-ADJUSTMENTS THRU 8270-EXIT.
           PERFORM 8280-PRINT-SPLIT-EXCEPTIONS THRU 8280-EXIT.
           PERFORM 8300-WRITE-PAYMENT-INSTR THRU 8300-EXIT.
           PERFORM 8400-CARRY-HISTORY-FORWARD THRU 8400-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           OPEN INPUT PYO-TIN-STATUS-FL.
           OPEN OUTPUT PYO-WH-REMIT-FL.
           OPEN INPUT PYO-ORR-AUTH-FL.
           OPEN INPUT PYO-SPLIT-MST-FL.
           OPEN OUTPUT PYO-SPLIT-ALLOC-FL.
           OPEN OUTPUT PYO-LINEAGE-FL.
           PERFORM 1010-OPEN-WORK-FILES THRU 1010-EXIT.
           PERFORM 1450-LOAD-SPLIT-MASTER THRU 1450-EXIT.
           PERFORM 1440-LOAD-ORR-AUTH THRU 1440-EXIT.
           PERFORM 1430-LOAD-TIN-STATUS THRU 1430-EXIT.
           PERFORM 1420-LOAD-REP-LICENSES THRU 1420-EXIT.
           PERFORM 1100-READ-857-REPORT THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    START EVERY KEYED WORK FILE EMPTY, THEN HOLD IT OPEN   *
      *    FOR UPDATE FOR THE REST OF THE RUN                     *
      *---------------------------------------------------------*
       1010-OPEN-WORK-FILES.
           OPEN OUTPUT PYO-HIST-WK-FL.
           CLOSE PYO-HIST-WK-FL.
           OPEN I-O PYO-HIST-WK-FL.
           OPEN OUTPUT PYO-HELD-WK-FL.
           CLOSE PYO-HELD-WK-FL.
           OPEN I-O PYO-HELD-WK-FL.
           OPEN OUTPUT PYO-ADJ-WK-FL.
           CLOSE PYO-ADJ-WK-FL.
           OPEN I-O PYO-ADJ-WK-FL.
           OPEN OUTPUT PYO-LIC-WK-FL.
           CLOSE PYO-LIC-WK-FL.
           OPEN I-O PYO-LIC-WK-FL.
           OPEN OUTPUT PYO-TIN-WK-FL.
           CLOSE PYO-TIN-WK-FL.
           OPEN I-O PYO-TIN-WK-FL.
           OPEN OUTPUT PYO-ORR-WK-FL.
           CLOSE PYO-ORR-WK-FL.
           OPEN I-O PYO-ORR-WK-FL.
           OPEN OUTPUT PYO-SPLIT-WK-FL.
           CLOSE PYO-SPLIT-WK-FL.
           OPEN I-O PYO-SPLIT-WK-FL.
           OPEN OUTPUT PYO-PINS-WK-FL.
           CLOSE PYO-PINS-WK-FL.
           OPEN I-O PYO-PINS-WK-FL.
           OPEN OUTPUT PYO-EXC-WK-FL.
           CLOSE PYO-EXC-WK-FL.
           OPEN I-O PYO-EXC-WK-FL.
       1010-EXIT.
           EXIT.
       1100-READ-857-REPORT.
           READ 857-REPORT
               AT END
      *    INSTRUCTION BUILD, SO THE MONEY GOES OUT AGAIN ONCE    *
      *    THE BANKING INSTRUCTIONS ARE CORRECTED.  THE QUEUE IS  *
      *    CONSUMED ONCE; THE SCHEDULER ARCHIVES IT AFTER THE     *
      *    RUN.  COMMISSION CHECKS VOIDED BY THE PAID-ITEM RUN    *
      *    COME BACK ON THE SAME QUEUE AND ARE REPAID BY CHECK    *
      *---------------------------------------------------------*
       1300-LOAD-REISSUE-QUEUE.
           MOVE PYO-REIS-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           EXIT.
       1310-APPLY-ONE-REISSUE.
           ADD 1 TO PYO-REISSUE-CT.
           IF RIS-REASON-VOIDED-CHECK
               MOVE 'CHECK' TO IWK-SECTION-CD
           ELSE
               MOVE 'ACH  ' TO IWK-SECTION-CD
           END-IF.
           MOVE RIS-FINANCIAL-INST-ID TO IWK-FINANCIAL-INST-ID.
           MOVE RIS-FI-PAY-OFC-ID TO IWK-FI-PAY-OFC-ID.
           MOVE RIS-ACCOUNT-NUMBER TO IWK-ACCOUNT-NUMBER.
           MOVE RIS-REISSUE-AT TO PYO-WK-REISSUE-AT.
           MOVE PYO-WK-REISSUE-AT TO IWK-TOTAL-COMPN-AT.
           PERFORM 2590-WRITE-PAY-INSTR THRU 2590-EXIT.
           MOVE RIS-FINANCIAL-INST-ID TO PYO-RIL-FI-ID.
           MOVE RIS-FI-PAY-OFC-ID TO PYO-RIL-PAY-OFC-ID.
           MOVE RIS-ACCOUNT-NUMBER TO PYO-RIL-ACCOUNT-NBR.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
      *    THE HISTORY ROW IS DEFERRED -- THE HEADER HAS NOT BEEN
      *    READ YET, SO THE CURRENT PERIOD IDENTITY IS NOT KNOWN
      *    UNTIL 2050 RUNS.  8430 READS THE QUEUE AGAIN AND
      *    WRITES THESE ROWS STAMPED WITH THE PERIOD THAT
      *    ACTUALLY PAYS THEM
           PERFORM 1350-READ-REISSUE THRU 1350-EXIT.
       1310-EXIT.
           EXIT.
       1375-EXIT.
           EXIT.
       1330-STORE-HIST-ENTRY.
           ADD 1 TO PYO-HIST-USED-CT.
           MOVE PHI-TOTAL-COMPN-AT TO PYO-WK-HIST-COMPN-AT.
           MOVE PHI-FINANCIAL-INST-ID TO PHK-FINANCIAL-INST-ID.
           MOVE PHI-ACCOUNT-NUMBER TO PHK-ACCOUNT-NUMBER.
           MOVE PYO-HIST-USED-CT TO PHK-LOAD-SEQ-NBR.
           MOVE PHI-PER-END-DT TO PHK-PER-END-DT.
           MOVE PHI-WKO-NBR-ID TO PHK-WKO-NBR-ID.
           MOVE PYO-WK-HIST-COMPN-AT TO PHK-DUP-AT.
      *    A SPLIT DETAIL IS HISTORIZED AS ONE ROW PER REP SHARE,
      *    FIRST SHARE FIRST -- THE SHARES ROLL BACK UP ONTO THE
      *    FIRST ROW SO THE DUPLICATE CHECK STILL SEES THE GROSS
           IF PHI-SPLIT-FIRST-SHARE
               MOVE PYO-HIST-USED-CT TO PYO-HIST-FIRST-IX
               MOVE PHK-KEY TO PYO-HIST-FIRST-KEY
           END-IF.
           IF PHI-SPLIT-NEXT-SHARE
              AND PYO-HIST-FIRST-IX > ZERO
               MOVE ZERO TO PHK-DUP-AT
           END-IF.
           WRITE PYO-HIST-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-WRITE.
           IF PHI-SPLIT-NEXT-SHARE
              AND PYO-HIST-FIRST-IX > ZERO
               PERFORM 1335-ROLL-UP-SPLIT-SHARE THRU 1335-EXIT
           END-IF.
           PERFORM 1370-NOTE-HIST-PERIOD THRU 1370-EXIT.
           PERFORM 1360-READ-PAY-HIST THRU 1360-EXIT.
       1330-EXIT.
           EXIT.
       1335-ROLL-UP-SPLIT-SHARE.
           MOVE PYO-HIST-FIRST-KEY TO PHK-KEY.
           READ PYO-HIST-WK-FL
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-READ.
           ADD PYO-WK-HIST-COMPN-AT TO PHK-DUP-AT.
           REWRITE PYO-HIST-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-REWRITE.
       1335-EXIT.
           EXIT.
       1360-READ-PAY-HIST.
           READ PYO-PAY-HIST-IN
               AT END
               PERFORM 9580-CAPTURE-ADJ-LINE THRU 9580-EXIT
               GO TO 1385-NEXT
           END-IF.
           ADD 1 TO PYO-ADJ-USED-CT.
           MOVE PYO-ADJ-USED-CT TO AWK-SEQ-NBR.
           MOVE ADJ-ACCOUNT-NUMBER TO AWK-ACCOUNT-NUMBER.
           MOVE PYO-ADJ-USED-CT TO AWK-ACCT-SEQ-NBR.
           MOVE ADJ-LEVEL-CD TO AWK-LEVEL-CD.
           MOVE PYO-WK-ADJ-AT TO AWK-AMOUNT-AT.
           MOVE ADJ-REASON-CD TO AWK-REASON-CD.
           MOVE ADJ-PREPARER-ID TO AWK-PREPARER-ID.
           MOVE ADJ-APPROVER-ID TO AWK-APPROVER-ID.
           MOVE 'N' TO AWK-APPLIED-SW.
           WRITE PYO-ADJ-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-WRITE.
       1385-NEXT.
           PERFORM 1390-READ-ADJUSTMENT THRU 1390-EXIT.
       1385-EXIT.
       1395-EXIT.
           EXIT.
       1396-STORE-HELD-ENTRY.
           ADD 1 TO PYO-HELD-USED-CT.
           MOVE PYO-HELD-USED-CT TO HWK-SEQ-NBR.
           MOVE HLI-ACCOUNT-NUMBER TO HWK-ACCOUNT-NUMBER.
           MOVE PYO-HELD-USED-CT TO HWK-ACCT-SEQ-NBR.
           MOVE HLI-FD-SPNSR-SHRT-NME TO HWK-FD-SPNSR-SHRT-NME.
           MOVE HLI-ALPHA-CODE TO HWK-ALPHA-CODE.
           MOVE HLI-PRE-AGREE-AT TO HWK-PRE-AGREE-AT.
           MOVE HLI-FIRST-HELD-DT TO HWK-FIRST-HELD-DT.
           MOVE HLI-AGE-CT TO HWK-AGE-CT.
           MOVE 'H' TO HWK-STATUS-SW.
           WRITE PYO-HELD-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-WRITE.
           PERFORM 1398-READ-HELD THRU 1398-EXIT.
       1396-EXIT.
           EXIT.
       1420-EXIT.
           EXIT.
       1425-STORE-ONE-LICENSE.
           ADD 1 TO PYO-LIC-USED-CT.
           MOVE RLM-FI-BRANCH-REP-ID TO LWK-FI-BRANCH-REP-ID.
           MOVE PYO-LIC-USED-CT TO LWK-LOAD-SEQ-NBR.
           MOVE RLM-LICENSE-TYPE-CD TO LWK-LICENSE-TYPE-CD.
           MOVE RLM-EXPIRATION-DTE TO LWK-EXPIRATION-DTE.
           WRITE PYO-LIC-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-WRITE.
           PERFORM 1428-READ-REP-LICENSE THRU 1428-EXIT.
       1425-EXIT.
           EXIT.
       1430-EXIT.
           EXIT.
       1435-STORE-TIN-STATUS.
           ADD 1 TO PYO-TS-USED-CT.
           MOVE TSF-FINANCIAL-INST-ID TO TWK-FINANCIAL-INST-ID.
           MOVE PYO-TS-USED-CT TO TWK-LOAD-SEQ-NBR.
           MOVE TSF-TAX-ID TO TWK-TAX-ID.
           MOVE TSF-CERT-CD TO TWK-CERT-CD.
           WRITE PYO-TIN-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-WRITE.
           PERFORM 1438-READ-TIN-STATUS THRU 1438-EXIT.
       1435-EXIT.
           EXIT.
       1440-EXIT.
           EXIT.
       1445-STORE-ORR-AUTH.
           ADD 1 TO PYO-OA-USED-CT.
           MOVE OAU-FINANCIAL-INST-ID TO OWK-FINANCIAL-INST-ID.
           MOVE OAU-ORR-TYPE TO OWK-ORR-TYPE.
           MOVE PYO-OA-USED-CT TO OWK-LOAD-SEQ-NBR.
           MOVE OAU-EFF-FROM-DTE TO OWK-EFF-FROM-DTE.
           MOVE OAU-EFF-TO-DTE TO OWK-EFF-TO-DTE.
           MOVE OAU-APPROVER-REF TO OWK-APPROVER-REF.
           WRITE PYO-ORR-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-WRITE.
           PERFORM 1448-READ-ORR-AUTH THRU 1448-EXIT.
       1445-EXIT.
           EXIT.
           END-READ.
       1448-EXIT.
           EXIT.
       1450-LOAD-SPLIT-MASTER.
           PERFORM 1458-READ-SPLIT-MASTER THRU 1458-EXIT.
           PERFORM 1455-STORE-SPLIT-MASTER THRU 1455-EXIT
                   UNTIL PYO-SPM-EOF.
       1450-EXIT.
           EXIT.
       1455-STORE-SPLIT-MASTER.
           ADD 1 TO PYO-SM-USED-CT.
           MOVE SPM-FINANCIAL-INST-ID TO SWK-FINANCIAL-INST-ID.
           MOVE SPM-FINCL-INST-BRCH-ID TO SWK-FINCL-INST-BRCH-ID.
           MOVE SPM-PRIMARY-REP-ID TO SWK-PRIMARY-REP-ID.
           MOVE PYO-SM-USED-CT TO SWK-LOAD-SEQ-NBR.
           MOVE SPM-PART-BRCH-ID TO SWK-PART-BRCH-ID.
           MOVE SPM-PART-REP-ID TO SWK-PART-REP-ID.
           MOVE SPM-PART-REP-NME TO SWK-PART-REP-NME.
           MOVE SPM-SPLIT-PCT TO SWK-SPLIT-PCT.
           MOVE SPM-EFF-FROM-DTE TO SWK-EFF-FROM-DTE.
           MOVE SPM-EFF-TO-DTE TO SWK-EFF-TO-DTE.
           WRITE PYO-SPLIT-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-WRITE.
           PERFORM 1458-READ-SPLIT-MASTER THRU 1458-EXIT.
       1455-EXIT.
           EXIT.
       1458-READ-SPLIT-MASTER.
           READ PYO-SPLIT-MST-FL
               AT END
                   SET PYO-SPM-EOF TO TRUE
           END-READ.
       1458-EXIT.
           EXIT.
       1370-NOTE-HIST-PERIOD.
           IF PYO-HP-USED-CT > ZERO
               PERFORM VARYING PYO-HP-IX FROM 1 BY 1
           MOVE TLR-PYO-PER-END-DT TO RPT-CYCLE-TX.
           MOVE TLR-PYO-WKO-NBR-ID TO PYO-THIS-WKO-NBR-ID.
           MOVE TLR-PYO-PER-END-DT TO PYO-THIS-PER-END-DT.
           MOVE JOB-RUN-CD TO PYO-THIS-JOB-RUN-CD.
           IF PYO-FEED-CTL-EMPTY
               GO TO 2050-EXIT
           END-IF.
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE PYO-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9120-ABORT-RUN THRU 9120-EXIT.
       9110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A KEYED WORK FILE THAT CANNOT TAKE A ROW (OUT OF SPACE *
      *    OR A KEY IT SHOULD NEVER SEE) STOPS THE RUN THE SAME   *
      *    WAY -- NOTHING HAS BEEN PAID FROM A PARTIAL WORK SET   *
      *---------------------------------------------------------*
       9115-ABORT-WORK-FILE.
           MOVE PYO-WORK-FILE-LINE TO RPT-DETAIL-LINE.
           PERFORM 9120-ABORT-RUN THRU 9120-EXIT.
       9115-EXIT.
           EXIT.
       9120-ABORT-RUN.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO PYO-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           CLOSE PYO-TIN-STATUS-FL.
           CLOSE PYO-WH-REMIT-FL.
           CLOSE PYO-ORR-AUTH-FL.
           CLOSE PYO-SPLIT-MST-FL.
           CLOSE PYO-SPLIT-ALLOC-FL.
           CLOSE PYO-LINEAGE-FL.
           PERFORM 9130-CLOSE-WORK-FILES THRU 9130-EXIT.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
           MOVE PYO-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9120-EXIT.
           EXIT.
       9130-CLOSE-WORK-FILES.
           CLOSE PYO-HIST-WK-FL.
           CLOSE PYO-HELD-WK-FL.
           CLOSE PYO-ADJ-WK-FL.
           CLOSE PYO-LIC-WK-FL.
           CLOSE PYO-TIN-WK-FL.
           CLOSE PYO-ORR-WK-FL.
           CLOSE PYO-SPLIT-WK-FL.
           CLOSE PYO-PINS-WK-FL.
           CLOSE PYO-EXC-WK-FL.
       9130-EXIT.
           EXIT.
       9100-ABORT-STALE-FEED.
           MOVE PYO-FEED-REJECT-LINE TO RPT-DETAIL-LINE
           CLOSE PYO-TIN-STATUS-FL.
           CLOSE PYO-WH-REMIT-FL.
           CLOSE PYO-ORR-AUTH-FL.
           CLOSE PYO-SPLIT-MST-FL.
           CLOSE PYO-SPLIT-ALLOC-FL.
           CLOSE PYO-LINEAGE-FL.
           PERFORM 9130-CLOSE-WORK-FILES THRU 9130-EXIT.
           MOVE PYO-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
       2200-EXIT.
           EXIT.
       2210-ADD-FOOT-EXCEPTION.
           ADD 1 TO PYO-FOOT-EXC-USED-CT.
           MOVE TLR-PAYOUT-TYP-CD TO PYO-FL-PAYOUT-TYP.
           MOVE ACCOUNT-NUMBER TO PYO-FL-ACCOUNT-NBR.
           MOVE PYO-WK-LEVEL-SUM-AT TO PYO-FL-LEVEL-SUM-AT.
           MOVE PYO-WK-TOTAL-ELIGIBLE-AT TO PYO-FL-TOTAL-ELIGIBLE-AT.
           MOVE PYO-WK-TOTAL-COMPN-AT TO PYO-FL-TOTAL-COMPN-AT.
           MOVE 'FOOT' TO XWK-LIST-CD.
           MOVE PYO-FOOT-EXC-USED-CT TO XWK-SEQ-NBR.
           MOVE PYO-FOOT-LINE TO XWK-PRINT-LINE.
           PERFORM 9570-WRITE-EXC-LINE THRU 9570-EXIT.
           MOVE FINANCIAL-INST-ID TO PYO-EK-FINANCIAL-INST-ID.
           MOVE ACCOUNT-NUMBER TO PYO-EK-ACCOUNT-NBR.
           MOVE FUND-CODE TO PYO-EK-FUND-CODE.
           MOVE TLR-PAYOUT-TYP-CD TO PYO-EK-PAYOUT-TYP.
           MOVE 'FOOTTIE' TO RPT-EXC-TYPE-CD.
           MOVE PYO-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           COMPUTE RPT-EXC-AMOUNT-AT
               = PYO-WK-LEVEL-SUM-AT - PYO-WK-TOTAL-COMPN-AT.
           MOVE 'ELIGIBLE LEVELS DO NOT FOOT TO TOTAL'
               TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       2210-EXIT.
           EXIT.
      *---------------------------------------------------------*
       2255-EXIT.
           EXIT.
       2260-ADD-RATE-EXCEPTION.
           ADD 1 TO PYO-RATE-EXC-USED-CT.
           MOVE LEVEL-CD (PYO-ELIGIBLE-IX) TO PYO-RL-LEVEL-CD.
           MOVE ACCOUNT-NUMBER TO PYO-RL-ACCOUNT-NBR.
           MOVE PYO-WK-LEVEL-COMPN-AT TO PYO-RL-FED-COMPN-AT.
           MOVE PYO-WK-CALC-COMPN-AT TO PYO-RL-CALC-COMPN-AT.
           MOVE PYO-WK-RATE-DIFF-AT TO PYO-RL-DIFF-AT.
           MOVE 'RATE' TO XWK-LIST-CD.
           MOVE PYO-RATE-EXC-USED-CT TO XWK-SEQ-NBR.
           MOVE PYO-RATE-LINE TO XWK-PRINT-LINE.
           PERFORM 9570-WRITE-EXC-LINE THRU 9570-EXIT.
       2260-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONLY A REP WHOSE EVERY ROW HAS LAPSED IS HELD
           MOVE 'N' TO PYO-LIC-SEEN-SW.
           MOVE 'N' TO PYO-LIC-CURRENT-SW.
           MOVE 'N' TO PYO-WK-EOF-SW.
           MOVE FI-BRANCH-REP-ID TO LWK-FI-BRANCH-REP-ID.
           MOVE ZERO TO LWK-LOAD-SEQ-NBR.
           START PYO-LIC-WK-FL KEY NOT < LWK-KEY
               INVALID KEY
                   SET PYO-WK-EOF TO TRUE
           END-START.
           PERFORM 2275-SCAN-ONE-LICENSE THRU 2275-EXIT
                   UNTIL PYO-WK-EOF.
           IF PYO-LIC-SEEN
              AND NOT PYO-LIC-CURRENT
               SET PYO-LIC-HOLD TO TRUE
       2270-EXIT.
           EXIT.
       2275-SCAN-ONE-LICENSE.
           READ PYO-LIC-WK-FL NEXT RECORD
               AT END
                   SET PYO-WK-EOF TO TRUE
                   GO TO 2275-EXIT
           END-READ.
           IF LWK-FI-BRANCH-REP-ID NOT = FI-BRANCH-REP-ID
               SET PYO-WK-EOF TO TRUE
               GO TO 2275-EXIT
           END-IF.
           MOVE 'Y' TO PYO-LIC-SEEN-SW.
           IF LWK-EXPIRATION-DTE >= PYO-THIS-PER-END-DT
               MOVE 'Y' TO PYO-LIC-CURRENT-SW
           END-IF.
       2275-EXIT.
           EXIT.
               GO TO 2280-EXIT
           END-IF.
           SET PYO-ORR-HOLD TO TRUE.
           MOVE 'N' TO PYO-WK-EOF-SW.
           MOVE FINANCIAL-INST-ID TO OWK-FINANCIAL-INST-ID.
           MOVE ELG-CMPN-SCH-ORR-TYP TO OWK-ORR-TYPE.
           MOVE ZERO TO OWK-LOAD-SEQ-NBR.
           START PYO-ORR-WK-FL KEY NOT < OWK-KEY
               INVALID KEY
                   SET PYO-WK-EOF TO TRUE
           END-START.
           PERFORM 2282-MATCH-ONE-ORR-AUTH THRU 2282-EXIT
                   UNTIL PYO-WK-EOF OR PYO-ORR-CLEAR.
           IF PYO-ORR-HOLD
               ADD 1 TO PYO-ORR-HOLD-CT
           END-IF.
       2280-EXIT.
           EXIT.
       2282-MATCH-ONE-ORR-AUTH.
           READ PYO-ORR-WK-FL NEXT RECORD
               AT END
                   SET PYO-WK-EOF TO TRUE
                   GO TO 2282-EXIT
           END-READ.
           IF OWK-FINANCIAL-INST-ID NOT = FINANCIAL-INST-ID
            OR OWK-ORR-TYPE NOT = ELG-CMPN-SCH-ORR-TYP
               SET PYO-WK-EOF TO TRUE
               GO TO 2282-EXIT
           END-IF.
           IF OWK-EFF-FROM-DTE <= PYO-THIS-PER-END-DT
              AND (OWK-EFF-TO-DTE = ZERO
                   OR OWK-EFF-TO-DTE >= PYO-THIS-PER-END-DT)
               SET PYO-ORR-CLEAR TO TRUE
           END-IF.
       2282-EXIT.
           EXIT.
       2285-CAPTURE-ORR-EXCEPTION.
           MOVE FINANCIAL-INST-ID TO PYO-OL-FI-ID.
           MOVE ACCOUNT-NUMBER TO PYO-OL-ACCOUNT-NBR.
           MOVE ELG-CMPN-SCH-ORR-TYP TO PYO-OL-ELG-TYPE.
           MOVE TOTAL-COMPENSATION-AT TO PYO-WK-TOTAL-COMPN-AT.
           MOVE PYO-WK-TOTAL-COMPN-AT TO PYO-OL-HELD-AT.
           MOVE SPACES TO PYO-LIN-SECTION-CD.
           PERFORM 2705-START-DETAIL-CHAIN THRU 2705-EXIT.
           MOVE PYO-WK-TOTAL-COMPN-AT TO PYO-LIN-STEP-AT.
           PERFORM 2720-TRACE-DETAIL-STEP THRU 2720-EXIT.
           MOVE 'ORR ' TO PYO-LIN-STEP-CD.
           COMPUTE PYO-LIN-STEP-AT = ZERO - PYO-WK-TOTAL-COMPN-AT.
           PERFORM 2725-SET-DETAIL-SOURCE THRU 2725-EXIT.
           PERFORM 2710-WRITE-LINEAGE-STEP THRU 2710-EXIT.
           ADD 1 TO PYO-ORRC-CAP-USED-CT.
           MOVE 'ORR ' TO XWK-LIST-CD.
           MOVE PYO-ORRC-CAP-USED-CT TO XWK-SEQ-NBR.
           MOVE PYO-ORR-LINE TO XWK-PRINT-LINE.
           PERFORM 9570-WRITE-EXC-LINE THRU 9570-EXIT.
       2285-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *---------------------------------------------------------*
       2300-CAPTURE-SUSPENDED-DETAIL.
           ADD 1 TO PYO-SUSPENDED-CT.
           ADD 1 TO PYO-SUSP-EXC-USED-CT.
           MOVE FD-SPNSR-SHRT-NME TO PYO-SPL-SPNSR.
           MOVE ACCOUNT-NUMBER TO PYO-SPL-ACCOUNT-NBR.
           MOVE ALPHA-CODE TO PYO-SPL-ALPHA-CODE.
           MOVE PRE-AGREE-COMPENSATION-AT TO PYO-WK-PRE-AGREE-AT.
           MOVE PYO-WK-PRE-AGREE-AT TO PYO-SPL-PRE-AGREE-AT.
           MOVE SPACES TO PYO-LIN-SECTION-CD.
           PERFORM 2705-START-DETAIL-CHAIN THRU 2705-EXIT.
           MOVE PYO-WK-PRE-AGREE-AT TO PYO-LIN-STEP-AT.
           PERFORM 2720-TRACE-DETAIL-STEP THRU 2720-EXIT.
           MOVE 'HELD' TO PYO-LIN-STEP-CD.
           COMPUTE PYO-LIN-STEP-AT = ZERO - PYO-WK-PRE-AGREE-AT.
           PERFORM 2725-SET-DETAIL-SOURCE THRU 2725-EXIT.
           PERFORM 2710-WRITE-LINEAGE-STEP THRU 2710-EXIT.
           MOVE 'SUSP' TO XWK-LIST-CD.
           MOVE PYO-SUSP-EXC-USED-CT TO XWK-SEQ-NBR.
           MOVE PYO-SUSP-LINE TO XWK-PRINT-LINE.
           PERFORM 9570-WRITE-EXC-LINE THRU 9570-EXIT.
           PERFORM 2320-ACCRUE-HELD-COMMISSION THRU 2320-EXIT.
       2300-EXIT.
           EXIT.
      *---------------------------------------------------------*
       2320-ACCRUE-HELD-COMMISSION.
           MOVE PRE-AGREE-COMPENSATION-AT TO PYO-WK-PRE-AGREE-AT.
           PERFORM 2340-FIND-HELD-POSITION THRU 2340-EXIT.
           IF PYO-WK-NOT-FOUND
               PERFORM 2330-ADD-HELD-ENTRY THRU 2330-EXIT
               GO TO 2320-EXIT
           END-IF.
           ADD PYO-WK-PRE-AGREE-AT TO HWK-PRE-AGREE-AT.
           REWRITE PYO-HELD-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-REWRITE.
       2320-EXIT.
           EXIT.
       2330-ADD-HELD-ENTRY.
           ADD 1 TO PYO-HELD-USED-CT.
           MOVE PYO-HELD-USED-CT TO HWK-SEQ-NBR.
           MOVE ACCOUNT-NUMBER TO HWK-ACCOUNT-NUMBER.
           MOVE PYO-HELD-USED-CT TO HWK-ACCT-SEQ-NBR.
           MOVE FD-SPNSR-SHRT-NME TO HWK-FD-SPNSR-SHRT-NME.
           MOVE ALPHA-CODE TO HWK-ALPHA-CODE.
           MOVE PYO-WK-PRE-AGREE-AT TO HWK-PRE-AGREE-AT.
           MOVE PYO-THIS-PER-END-DT TO HWK-FIRST-HELD-DT.
           MOVE ZERO TO HWK-AGE-CT.
           MOVE 'H' TO HWK-STATUS-SW.
           WRITE PYO-HELD-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-WRITE.
       2330-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FIND THE ACCOUNT'S OPEN HELD POSITION -- THE EARLIEST  *
      *    ONE STILL HELD, LEFT IN THE RECORD AREA FOR UPDATE     *
      *---------------------------------------------------------*
       2340-FIND-HELD-POSITION.
           SET PYO-WK-NOT-FOUND TO TRUE.
           MOVE 'N' TO PYO-WK-EOF-SW.
           MOVE ACCOUNT-NUMBER TO HWK-ACCOUNT-NUMBER.
           MOVE ZERO TO HWK-ACCT-SEQ-NBR.
           START PYO-HELD-WK-FL KEY NOT < HWK-ACCT-KEY
               INVALID KEY
                   GO TO 2340-EXIT
           END-START.
           PERFORM 2345-MATCH-ONE-HELD THRU 2345-EXIT
                   UNTIL PYO-WK-FOUND OR PYO-WK-EOF.
       2340-EXIT.
           EXIT.
       2345-MATCH-ONE-HELD.
           READ PYO-HELD-WK-FL NEXT RECORD
               AT END
                   SET PYO-WK-EOF TO TRUE
                   GO TO 2345-EXIT
           END-READ.
           IF HWK-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
               SET PYO-WK-EOF TO TRUE
               GO TO 2345-EXIT
           END-IF.
           IF HWK-HELD
               SET PYO-WK-FOUND TO TRUE
           END-IF.
       2345-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CAPTURE EACH PAYABLE DETAIL FOR THE TREASURY PAYMENT-  *
      *    INSTRUCTION FILE -- NSCC-SETTLED ROWS GO TO THE NSCC   *
      *    SETTLEMENT SECTION, DIRECT ROWS ROUTE BY PAYMENT       *
       2500-CAPTURE-PAYMENT-INSTR.
           PERFORM 2510-CHECK-DUPLICATE THRU 2510-EXIT.
           IF PYO-DUP-FOUND
               PERFORM 2525-TRACE-DUP-HELD THRU 2525-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF NSCC-INDICATOR-YES
               MOVE 'NSCC ' TO IWK-SECTION-CD
           ELSE
               EVALUATE TRUE
                   WHEN PAYMENT-METHOD-ACH
                       MOVE 'ACH  ' TO IWK-SECTION-CD
                   WHEN PAYMENT-METHOD-WIRE
                       MOVE 'WIRE ' TO IWK-SECTION-CD
                   WHEN OTHER
                       MOVE 'CHECK' TO IWK-SECTION-CD
               END-EVALUATE
           END-IF.
           MOVE IWK-SECTION-CD TO PYO-WK-SECTION-CD.
           MOVE IWK-SECTION-CD TO PYO-LIN-SECTION-CD.
           PERFORM 2705-START-DETAIL-CHAIN THRU 2705-EXIT.
           MOVE PYO-WK-DETAIL-COMPN-AT TO PYO-LIN-STEP-AT.
           PERFORM 2720-TRACE-DETAIL-STEP THRU 2720-EXIT.
           MOVE FINANCIAL-INST-ID TO IWK-FINANCIAL-INST-ID.
           MOVE FI-PAY-OFC-ID TO IWK-FI-PAY-OFC-ID.
           MOVE ACCOUNT-NUMBER TO IWK-ACCOUNT-NUMBER.
           MOVE TOTAL-COMPENSATION-AT TO IWK-TOTAL-COMPN-AT.
           PERFORM 2540-APPLY-ADJUSTMENTS THRU 2540-EXIT.
           PERFORM 2570-APPLY-BACKUP-WITHHOLDING THRU 2570-EXIT.
           PERFORM 2590-WRITE-PAY-INSTR THRU 2590-EXIT.
           PERFORM 2530-WRITE-PAY-HISTORY THRU 2530-EXIT.
           PERFORM 2560-RELEASE-HELD-COMMISSION THRU 2560-EXIT.
       2500-EXIT.
           EXIT.
       2590-WRITE-PAY-INSTR.
           ADD 1 TO PYO-PAY-INSTR-USED-CT.
           MOVE PYO-PAY-INSTR-USED-CT TO IWK-SEQ-NBR.
           WRITE PYO-PINS-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-WRITE.
       2590-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TONIGHT'S RUN HAS A MEMORY NOW -- AN IDENTICAL PAYEE   *
      *    AND AMOUNT ALREADY PAID WITHIN THE REVIEW WINDOW IS    *
            OR PYO-HIST-USED-CT = ZERO
               GO TO 2510-EXIT
           END-IF.
           MOVE 'N' TO PYO-WK-EOF-SW.
           MOVE FINANCIAL-INST-ID TO PHK-FINANCIAL-INST-ID.
           MOVE ACCOUNT-NUMBER TO PHK-ACCOUNT-NUMBER.
           MOVE ZERO TO PHK-LOAD-SEQ-NBR.
           START PYO-HIST-WK-FL KEY NOT < PHK-KEY
               INVALID KEY
                   GO TO 2510-EXIT
           END-START.
           PERFORM 2515-MATCH-ONE-HISTORY THRU 2515-EXIT
                   UNTIL PYO-DUP-FOUND OR PYO-WK-EOF.
       2510-EXIT.
           EXIT.
       2515-MATCH-ONE-HISTORY.
           READ PYO-HIST-WK-FL NEXT RECORD
               AT END
                   SET PYO-WK-EOF TO TRUE
                   GO TO 2515-EXIT
           END-READ.
           IF PHK-FINANCIAL-INST-ID NOT = FINANCIAL-INST-ID
            OR PHK-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
               SET PYO-WK-EOF TO TRUE
               GO TO 2515-EXIT
           END-IF.
           IF PHK-DUP-AT = PYO-WK-DETAIL-COMPN-AT
              AND PHK-PER-END-DT >= PYO-HIST-CUTOFF-DT
               SET PYO-DUP-FOUND TO TRUE
               PERFORM 2520-CAPTURE-DUP-HELD THRU 2520-EXIT
           END-IF.
       2515-EXIT.
           EXIT.
       2520-CAPTURE-DUP-HELD.
           ADD 1 TO PYO-DUP-HELD-CT.
           MOVE FINANCIAL-INST-ID TO PYO-DL-FI-ID.
           MOVE ACCOUNT-NUMBER TO PYO-DL-ACCOUNT-NBR.
           MOVE PYO-WK-DETAIL-COMPN-AT TO PYO-DL-AMOUNT.
           MOVE PHK-PER-END-DT TO PYO-DL-PER-END-DT.
           MOVE PHK-WKO-NBR-ID TO PYO-DL-WKO-NBR-ID.
           ADD 1 TO PYO-DUPC-CAP-USED-CT.
           MOVE 'DUP ' TO XWK-LIST-CD.
           MOVE PYO-DUPC-CAP-USED-CT TO XWK-SEQ-NBR.
           MOVE PYO-DUP-LINE TO XWK-PRINT-LINE.
           PERFORM 9570-WRITE-EXC-LINE THRU 9570-EXIT.
       2520-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A DUPLICATE NETS TO ZERO IN THE LINEAGE -- THE DETAIL  *
      *    AMOUNT IN, THEN OUT AGAINST THE PRIOR PAYMENT FOUND    *
      *---------------------------------------------------------*
       2525-TRACE-DUP-HELD.
           MOVE SPACES TO PYO-LIN-SECTION-CD.
           PERFORM 2705-START-DETAIL-CHAIN THRU 2705-EXIT.
           MOVE PYO-WK-DETAIL-COMPN-AT TO PYO-LIN-STEP-AT.
           PERFORM 2720-TRACE-DETAIL-STEP THRU 2720-EXIT.
           MOVE 'DUP ' TO PYO-LIN-STEP-CD.
           COMPUTE PYO-LIN-STEP-AT = ZERO - PYO-WK-DETAIL-COMPN-AT.
           MOVE SPACES TO PLN-SOURCE-AREA.
           MOVE PHK-PER-END-DT TO PLN-SRC-PRIOR-PER-END-DT.
           MOVE PHK-WKO-NBR-ID TO PLN-SRC-PRIOR-WKO-NBR-ID.
           PERFORM 2710-WRITE-LINEAGE-STEP THRU 2710-EXIT.
       2525-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    APPLY EVERY UNAPPLIED ADJUSTMENT KEYED TO THIS DETAIL  *
      *    BEFORE THE INSTRUCTION AMOUNT IS FINAL -- THE SPONSOR/ *
      *    PAYMENT-METHOD SUMMARY BUCKET FOUND BY 2100 MOVES BY   *
           EXIT.
       2550-APPLY-ONE-ADJUSTMENT.
           SET PYO-ADJ-NO-MORE TO TRUE.
           MOVE 'N' TO PYO-WK-EOF-SW.
           MOVE ACCOUNT-NUMBER TO AWK-ACCOUNT-NUMBER.
           MOVE ZERO TO AWK-ACCT-SEQ-NBR.
           START PYO-ADJ-WK-FL KEY NOT < AWK-ACCT-KEY
               INVALID KEY
                   GO TO 2550-EXIT
           END-START.
           PERFORM 2555-FIND-ONE-UNAPPLIED THRU 2555-EXIT
                   UNTIL PYO-ADJ-MORE OR PYO-WK-EOF.
           IF PYO-ADJ-NO-MORE
               GO TO 2550-EXIT
           END-IF.
           ADD 1 TO PYO-ADJ-APPLIED-CT.
           ADD AWK-AMOUNT-AT TO IWK-TOTAL-COMPN-AT.
           ADD AWK-AMOUNT-AT TO PYO-WK-DETAIL-COMPN-AT.
           ADD AWK-AMOUNT-AT TO PYO-SUM-ELIGIBLE-AT (PYO-SUMMARY-IX).
           MOVE AWK-ACCOUNT-NUMBER TO PYO-AL-ACCOUNT-NBR.
           MOVE AWK-LEVEL-CD TO PYO-AL-LEVEL-CD.
           MOVE AWK-AMOUNT-AT TO PYO-AL-AMOUNT.
           MOVE AWK-REASON-CD TO PYO-AL-REASON-CD.
           MOVE AWK-PREPARER-ID TO PYO-AL-PREPARER-ID.
           MOVE AWK-APPROVER-ID TO PYO-AL-APPROVER-ID.
           MOVE 'APPLIED' TO PYO-AL-DISPOSITION.
           PERFORM 9580-CAPTURE-ADJ-LINE THRU 9580-EXIT.
           MOVE 'ADJ ' TO PYO-LIN-STEP-CD.
           MOVE AWK-AMOUNT-AT TO PYO-LIN-STEP-AT.
           MOVE SPACES TO PLN-SOURCE-AREA.
           MOVE AWK-REASON-CD TO PLN-SRC-REASON-CD.
           MOVE AWK-LEVEL-CD TO PLN-SRC-LEVEL-CD.
           MOVE AWK-PREPARER-ID TO PLN-SRC-PREPARER-ID.
           MOVE AWK-APPROVER-ID TO PLN-SRC-APPROVER-ID.
           PERFORM 2710-WRITE-LINEAGE-STEP THRU 2710-EXIT.
           MOVE 'Y' TO AWK-APPLIED-SW.
           REWRITE PYO-ADJ-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-REWRITE.
       2550-EXIT.
           EXIT.
       2555-FIND-ONE-UNAPPLIED.
           READ PYO-ADJ-WK-FL NEXT RECORD
               AT END
                   SET PYO-WK-EOF TO TRUE
                   GO TO 2555-EXIT
           END-READ.
           IF AWK-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
               SET PYO-WK-EOF TO TRUE
               GO TO 2555-EXIT
           END-IF.
           IF AWK-APPLIED-SW = 'N'
               SET PYO-ADJ-MORE TO TRUE
           END-IF.
       2555-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE ACCOUNT CAME THROUGH PAYABLE, SO ITS HOLD HAS      *
      *    CLEARED -- FREE THE CARRIED AMOUNT INTO THE SAME       *
           IF PYO-HELD-USED-CT = ZERO
               GO TO 2560-EXIT
           END-IF.
           PERFORM 2340-FIND-HELD-POSITION THRU 2340-EXIT.
           IF PYO-WK-NOT-FOUND
               GO TO 2560-EXIT
           END-IF.
           ADD 1 TO PYO-HELD-RELEASED-CT.
           MOVE PYO-WK-SECTION-CD TO IWK-SECTION-CD.
           MOVE FINANCIAL-INST-ID TO IWK-FINANCIAL-INST-ID.
           MOVE FI-PAY-OFC-ID TO IWK-FI-PAY-OFC-ID.
           MOVE ACCOUNT-NUMBER TO IWK-ACCOUNT-NUMBER.
           MOVE HWK-PRE-AGREE-AT TO IWK-TOTAL-COMPN-AT.
           MOVE PYO-WK-SECTION-CD TO PYO-LIN-SECTION-CD.
           PERFORM 2705-START-DETAIL-CHAIN THRU 2705-EXIT.
           MOVE 'REL ' TO PYO-LIN-STEP-CD.
           MOVE HWK-PRE-AGREE-AT TO PYO-LIN-STEP-AT.
           MOVE SPACES TO PLN-SOURCE-AREA.
           MOVE HWK-FIRST-HELD-DT TO PLN-SRC-FIRST-HELD-DT.
           MOVE HWK-AGE-CT TO PLN-SRC-AGE-CT.
           PERFORM 2710-WRITE-LINEAGE-STEP THRU 2710-EXIT.
           PERFORM 2590-WRITE-PAY-INSTR THRU 2590-EXIT.
           MOVE SPACES TO PYO-PAY-HIST-OUT-RECORD.
           MOVE FINANCIAL-INST-ID TO PHO-FINANCIAL-INST-ID.
           MOVE FINCL-INST-BRCH-ID TO PHO-FINCL-INST-BRCH-ID.
           MOVE FI-BRANCH-REP-ID TO PHO-FI-BRANCH-REP-ID.
           MOVE ACCOUNT-NUMBER TO PHO-ACCOUNT-NUMBER.
           MOVE HWK-PRE-AGREE-AT TO PHO-TOTAL-COMPN-AT.
           MOVE PYO-THIS-PER-END-DT TO PHO-PER-END-DT.
           MOVE PYO-THIS-WKO-NBR-ID TO PHO-WKO-NBR-ID.
           WRITE PYO-PAY-HIST-OUT-RECORD.
           MOVE HWK-FD-SPNSR-SHRT-NME TO PYO-RELL-SPNSR.
           MOVE HWK-ACCOUNT-NUMBER TO PYO-RELL-ACCOUNT-NBR.
           MOVE HWK-ALPHA-CODE TO PYO-RELL-ALPHA-CODE.
           MOVE HWK-PRE-AGREE-AT TO PYO-RELL-AMOUNT.
           MOVE HWK-AGE-CT TO PYO-RELL-AGE-CT.
           PERFORM 9590-CAPTURE-REL-LINE THRU 9590-EXIT.
           MOVE 'R' TO HWK-STATUS-SW.
           REWRITE PYO-HELD-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-REWRITE.
       2560-EXIT.
           EXIT.
      *---------------------------------------------------------*
            OR PYO-WK-DETAIL-COMPN-AT <= ZERO
               GO TO 2570-EXIT
           END-IF.
           MOVE 'N' TO PYO-WK-EOF-SW.
           MOVE FINANCIAL-INST-ID TO TWK-FINANCIAL-INST-ID.
           MOVE ZERO TO TWK-LOAD-SEQ-NBR.
           START PYO-TIN-WK-FL KEY NOT < TWK-KEY
               INVALID KEY
                   GO TO 2570-EXIT
           END-START.
           PERFORM 2575-MATCH-ONE-TIN THRU 2575-EXIT
                   UNTIL PYO-WH-DUE OR PYO-WK-EOF.
           IF PYO-WH-NOT-DUE
               GO TO 2570-EXIT
           END-IF.
           MOVE PYO-THIS-PER-END-DT TO WHR-PER-END-DT.
           WRITE PYO-WH-REMIT-RECORD.
           SUBTRACT PYO-WK-WH-AT FROM PYO-WK-DETAIL-COMPN-AT.
           SUBTRACT PYO-WK-WH-AT FROM IWK-TOTAL-COMPN-AT.
           ADD PYO-WK-WH-AT TO PYO-WK-WH-TOTAL-AT.
           MOVE PYO-WK-DETAIL-COMPN-AT TO PYO-WL-NET-AT.
           PERFORM 9595-CAPTURE-WH-LINE THRU 9595-EXIT.
           MOVE 'WH  ' TO PYO-LIN-STEP-CD.
           COMPUTE PYO-LIN-STEP-AT = ZERO - PYO-WK-WH-AT.
           MOVE SPACES TO PLN-SOURCE-AREA.
           MOVE PYO-BACKUP-WH-RATE TO PLN-SRC-WH-RATE.
           MOVE PYO-WK-WH-TAX-ID TO PLN-SRC-TAX-ID.
           PERFORM 2710-WRITE-LINEAGE-STEP THRU 2710-EXIT.
       2570-EXIT.
           EXIT.
       2575-MATCH-ONE-TIN.
           READ PYO-TIN-WK-FL NEXT RECORD
               AT END
                   SET PYO-WK-EOF TO TRUE
                   GO TO 2575-EXIT
           END-READ.
           IF TWK-FINANCIAL-INST-ID NOT = FINANCIAL-INST-ID
               SET PYO-WK-EOF TO TRUE
               GO TO 2575-EXIT
           END-IF.
           IF TWK-CERT-CD = 'U'
            OR TWK-CERT-CD = 'F'
               SET PYO-WH-DUE TO TRUE
               MOVE TWK-TAX-ID TO PYO-WK-WH-TAX-ID
           END-IF.
       2575-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    HISTORY CARRIES THE FED GROSS TOTAL-COMPENSATION-AT    *
      *    -- ADJUSTMENTS AND BACKUP WITHHOLDING MOVE THE PAID    *
      *    AND THAT IS WHAT THE DUPLICATE CHECK MUST MATCH        *
      *---------------------------------------------------------*
       2530-WRITE-PAY-HISTORY.
           PERFORM 2600-ALLOCATE-SPLIT THRU 2600-EXIT.
           IF PYO-SPLIT-APPLIED
               PERFORM 2535-WRITE-SHARE-HISTORY THRU 2535-EXIT
                       VARYING PYO-SS-IX FROM 1 BY 1
                       UNTIL PYO-SS-IX > PYO-SPLIT-SHARE-CT
               GO TO 2530-EXIT
           END-IF.
           MOVE SPACES TO PYO-PAY-HIST-OUT-RECORD.
           MOVE FINANCIAL-INST-ID TO PHO-FINANCIAL-INST-ID.
           MOVE FINCL-INST-BRCH-ID TO PHO-FINCL-INST-BRCH-ID.
       2530-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE HISTORY ROW AND ONE ALLOCATION ROW PER REP SHARE   *
      *    OF A SPLIT DETAIL -- THE STATEMENTS AND YTD RUNS       *
      *    CREDIT EACH REP FROM THESE                             *
      *---------------------------------------------------------*
       2535-WRITE-SHARE-HISTORY.
           MOVE SPACES TO PYO-PAY-HIST-OUT-RECORD.
           MOVE FINANCIAL-INST-ID TO PHO-FINANCIAL-INST-ID.
           MOVE PYO-SS-PART-BRCH-ID (PYO-SS-IX)
               TO PHO-FINCL-INST-BRCH-ID.
           MOVE PYO-SS-PART-REP-ID (PYO-SS-IX)
               TO PHO-FI-BRANCH-REP-ID.
           MOVE ACCOUNT-NUMBER TO PHO-ACCOUNT-NUMBER.
           MOVE PYO-SS-ALLOC-AT (PYO-SS-IX) TO PHO-TOTAL-COMPN-AT.
           MOVE PYO-THIS-PER-END-DT TO PHO-PER-END-DT.
           MOVE PYO-THIS-WKO-NBR-ID TO PHO-WKO-NBR-ID.
           IF PYO-SS-IX = 1
               MOVE 'P' TO PHO-SPLIT-SHARE-CD
           ELSE
               MOVE 'S' TO PHO-SPLIT-SHARE-CD
           END-IF.
           WRITE PYO-PAY-HIST-OUT-RECORD.
           MOVE SPACES TO PYO-SPLIT-ALLOC-RECORD.
           MOVE FINANCIAL-INST-ID TO SAL-FINANCIAL-INST-ID.
           MOVE FINCL-INST-BRCH-ID TO SAL-FINCL-INST-BRCH-ID.
           MOVE FI-BRANCH-REP-ID TO SAL-PRIMARY-REP-ID.
           MOVE ACCOUNT-NUMBER TO SAL-ACCOUNT-NUMBER.
           MOVE FUND-CODE TO SAL-FUND-CODE.
           MOVE PYO-SS-PART-BRCH-ID (PYO-SS-IX) TO SAL-PART-BRCH-ID.
           MOVE PYO-SS-PART-REP-ID (PYO-SS-IX) TO SAL-PART-REP-ID.
           MOVE PYO-SS-PART-REP-NME (PYO-SS-IX)
               TO SAL-PART-REP-NME.
           MOVE PYO-SS-SPLIT-PCT (PYO-SS-IX) TO SAL-SPLIT-PCT.
           MOVE PYO-SS-ALLOC-AT (PYO-SS-IX) TO SAL-ALLOC-AT.
           MOVE PYO-THIS-PER-END-DT TO SAL-PER-END-DT.
           WRITE PYO-SPLIT-ALLOC-RECORD.
           ADD 1 TO PYO-SPLIT-ALLOC-CT.
       2535-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PAYMENT BUILD-UP LINEAGE.  A CHAIN OPENS AT ZERO AND   *
      *    EVERY STEP ADDS ITS SIGNED AMOUNT TO THE RUNNING       *
      *    AMOUNT BEFORE IT IS WRITTEN.  THE CALLER SETS THE      *
      *    STEP CODE, STEP AMOUNT AND SOURCE AREA FIRST           *
      *---------------------------------------------------------*
       2700-START-LINEAGE-CHAIN.
           ADD 1 TO PYO-LIN-CHAIN-CT.
           MOVE ZERO TO PYO-LIN-STEP-CT.
           MOVE ZERO TO PYO-LIN-RUNNING-AT.
       2700-EXIT.
           EXIT.
       2705-START-DETAIL-CHAIN.
           MOVE FINANCIAL-INST-ID TO PYO-LIN-FI-ID.
           MOVE FI-PAY-OFC-ID TO PYO-LIN-PAY-OFC-ID.
           MOVE ACCOUNT-NUMBER TO PYO-LIN-ACCOUNT-NBR.
           PERFORM 2700-START-LINEAGE-CHAIN THRU 2700-EXIT.
       2705-EXIT.
           EXIT.
       2710-WRITE-LINEAGE-STEP.
           ADD 1 TO PYO-LIN-STEP-CT.
           ADD PYO-LIN-STEP-AT TO PYO-LIN-RUNNING-AT.
           MOVE PLN-SOURCE-AREA TO PYO-LIN-SOURCE-SAVE.
           MOVE SPACES TO PYO-LINEAGE-RECORD.
           MOVE PYO-LIN-FI-ID TO PLN-FINANCIAL-INST-ID.
           MOVE PYO-LIN-PAY-OFC-ID TO PLN-FI-PAY-OFC-ID.
           MOVE PYO-THIS-PER-END-DT TO PLN-PER-END-DT.
           MOVE PYO-THIS-WKO-NBR-ID TO PLN-WKO-NBR-ID.
           MOVE PYO-LIN-ACCOUNT-NBR TO PLN-ACCOUNT-NUMBER.
           MOVE PYO-LIN-CHAIN-CT TO PLN-CHAIN-NBR.
           MOVE PYO-LIN-STEP-CT TO PLN-STEP-NBR.
           MOVE PYO-LIN-STEP-CD TO PLN-STEP-CD.
           MOVE PYO-LIN-SECTION-CD TO PLN-SECTION-CD.
           MOVE PYO-LIN-STEP-AT TO PLN-STEP-AT.
           MOVE PYO-LIN-RUNNING-AT TO PLN-RUNNING-AT.
           MOVE PYO-LIN-SOURCE-SAVE TO PLN-SOURCE-AREA.
           WRITE PYO-LINEAGE-RECORD.
           ADD 1 TO PYO-LIN-WRITTEN-CT.
       2710-EXIT.
           EXIT.
       2720-TRACE-DETAIL-STEP.
           MOVE 'DTL ' TO PYO-LIN-STEP-CD.
           PERFORM 2725-SET-DETAIL-SOURCE THRU 2725-EXIT.
           PERFORM 2710-WRITE-LINEAGE-STEP THRU 2710-EXIT.
       2720-EXIT.
           EXIT.
       2725-SET-DETAIL-SOURCE.
           MOVE SPACES TO PLN-SOURCE-AREA.
           MOVE PYO-DETAIL-READ-CT TO PLN-SRC-DETAIL-NBR.
           MOVE FUND-CODE TO PLN-SRC-FUND-CODE.
           MOVE PRV-CMPN-SCH-ORR-TYP TO PLN-SRC-PRV-ORR-TYPE.
           MOVE ELG-CMPN-SCH-ORR-TYP TO PLN-SRC-ELG-ORR-TYPE.
       2725-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A DETAIL FLAGGED SPLIT-COMPENSATION IS SHARED ACROSS   *
      *    THE REPS ON THE AGREEMENT FOR ITS DEALER / BRANCH /    *
      *    PRIMARY REP THAT IS IN EFFECT AT PERIOD-END.  THE      *
      *    FED GROSS IS SHARED -- THE SAME AMOUNT HISTORY CARRIES *
      *---------------------------------------------------------*
       2600-ALLOCATE-SPLIT.
           SET PYO-SPLIT-NOT-APPLIED TO TRUE.
           IF NOT SPLIT-COMPENSATION-YES
               GO TO 2600-EXIT
           END-IF.
           MOVE ZERO TO PYO-SPLIT-SHARE-CT.
           MOVE ZERO TO PYO-WK-SPLIT-PCT-TOTAL.
           IF PYO-SM-USED-CT > ZERO
               MOVE 'N' TO PYO-WK-EOF-SW
               MOVE FINANCIAL-INST-ID TO SWK-FINANCIAL-INST-ID
               MOVE FINCL-INST-BRCH-ID TO SWK-FINCL-INST-BRCH-ID
               MOVE FI-BRANCH-REP-ID TO SWK-PRIMARY-REP-ID
               MOVE ZERO TO SWK-LOAD-SEQ-NBR
               START PYO-SPLIT-WK-FL KEY NOT < SWK-KEY
                   INVALID KEY
                       SET PYO-WK-EOF TO TRUE
               END-START
               PERFORM 2610-COLLECT-ONE-SHARE THRU 2610-EXIT
                       UNTIL PYO-WK-EOF
           END-IF.
           IF PYO-SPLIT-SHARE-CT = ZERO
               MOVE 'NO SPLIT AGREEMENT IN EFFECT'
                   TO PYO-SXL-REASON
               PERFORM 2630-CAPTURE-SPLIT-EXCEPTION THRU 2630-EXIT
               GO TO 2600-EXIT
           END-IF.
           IF PYO-WK-SPLIT-PCT-TOTAL NOT = 100
               MOVE 'SPLIT PERCENTAGES DO NOT TOTAL 100'
                   TO PYO-SXL-REASON
               PERFORM 2630-CAPTURE-SPLIT-EXCEPTION THRU 2630-EXIT
               GO TO 2600-EXIT
           END-IF.
           SET PYO-SPLIT-APPLIED TO TRUE.
           MOVE ZERO TO PYO-WK-SPLIT-ALLOC-SUM.
           PERFORM 2620-PRICE-ONE-SHARE THRU 2620-EXIT
                   VARYING PYO-SS-IX FROM 1 BY 1
                   UNTIL PYO-SS-IX > PYO-SPLIT-SHARE-CT.
       2600-EXIT.
           EXIT.
       2610-COLLECT-ONE-SHARE.
           READ PYO-SPLIT-WK-FL NEXT RECORD
               AT END
                   SET PYO-WK-EOF TO TRUE
                   GO TO 2610-EXIT
           END-READ.
           IF SWK-FINANCIAL-INST-ID NOT = FINANCIAL-INST-ID
            OR SWK-FINCL-INST-BRCH-ID NOT = FINCL-INST-BRCH-ID
            OR SWK-PRIMARY-REP-ID NOT = FI-BRANCH-REP-ID
               SET PYO-WK-EOF TO TRUE
               GO TO 2610-EXIT
           END-IF.
           IF SWK-EFF-FROM-DTE > PYO-THIS-PER-END-DT
               GO TO 2610-EXIT
           END-IF.
           IF SWK-EFF-TO-DTE NOT = ZERO
              AND SWK-EFF-TO-DTE < PYO-THIS-PER-END-DT
               GO TO 2610-EXIT
           END-IF.
           IF PYO-SPLIT-SHARE-CT >= 20
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO PYO-SPLIT-SHARE-CT.
           IF SWK-PART-BRCH-ID = SPACES
               MOVE FINCL-INST-BRCH-ID
                   TO PYO-SS-PART-BRCH-ID (PYO-SPLIT-SHARE-CT)
           ELSE
               MOVE SWK-PART-BRCH-ID
                   TO PYO-SS-PART-BRCH-ID (PYO-SPLIT-SHARE-CT)
           END-IF.
           MOVE SWK-PART-REP-ID
               TO PYO-SS-PART-REP-ID (PYO-SPLIT-SHARE-CT).
           MOVE SWK-PART-REP-NME
               TO PYO-SS-PART-REP-NME (PYO-SPLIT-SHARE-CT).
           MOVE SWK-SPLIT-PCT
               TO PYO-SS-SPLIT-PCT (PYO-SPLIT-SHARE-CT).
           ADD SWK-SPLIT-PCT TO PYO-WK-SPLIT-PCT-TOTAL.
       2610-EXIT.
           EXIT.
       2620-PRICE-ONE-SHARE.
           IF PYO-SS-IX = PYO-SPLIT-SHARE-CT
               COMPUTE PYO-SS-ALLOC-AT (PYO-SS-IX) =
                   PYO-WK-GROSS-COMPN-AT - PYO-WK-SPLIT-ALLOC-SUM
           ELSE
               COMPUTE PYO-SS-ALLOC-AT (PYO-SS-IX) ROUNDED =
                   (PYO-WK-GROSS-COMPN-AT
                    * PYO-SS-SPLIT-PCT (PYO-SS-IX)) / 100
           END-IF.
           ADD PYO-SS-ALLOC-AT (PYO-SS-IX) TO PYO-WK-SPLIT-ALLOC-SUM.
       2620-EXIT.
           EXIT.
       2630-CAPTURE-SPLIT-EXCEPTION.
           ADD 1 TO PYO-SPLIT-EXC-CT.
           MOVE FINANCIAL-INST-ID TO PYO-SXL-FI-ID.
           MOVE FINCL-INST-BRCH-ID TO PYO-SXL-BRCH-ID.
           MOVE FI-BRANCH-REP-ID TO PYO-SXL-REP-ID.
           MOVE ACCOUNT-NUMBER TO PYO-SXL-ACCOUNT-NBR.
           MOVE PYO-WK-GROSS-COMPN-AT TO PYO-SXL-AMOUNT.
           MOVE PYO-WK-SPLIT-PCT-TOTAL TO PYO-SXL-PCT-TOTAL.
           ADD 1 TO PYO-SPLC-CAP-USED-CT.
           MOVE 'SPLT' TO XWK-LIST-CD.
           MOVE PYO-SPLC-CAP-USED-CT TO XWK-SEQ-NBR.
           MOVE PYO-SPLIT-LINE TO XWK-PRINT-LINE.
           PERFORM 9570-WRITE-EXC-LINE THRU 9570-EXIT.
           MOVE FINANCIAL-INST-ID TO PYO-EK-FINANCIAL-INST-ID.
           MOVE ACCOUNT-NUMBER TO PYO-EK-ACCOUNT-NBR.
           MOVE FUND-CODE TO PYO-EK-FUND-CODE.
           MOVE TLR-PAYOUT-TYP-CD TO PYO-EK-PAYOUT-TYP.
           MOVE 'SPLITEXC' TO RPT-EXC-TYPE-CD.
           MOVE PYO-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE PYO-WK-GROSS-COMPN-AT TO RPT-EXC-AMOUNT-AT.
           MOVE PYO-SXL-REASON TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       2630-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    COMPARE THE DETAIL ROWS ACTUALLY READ AGAINST THE      *
      *    TRAILER'S TOTAL-RECORD-CT; A TRUNCATED OR OVER-RUN     *
      *    857 FEED MUST NOT PASS THE JOB AS SUCCESSFUL            *
       8000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PRINT ONE EXCEPTION LIST FROM THE KEYED WORK FILE, IN  *
      *    THE ORDER THE LINES WERE CAPTURED                      *
      *---------------------------------------------------------*
       8090-PRINT-EXC-LIST.
           MOVE 'N' TO PYO-WK-EOF-SW.
           MOVE PYO-WK-LIST-CD TO XWK-LIST-CD.
           MOVE ZERO TO XWK-SEQ-NBR.
           START PYO-EXC-WK-FL KEY NOT < XWK-KEY
               INVALID KEY
                   GO TO 8090-EXIT
           END-START.
           PERFORM 8095-PRINT-ONE-EXC-LINE THRU 8095-EXIT
                   UNTIL PYO-WK-EOF.
       8090-EXIT.
           EXIT.
       8095-PRINT-ONE-EXC-LINE.
           READ PYO-EXC-WK-FL NEXT RECORD
               AT END
                   SET PYO-WK-EOF TO TRUE
                   GO TO 8095-EXIT
           END-READ.
           IF XWK-LIST-CD NOT = PYO-WK-LIST-CD
               SET PYO-WK-EOF TO TRUE
               GO TO 8095-EXIT
           END-IF.
           MOVE XWK-PRINT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8095-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PRINT THE FOOT-AND-TIE EXCEPTION SECTION, HEADER AND   *
      *    ROWS TOGETHER, NOW THAT THE FULL FEED HAS BEEN READ    *
      *---------------------------------------------------------*
               MOVE PYO-FOOT-HDG-LINE-1 TO RPT-SECTION-HDG-1
               MOVE PYO-FOOT-HDG-LINE-2 TO RPT-SECTION-HDG-2
               PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT
               MOVE 'FOOT' TO PYO-WK-LIST-CD
               PERFORM 8090-PRINT-EXC-LIST THRU 8090-EXIT
           END-IF.
       8100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PRINT THE RATE RECALCULATION EXCEPTION SECTION, HEADER *
      *    AND ROWS TOGETHER, NOW THAT THE FULL FEED HAS BEEN READ*
               MOVE PYO-RATE-HDG-LINE-1 TO RPT-SECTION-HDG-1
               MOVE PYO-RATE-HDG-LINE-2 TO RPT-SECTION-HDG-2
               PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT
               MOVE 'RATE' TO PYO-WK-LIST-CD
               PERFORM 8090-PRINT-EXC-LIST THRU 8090-EXIT
           END-IF.
       8150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PRINT THE SUSPENDED/HELD DETAIL SECTION, HEADER AND    *
      *    ROWS TOGETHER, NOW THAT THE FULL FEED HAS BEEN READ    *
               MOVE PYO-SUSP-HDG-LINE-1 TO RPT-SECTION-HDG-1
               MOVE PYO-SUSP-HDG-LINE-2 TO RPT-SECTION-HDG-2
               PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT
               MOVE 'SUSP' TO PYO-WK-LIST-CD
               PERFORM 8090-PRINT-EXC-LIST THRU 8090-EXIT
           END-IF.
       8200-EXIT.
           EXIT.
       8215-PRINT-ORR-EXCEPTIONS.
           IF PYO-ORRC-CAP-USED-CT > ZERO
               MOVE PYO-ORR-HDG-LINE-1 TO RPT-SECTION-HDG-1
               MOVE PYO-ORR-HDG-LINE-2 TO RPT-SECTION-HDG-2
               PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT
               MOVE 'ORR ' TO PYO-WK-LIST-CD
               PERFORM 8090-PRINT-EXC-LIST THRU 8090-EXIT
           END-IF.
       8215-EXIT.
           EXIT.
       8220-PRINT-WH-REGISTER.
           IF PYO-WHC-CAP-USED-CT > ZERO
               MOVE PYO-WH-HDG-LINE-1 TO RPT-SECTION-HDG-1
               MOVE PYO-WH-HDG-LINE-2 TO RPT-SECTION-HDG-2
               PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT
               MOVE 'WH  ' TO PYO-WK-LIST-CD
               PERFORM 8090-PRINT-EXC-LIST THRU 8090-EXIT
           END-IF.
       8220-EXIT.
           EXIT.
       8230-PRINT-RELEASED-HELD.
           IF PYO-RELC-CAP-USED-CT > ZERO
               MOVE PYO-REL-HDG-LINE-1 TO RPT-SECTION-HDG-1
               MOVE PYO-REL-HDG-LINE-2 TO RPT-SECTION-HDG-2
               PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT
               MOVE 'REL ' TO PYO-WK-LIST-CD
               PERFORM 8090-PRINT-EXC-LIST THRU 8090-EXIT
           END-IF.
       8230-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    LIST WHAT IS STILL HELD AND FOR HOW LONG, AND CARRY    *
      *    EACH OPEN POSITION FORWARD ONE PERIOD OLDER            *
           MOVE PYO-STH-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF PYO-HELD-USED-CT > ZERO
               MOVE 'N' TO PYO-WK-EOF-SW
               MOVE ZERO TO HWK-SEQ-NBR
               START PYO-HELD-WK-FL KEY NOT < HWK-SEQ-NBR
                   INVALID KEY
                       SET PYO-WK-EOF TO TRUE
               END-START
               PERFORM 8245-CARRY-ONE-HELD THRU 8245-EXIT
                       UNTIL PYO-WK-EOF
           END-IF.
       8240-EXIT.
           EXIT.
       8245-CARRY-ONE-HELD.
           READ PYO-HELD-WK-FL NEXT RECORD
               AT END
                   SET PYO-WK-EOF TO TRUE
                   GO TO 8245-EXIT
           END-READ.
           IF NOT HWK-HELD
               GO TO 8245-EXIT
           END-IF.
           ADD 1 TO PYO-HELD-CARRIED-CT.
           MOVE HWK-FD-SPNSR-SHRT-NME TO PYO-STL-SPNSR.
           MOVE HWK-ACCOUNT-NUMBER TO PYO-STL-ACCOUNT-NBR.
           MOVE HWK-ALPHA-CODE TO PYO-STL-ALPHA-CODE.
           MOVE HWK-PRE-AGREE-AT TO PYO-STL-AMOUNT.
           MOVE HWK-FIRST-HELD-DT TO PYO-STL-FIRST-HELD-DT.
           MOVE HWK-AGE-CT TO PYO-STL-AGE-CT.
           MOVE PYO-STH-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE SPACES TO PYO-HELD-OUT-RECORD.
           MOVE HWK-FD-SPNSR-SHRT-NME TO HLO-FD-SPNSR-SHRT-NME.
           MOVE HWK-ACCOUNT-NUMBER TO HLO-ACCOUNT-NUMBER.
           MOVE HWK-ALPHA-CODE TO HLO-ALPHA-CODE.
           MOVE HWK-PRE-AGREE-AT TO HLO-PRE-AGREE-AT.
           MOVE HWK-FIRST-HELD-DT TO HLO-FIRST-HELD-DT.
           IF HWK-AGE-CT < 99
               COMPUTE HLO-AGE-CT = HWK-AGE-CT + 1
           ELSE
               MOVE 99 TO HLO-AGE-CT
           END-IF.
               MOVE PYO-DUP-HDG-LINE-1 TO RPT-SECTION-HDG-1
               MOVE PYO-DUP-HDG-LINE-2 TO RPT-SECTION-HDG-2
               PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT
               MOVE 'DUP ' TO PYO-WK-LIST-CD
               PERFORM 8090-PRINT-EXC-LIST THRU 8090-EXIT
           END-IF.
       8250-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PRINT THE SPLIT-COMPENSATION EXCEPTIONS -- FLAGGED     *
      *    DETAILS LEFT ON THE PRIMARY REP FOR WANT OF A WHOLE    *
      *    AGREEMENT                                              *
      *---------------------------------------------------------*
       8280-PRINT-SPLIT-EXCEPTIONS.
           IF PYO-SPLC-CAP-USED-CT > ZERO
               MOVE PYO-SPLIT-HDG-LINE-1 TO RPT-SECTION-HDG-1
               MOVE PYO-SPLIT-HDG-LINE-2 TO RPT-SECTION-HDG-2
               PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT
               MOVE 'SPLT' TO PYO-WK-LIST-CD
               PERFORM 8090-PRINT-EXC-LIST THRU 8090-EXIT
           END-IF.
       8280-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PRINT EVERY ADJUSTMENT AND ITS DISPOSITION -- APPLIED, *
      *---------------------------------------------------------*
       8270-PRINT-ADJUSTMENTS.
           IF PYO-ADJ-USED-CT > ZERO
               MOVE 'N' TO PYO-WK-EOF-SW
               MOVE ZERO TO AWK-SEQ-NBR
               START PYO-ADJ-WK-FL KEY NOT < AWK-SEQ-NBR
                   INVALID KEY
                       SET PYO-WK-EOF TO TRUE
               END-START
               PERFORM 8275-SWEEP-ONE-UNAPPLIED THRU 8275-EXIT
                       UNTIL PYO-WK-EOF
           END-IF.
           IF PYO-ADJC-CAP-USED-CT > ZERO
               MOVE PYO-ADJ-HDG-LINE-1 TO RPT-SECTION-HDG-1
               MOVE PYO-ADJ-HDG-LINE-2 TO RPT-SECTION-HDG-2
               PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT
               MOVE 'ADJ ' TO PYO-WK-LIST-CD
               PERFORM 8090-PRINT-EXC-LIST THRU 8090-EXIT
           END-IF.
       8270-EXIT.
           EXIT.
       8275-SWEEP-ONE-UNAPPLIED.
           READ PYO-ADJ-WK-FL NEXT RECORD
               AT END
                   SET PYO-WK-EOF TO TRUE
                   GO TO 8275-EXIT
           END-READ.
           IF AWK-APPLIED-SW = 'Y'
               GO TO 8275-EXIT
           END-IF.
           ADD 1 TO PYO-ADJ-UNAPPLIED-CT.
           MOVE AWK-ACCOUNT-NUMBER TO PYO-AL-ACCOUNT-NBR.
           MOVE AWK-LEVEL-CD TO PYO-AL-LEVEL-CD.
           MOVE AWK-AMOUNT-AT TO PYO-AL-AMOUNT.
           MOVE AWK-REASON-CD TO PYO-AL-REASON-CD.
           MOVE AWK-PREPARER-ID TO PYO-AL-PREPARER-ID.
           MOVE AWK-APPROVER-ID TO PYO-AL-APPROVER-ID.
           MOVE 'UNAPPLIED - NO MATCHING DETAIL'
               TO PYO-AL-DISPOSITION.
           PERFORM 9580-CAPTURE-ADJ-LINE THRU 9580-EXIT.
       8275-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY EVERY LOADED HISTORY PERIOD FORWARD -- THE       *
      *    STATEMENT YTD COLUMNS, THE VARIANCE TRAILING AVERAGE   *
       8400-CARRY-HISTORY-FORWARD.
           PERFORM 8430-WRITE-REISSUE-HISTORY THRU 8430-EXIT.
           IF PYO-HIST-USED-CT > ZERO
               CLOSE PYO-PAY-HIST-IN
               OPEN INPUT PYO-PAY-HIST-IN
               MOVE 'N' TO PYO-HIST-EOF-SW
               PERFORM 1360-READ-PAY-HIST THRU 1360-EXIT
               PERFORM 8420-CARRY-ONE-ENTRY THRU 8420-EXIT
                       UNTIL PYO-HIST-EOF
           END-IF.
       8400-EXIT.
           EXIT.
      *    HAS BEEN PROCESSED                                     *
      *---------------------------------------------------------*
       8430-WRITE-REISSUE-HISTORY.
           IF PYO-REISSUE-CT = ZERO
               GO TO 8430-EXIT
           END-IF.
           CLOSE PYO-REISSUE-FL.
           OPEN INPUT PYO-REISSUE-FL.
           MOVE 'N' TO PYO-REIS-EOF-SW.
           PERFORM 1350-READ-REISSUE THRU 1350-EXIT.
           PERFORM 8435-WRITE-ONE-REISSUE-HIST THRU 8435-EXIT
                   UNTIL PYO-REIS-EOF.
       8430-EXIT.
           EXIT.
       8435-WRITE-ONE-REISSUE-HIST.
           MOVE SPACES TO PYO-PAY-HIST-OUT-RECORD.
           MOVE RIS-FINANCIAL-INST-ID TO PHO-FINANCIAL-INST-ID.
           MOVE SPACES TO PHO-FINCL-INST-BRCH-ID.
           MOVE SPACES TO PHO-FI-BRANCH-REP-ID.
           MOVE RIS-ACCOUNT-NUMBER TO PHO-ACCOUNT-NUMBER.
           MOVE RIS-REISSUE-AT TO PYO-WK-REISSUE-AT.
           MOVE PYO-WK-REISSUE-AT TO PHO-TOTAL-COMPN-AT.
           MOVE PYO-THIS-PER-END-DT TO PHO-PER-END-DT.
           MOVE PYO-THIS-WKO-NBR-ID TO PHO-WKO-NBR-ID.
           WRITE PYO-PAY-HIST-OUT-RECORD.
           PERFORM 8438-TRACE-REISSUE THRU 8438-EXIT.
           PERFORM 1350-READ-REISSUE THRU 1350-EXIT.
       8435-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A REISSUE IS A CHAIN OF ITS OWN -- ONE STEP CARRYING   *
      *    THE RETURN REASON AND DATE THAT BROUGHT IT BACK        *
      *---------------------------------------------------------*
       8438-TRACE-REISSUE.
           MOVE RIS-FINANCIAL-INST-ID TO PYO-LIN-FI-ID.
           MOVE RIS-FI-PAY-OFC-ID TO PYO-LIN-PAY-OFC-ID.
           MOVE RIS-ACCOUNT-NUMBER TO PYO-LIN-ACCOUNT-NBR.
           IF RIS-REASON-VOIDED-CHECK
               MOVE 'CHECK' TO PYO-LIN-SECTION-CD
           ELSE
               MOVE 'ACH  ' TO PYO-LIN-SECTION-CD
           END-IF.
           PERFORM 2700-START-LINEAGE-CHAIN THRU 2700-EXIT.
           MOVE 'REIS' TO PYO-LIN-STEP-CD.
           MOVE PYO-WK-REISSUE-AT TO PYO-LIN-STEP-AT.
           MOVE SPACES TO PLN-SOURCE-AREA.
           MOVE RIS-RETURN-REASON-CD TO PLN-SRC-RETURN-REASON-CD.
           MOVE RIS-RETURN-DTE TO PLN-SRC-RETURN-DTE.
           PERFORM 2710-WRITE-LINEAGE-STEP THRU 2710-EXIT.
       8438-EXIT.
           EXIT.
       8420-CARRY-ONE-ENTRY.
           ADD 1 TO PYO-HIST-CARRY-CT.
           MOVE SPACES TO PYO-PAY-HIST-OUT-RECORD.
           MOVE PHI-FINANCIAL-INST-ID TO PHO-FINANCIAL-INST-ID.
           MOVE PHI-FINCL-INST-BRCH-ID TO PHO-FINCL-INST-BRCH-ID.
           MOVE PHI-FI-BRANCH-REP-ID TO PHO-FI-BRANCH-REP-ID.
           MOVE PHI-ACCOUNT-NUMBER TO PHO-ACCOUNT-NUMBER.
           MOVE PHI-TOTAL-COMPN-AT TO PYO-WK-HIST-COMPN-AT.
           MOVE PYO-WK-HIST-COMPN-AT TO PHO-TOTAL-COMPN-AT.
           MOVE PHI-PER-END-DT TO PHO-PER-END-DT.
           MOVE PHI-WKO-NBR-ID TO PHO-WKO-NBR-ID.
           MOVE PHI-SPLIT-SHARE-CD TO PHO-SPLIT-SHARE-CD.
           WRITE PYO-PAY-HIST-OUT-RECORD.
           PERFORM 1360-READ-PAY-HIST THRU 1360-EXIT.
       8420-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    WRITE THE TREASURY PAYMENT-INSTRUCTION FILE -- ONE     *
      *    SECTION PER SETTLEMENT PATH, EACH WITH ITS OWN HEADER  *
      *    AND A CONTROL TRAILER OF COUNT AND AMOUNT.  THE HEADER *
      *    CARRIES THE PERIOD-END, WORK ORDER AND TEST/PROD RUN   *
      *    CODE SO PARALLEL RUNS CAN BE PAIRED UP                 *
      *---------------------------------------------------------*
       8300-WRITE-PAYMENT-INSTR.
           MOVE 'ACH  ' TO PYO-WK-SECTION-CD.
           MOVE SPACES TO PYO-PAYMENT-INSTR-RECORD.
           MOVE 'H' TO PINS-RECORD-TYPE-CD.
           MOVE PYO-WK-SECTION-CD TO PINS-SECTION-CD.
           MOVE PYO-THIS-PER-END-DT TO PINS-PER-END-DT.
           MOVE PYO-THIS-WKO-NBR-ID TO PINS-WKO-NBR-ID.
           MOVE PYO-THIS-JOB-RUN-CD TO PINS-JOB-RUN-CD.
           WRITE PYO-PAYMENT-INSTR-RECORD.
           IF PYO-PAY-INSTR-USED-CT > ZERO
               MOVE 'N' TO PYO-WK-EOF-SW
               MOVE PYO-WK-SECTION-CD TO IWK-SECTION-CD
               MOVE ZERO TO IWK-SEQ-NBR
               START PYO-PINS-WK-FL KEY NOT < IWK-KEY
                   INVALID KEY
                       SET PYO-WK-EOF TO TRUE
               END-START
               PERFORM 8320-WRITE-SECTION-DETAIL THRU 8320-EXIT
                       UNTIL PYO-WK-EOF
           END-IF.
           MOVE SPACES TO PYO-PAYMENT-INSTR-RECORD.
           MOVE 'T' TO PINS-RECORD-TYPE-CD.
       8310-EXIT.
           EXIT.
       8320-WRITE-SECTION-DETAIL.
           READ PYO-PINS-WK-FL NEXT RECORD
               AT END
                   SET PYO-WK-EOF TO TRUE
                   GO TO 8320-EXIT
           END-READ.
           IF IWK-SECTION-CD NOT = PYO-WK-SECTION-CD
               SET PYO-WK-EOF TO TRUE
               GO TO 8320-EXIT
           END-IF.
           MOVE SPACES TO PYO-PAYMENT-INSTR-RECORD.
           MOVE 'D' TO PINS-RECORD-TYPE-CD.
           MOVE PYO-WK-SECTION-CD TO PINS-SECTION-CD.
           MOVE IWK-FINANCIAL-INST-ID TO PINS-FINANCIAL-INST-ID.
           MOVE IWK-FI-PAY-OFC-ID TO PINS-FI-PAY-OFC-ID.
           MOVE IWK-ACCOUNT-NUMBER TO PINS-ACCOUNT-NUMBER.
           MOVE IWK-TOTAL-COMPN-AT TO PINS-TOTAL-COMPN-AT.
           ADD 1 TO PYO-WK-SECTION-CT.
           ADD IWK-TOTAL-COMPN-AT TO PYO-WK-SECTION-AT.
           WRITE PYO-PAYMENT-INSTR-RECORD.
       8320-EXIT.
           EXIT.
      *---------------------------------------------------------*
               MOVE 4 TO PYO-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF PYO-SPLIT-EXC-CT > ZERO
               MOVE 4 TO PYO-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF PYO-FOOT-EXC-USED-CT > ZERO
               MOVE 8 TO PYO-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           CLOSE PYO-TIN-STATUS-FL.
           CLOSE PYO-WH-REMIT-FL.
           CLOSE PYO-ORR-AUTH-FL.
           CLOSE PYO-SPLIT-MST-FL.
           CLOSE PYO-SPLIT-ALLOC-FL.
           CLOSE PYO-LINEAGE-FL.
           PERFORM 9130-CLOSE-WORK-FILES THRU 9130-EXIT.
       9000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    COMMIT THE HEADER IDENTITY JUST PROCESSED SO THE NEXT  *
      *    RUN CAN RECOGNIZE A RE-SEND OR A STALE FILE.  THE      *
      *    IDENTITY IT REPLACES IS KEPT SO A BAD CYCLE CAN BE     *
      *    BACKED OUT AND THE SAME FEED REPROCESSED               *
      *---------------------------------------------------------*
       9050-COMMIT-FEED-CTL.
           IF PYO-THIS-WKO-NBR-ID = SPACES
              AND PYO-THIS-PER-END-DT = ZERO
               GO TO 9050-EXIT
           END-IF.
           MOVE PYO-LAST-WKO-NBR-ID TO PCTL-PRIOR-WKO-NBR-ID.
           MOVE PYO-LAST-PER-END-DT TO PCTL-PRIOR-PER-END-DT.
           MOVE PYO-THIS-WKO-NBR-ID TO PCTL-WKO-NBR-ID.
           MOVE PYO-THIS-PER-END-DT TO PCTL-PER-END-DT.
           IF PYO-FEED-CTL-EMPTY
       9050-EXIT.
           EXIT.
       9595-CAPTURE-WH-LINE.
           ADD 1 TO PYO-WHC-CAP-USED-CT.
           MOVE 'WH  ' TO XWK-LIST-CD.
           MOVE PYO-WHC-CAP-USED-CT TO XWK-SEQ-NBR.
           MOVE PYO-WH-LINE TO XWK-PRINT-LINE.
           PERFORM 9570-WRITE-EXC-LINE THRU 9570-EXIT.
       9595-EXIT.
           EXIT.
       9590-CAPTURE-REL-LINE.
           ADD 1 TO PYO-RELC-CAP-USED-CT.
           MOVE 'REL ' TO XWK-LIST-CD.
           MOVE PYO-RELC-CAP-USED-CT TO XWK-SEQ-NBR.
           MOVE PYO-REL-LINE TO XWK-PRINT-LINE.
           PERFORM 9570-WRITE-EXC-LINE THRU 9570-EXIT.
       9590-EXIT.
           EXIT.
       9580-CAPTURE-ADJ-LINE.
           ADD 1 TO PYO-ADJC-CAP-USED-CT.
           MOVE 'ADJ ' TO XWK-LIST-CD.
           MOVE PYO-ADJC-CAP-USED-CT TO XWK-SEQ-NBR.
           MOVE PYO-ADJ-LINE TO XWK-PRINT-LINE.
           PERFORM 9570-WRITE-EXC-LINE THRU 9570-EXIT.
       9580-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FILE ONE FORMATTED EXCEPTION LINE UNDER ITS LIST CODE  *
      *    FOR PRINTING WHEN THE FEED IS DONE                     *
      *---------------------------------------------------------*
       9570-WRITE-EXC-LINE.
           WRITE PYO-EXC-WK-RECORD
               INVALID KEY
                   PERFORM 9115-ABORT-WORK-FILE THRU 9115-EXIT
           END-WRITE.
       9570-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BRIDGE PARAGRAPHS TO THE COMMON REPORT WRITER          *
      *---------------------------------------------------------*
       9500-WRITE-REPORT-DETAIL.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
       9540-POST-EXCEPTION.
           SET RPT-FUNC-EXCEPTION TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9540-EXIT.
           EXIT.
