       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMG-DEALER-MERGER.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT DMG-DEALER-FL ASSIGN TO "DLRFILE".
	    SELECT OPTIONAL DMG-PARM-FL ASSIGN TO "DMGPARM".
	    SELECT OPTIONAL DMG-APPROVAL-FL ASSIGN TO "DMGAPPR".
	    SELECT OPTIONAL DMG-ACCOUNT-MASTER-FL ASSIGN TO "ACCTMST"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS DMG-MST-KEY.
	    SELECT OPTIONAL DMG-ACCT-LOOKUP-FL ASSIGN TO "ACTLKUP"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS DMG-LKP-KEY.
	    SELECT DMG-ACTIVITY-OUT ASSIGN TO "DMGACTV".
	    SELECT DMG-BRANCH-FL ASSIGN TO "FNAME3".
	    SELECT DMG-BRANCH-OUT ASSIGN TO "FBPOUT".
	    SELECT OPTIONAL DMG-BANK-MASTER-FL ASSIGN TO "BNKMSTR"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS DMG-BNK-KEY.
	    SELECT DMG-BANK-TRAN-OUT ASSIGN TO "DMGBTRN".
	    SELECT DMG-YTD-MASTER-IN ASSIGN TO "YTDIN".
	    SELECT DMG-YTD-MASTER-OUT ASSIGN TO "YTDOUT".
	    SELECT DMG-YTD-DETAIL-IN ASSIGN TO "YTDDETL".
	    SELECT DMG-YTD-DETAIL-OUT ASSIGN TO "YTDDETO".
	    SELECT OPTIONAL DMG-REP-MASTER-IN ASSIGN TO "REPYTDI".
	    SELECT DMG-REP-MASTER-OUT ASSIGN TO "REPYTDO".
	    SELECT OPTIONAL DMG-LINK-IN ASSIGN TO "DMGLNKI".
	    SELECT DMG-LINK-OUT ASSIGN TO "DMGLNKO".
	    SELECT OPTIONAL DMG-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    FDP DEALER FEED -- SEQUENCE 1 NAMES THE FIRM, ITS TAX  *
      *    ID AND NAME; THE SEQUENCE 2 THAT FOLLOWS IT CARRIES    *
      *    THE MERGED-TO POINTER FOR THE SAME FIRM                *
      *---------------------------------------------------------*
       FD  DMG-DEALER-FL.
       01  DMG-DEALER-RECORD.
           05  DMG-FDP-RECORD-TYPE-CD        PIC X(3).
               88  DMG-FDP-TYPE-DEALER           VALUE 'FDP'.
           05  DMG-FDP-SEQUENCE-NUMBER-ID    PIC 9(3).
               88  DMG-FDP-SEQ-DETAIL-1          VALUE 1.
               88  DMG-FDP-SEQ-DETAIL-2          VALUE 2.
           05  DMG-FDP-DETAIL-1-AREA.
               10  FILLER                    PIC X(7).
               10  DMG-FDP-FINANCIAL-INST-ID PIC 9(7).
               10  FILLER                    PIC X(54).
               10  DMG-FDP-FINCL-INST-NAME-1 PIC X(35).
               10  DMG-FDP-FI-TAX-ID-NBR     PIC 9(9).
               10  FILLER                    PIC X(42).
           05  DMG-FDP-DETAIL-2-AREA REDEFINES DMG-FDP-DETAIL-1-AREA.
               10  FILLER                    PIC X(52).
               10  DMG-FDP-MERGED-TO-FG-FI-ID
                                             PIC 9(7).
               10  FILLER                    PIC X(95).
      *---------------------------------------------------------*
      *    EFFECTIVE DATE OF THE MERGERS BEING APPLIED.  NO CARD  *
      *    MEANS TODAY                                            *
      *---------------------------------------------------------*
       FD  DMG-PARM-FL.
       01  DMG-PARM-RECORD.
           05  PRM-EFFECTIVE-DTE             PIC 9(8).
           05  FILLER                        PIC X(72).
      *---------------------------------------------------------*
      *    APPROVAL LIST -- ONE CARD PER MERGED-OUT FIRM, NAMING  *
      *    THE SURVIVOR THE APPROVER SIGNED OFF ON.  A MERGER     *
      *    WITH NO CARD, OR WHOSE CARD NAMES A DIFFERENT          *
      *    SURVIVOR THAN THE CHAIN RESOLVES TO, MOVES NOTHING     *
      *---------------------------------------------------------*
       FD  DMG-APPROVAL-FL.
       01  DMG-APPROVAL-RECORD.
           05  APR-OLD-FINANCIAL-INST-ID     PIC 9(7).
           05  APR-SURVIVOR-FI-ID            PIC 9(7).
           05  APR-APPROVER-OPID             PIC X(8).
           05  APR-APPROVED-DTE              PIC 9(8).
           05  FILLER                        PIC X(50).
       FD  DMG-ACCOUNT-MASTER-FL.
       01  DMG-ACCOUNT-MASTER-RECORD.
           05  DMG-MST-KEY.
               10  DMG-MST-FUND-CODE         PIC 9(7).
               10  DMG-MST-ACCOUNT-NUMBER    PIC 9(11).
           05  DMG-MST-FINANCIAL-INST-ID    PIC S9(7).
           05  DMG-MST-FINCL-INST-BRCH-ID   PIC X(9).
           05  DMG-MST-REG-TYP-REL-ABR      PIC X(4).
           05  DMG-MST-TAX-ID               PIC 9(9).
           05  FILLER                       PIC X(20).
       FD  DMG-ACCT-LOOKUP-FL.
       01  DMG-ACCT-LOOKUP-RECORD.
           05  DMG-LKP-KEY.
               10  DMG-LKP-ACCOUNT-NUMBER    PIC 9(11).
               10  DMG-LKP-FUND-CODE         PIC 9(7).
           05  DMG-LKP-FINANCIAL-INST-ID    PIC S9(7).
           05  DMG-LKP-FINCL-INST-BRCH-ID   PIC X(9).
           05  DMG-LKP-REG-TYP-REL-ABR      PIC X(4).
           05  DMG-LKP-CMR-BPR-ID1          PIC 9(11).
           05  DMG-LKP-CMR-BPR-ID2          PIC 9(11).
           05  FILLER                       PIC X(20).
      *---------------------------------------------------------*
      *    CLO-ACCOUNT-ACTIVITY UPDATE TRANSACTIONS, ONE PER      *
      *    ACCOUNT MOVED, IN FUND / ACCOUNT ORDER FOR THE NEXT    *
      *    ACCOUNT-ACTIVITY CYCLE TO APPLY                        *
      *---------------------------------------------------------*
       FD  DMG-ACTIVITY-OUT.
       01  DMG-ACTIVITY-RECORD.
           05  DMA-FUND-CODE                 PIC 9(7).
           05  DMA-ACCOUNT-NUMBER            PIC 9(11).
           05  DMA-CMR-BPR-ID2               PIC 9(11).
           05  DMA-CMR-BPR-ID1               PIC 9(11).
           05  DMA-FS-REG-TYP-REL-ABR        PIC X(4).
           05  FILLER                        PIC X(188).
           05  DMA-CMR-TAX-ID                PIC 9(9).
           05  DMA-CMR-TAX-ID-TYP-CDE        PIC X(1).
           05  FILLER                        PIC X(52).
           05  DMA-REFRESHER-TYPE-CDE        PIC X(2).
           05  DMA-CMR-PROCESS-TYPE-CD       PIC X(1).
           05  DMA-FINCL-INST-BRCH-ID        PIC X(9).
           05  DMA-FINANCIAL-INST-ID         PIC S9(7).
           05  DMA-ULTIMATE-BENEFICIAL-OWNER PIC X(1).
           05  DMA-REF-FORMAT-CDE            PIC S9(3)       COMP-3.
           05  DMA-REF-RQST-NBR              PIC S9(7)       COMP-3.
           05  DMA-RFHR-MASK-TIN-CD          PIC X(1).
           05  DMA-PRIOR-FINANCIAL-INST-ID   PIC S9(7).
           05  DMA-PRIOR-FINCL-INST-BRCH-ID  PIC X(9).
           05  FILLER                        PIC X(44).
           05  DMA-UBO-DETAIL-CT             PIC 9(1).
           05  FILLER                        PIC X(250).
           05  DMA-CMR-LAST-MAINT-TS         PIC X(14).
       FD  DMG-BRANCH-FL.
       01  DMG-BRANCH-RECORD.
           05  DMG-FBP-RECORD-TYPE-CD        PIC X(3).
               88  DMG-FBP-TYPE-BRANCH           VALUE 'FBP'.
           05  DMG-FBP-SEQUENCE-NUMBER-ID    PIC 9(3).
               88  DMG-FBP-SEQ-DETAIL-1          VALUE 1.
           05  DMG-FBP-DETAIL-1-AREA.
               10  FILLER                    PIC X(7).
               10  DMG-FBP-FINANCIAL-INST-ID PIC 9(7).
               10  DMG-FBP-FINCL-INST-BRCH-ID
                                             PIC X(9).
               10  FILLER                    PIC X(131).
       FD  DMG-BRANCH-OUT.
       01  DMG-BRANCH-OUT-RECORD             PIC X(160).
       FD  DMG-BANK-MASTER-FL.
       01  DMG-BANK-MASTER-RECORD.
           05  DMG-BNK-KEY.
               10  DMG-BNK-FINANCIAL-INST-ID PIC 9(7).
               10  DMG-BNK-FI-PAY-OFC-ID     PIC X(9).
           05  DMG-BNK-ROUTING-NBR           PIC 9(9).
           05  DMG-BNK-BANK-ACCOUNT-NBR      PIC X(17).
           05  DMG-BNK-ACCOUNT-TYPE-CD       PIC X(1).
           05  DMG-BNK-EFFECTIVE-FROM-DTE    PIC 9(8).
           05  DMG-BNK-EFFECTIVE-TO-DTE      PIC 9(8).
           05  DMG-BNK-LAST-MNT-OPID         PIC X(8).
           05  DMG-BNK-LAST-MNT-DTE          PIC 9(8).
           05  FILLER                        PIC X(4).
      *---------------------------------------------------------*
      *    PAYEE BANK MAINTENANCE TRANSACTIONS IN THE BANK-MASTER *
      *    RUN'S OWN LAYOUT, SO THE END-DATING GOES THROUGH ITS   *
      *    EDITS AND ITS BEFORE/AFTER AUDIT                       *
      *---------------------------------------------------------*
       FD  DMG-BANK-TRAN-OUT.
       01  DMG-BANK-TRAN-RECORD.
           05  BTR-PROCESS-TYPE-CD           PIC X(1).
           05  BTR-FINANCIAL-INST-ID         PIC 9(7).
           05  BTR-FI-PAY-OFC-ID             PIC X(9).
           05  BTR-ROUTING-NBR               PIC 9(9).
           05  BTR-BANK-ACCOUNT-NBR          PIC X(17).
           05  BTR-ACCOUNT-TYPE-CD           PIC X(1).
           05  BTR-EFFECTIVE-FROM-DTE        PIC 9(8).
           05  BTR-EFFECTIVE-TO-DTE          PIC 9(8).
           05  BTR-MAINT-OPID                PIC X(8).
           05  FILLER                        PIC X(2).
       FD  DMG-YTD-MASTER-IN.
       01  DMG-YTD-MASTER-IN-RECORD.
           05  YTI-FINANCIAL-INST-ID         PIC 9(7).
           05  YTI-TAX-ID                    PIC 9(9).
           05  YTI-YEAR                      PIC 9(4).
           05  YTI-YTD-AT                    PIC -9(15).9(2).
           05  YTI-PERIOD-CT                 PIC 9(3).
           05  FILLER                        PIC X(8).
       FD  DMG-YTD-MASTER-OUT.
       01  DMG-YTD-MASTER-OUT-RECORD.
           05  YTO-FINANCIAL-INST-ID         PIC 9(7).
           05  YTO-TAX-ID                    PIC 9(9).
           05  YTO-YEAR                      PIC 9(4).
           05  YTO-YTD-AT                    PIC -9(15).9(2).
           05  YTO-PERIOD-CT                 PIC 9(3).
           05  FILLER                        PIC X(8).
       FD  DMG-YTD-DETAIL-IN.
       01  DMG-YTD-DETAIL-IN-RECORD.
           05  YPD-FINANCIAL-INST-ID         PIC 9(7).
           05  YPD-TAX-ID                    PIC 9(9).
           05  FILLER                        PIC X(34).
       FD  DMG-YTD-DETAIL-OUT.
       01  DMG-YTD-DETAIL-OUT-RECORD         PIC X(50).
       FD  DMG-REP-MASTER-IN.
       01  DMG-REP-MASTER-IN-RECORD.
           05  YRI-FINANCIAL-INST-ID         PIC 9(7).
           05  YRI-FINCL-INST-BRCH-ID        PIC X(9).
           05  YRI-FI-BRANCH-REP-ID          PIC X(9).
           05  YRI-YEAR                      PIC 9(4).
           05  YRI-YTD-AT                    PIC -9(15).9(2).
           05  YRI-PERIOD-CT                 PIC 9(3).
           05  FILLER                        PIC X(9).
       FD  DMG-REP-MASTER-OUT.
       01  DMG-REP-MASTER-OUT-RECORD.
           05  YRO-FINANCIAL-INST-ID         PIC 9(7).
           05  YRO-FINCL-INST-BRCH-ID        PIC X(9).
           05  YRO-FI-BRANCH-REP-ID          PIC X(9).
           05  YRO-YEAR                      PIC 9(4).
           05  YRO-YTD-AT                    PIC -9(15).9(2).
           05  YRO-PERIOD-CT                 PIC 9(3).
           05  FILLER                        PIC X(9).
      *---------------------------------------------------------*
      *    LINK BACK FROM EVERY SURVIVOR TO THE FIRMS AND THE     *
      *    HISTORY IT ABSORBED -- 'M' ONE PER MERGER, 'Y' ONE PER *
      *    PAYEE YTD ROW AND 'R' ONE PER REP YTD ROW CARRIED.     *
      *    CARRIED FORWARD FROM RUN TO RUN                        *
      *---------------------------------------------------------*
       FD  DMG-LINK-IN.
       01  DMG-LINK-IN-RECORD                PIC X(100).
       FD  DMG-LINK-OUT.
       01  DMG-LINK-OUT-RECORD.
           05  LNK-RECORD-TYPE-CD            PIC X(1).
               88  LNK-TYPE-MERGER               VALUE 'M'.
               88  LNK-TYPE-PAYEE-YTD            VALUE 'Y'.
               88  LNK-TYPE-REP-YTD              VALUE 'R'.
           05  LNK-OLD-FINANCIAL-INST-ID     PIC 9(7).
           05  LNK-SURVIVOR-FI-ID            PIC 9(7).
           05  LNK-EFFECTIVE-DTE             PIC 9(8).
           05  LNK-APPROVER-OPID             PIC X(8).
           05  LNK-OLD-TAX-ID                PIC 9(9).
           05  LNK-NEW-TAX-ID                PIC 9(9).
           05  LNK-YEAR                      PIC 9(4).
           05  LNK-FINCL-INST-BRCH-ID        PIC X(9).
           05  LNK-FI-BRANCH-REP-ID          PIC X(9).
           05  LNK-YTD-AT                    PIC -9(15).9(2).
           05  LNK-RUN-DTE                   PIC 9(8).
           05  FILLER                        PIC X(2).
       FD  DMG-RUN-CTL-FL.
       01  DMG-RUN-CTL-RECORD.
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
       01  DMG-SWITCHES.
           05  DMG-EOF-SW                    PIC X(01)   VALUE 'N'.
               88  DMG-EOF                       VALUE 'Y'.
           05  DMG-DEALER-SW                 PIC X(01)   VALUE 'N'.
               88  DMG-DEALER-FOUND              VALUE 'Y'.
               88  DMG-DEALER-NOT-FOUND          VALUE 'N'.
           05  DMG-ROW-SW                    PIC X(01)   VALUE 'N'.
               88  DMG-ROW-FOUND                 VALUE 'Y'.
               88  DMG-ROW-NOT-FOUND             VALUE 'N'.
           05  DMG-CHAIN-SW                  PIC X(01)   VALUE 'O'.
               88  DMG-CHAIN-OPEN                VALUE 'O'.
               88  DMG-CHAIN-ENDED               VALUE 'E'.
               88  DMG-CHAIN-BROKEN              VALUE 'U'.
               88  DMG-CHAIN-LOOPS               VALUE 'L'.
           05  DMG-APPLY-SW                  PIC X(01)   VALUE 'N'.
               88  DMG-APPLY-RUN                 VALUE 'Y'.
               88  DMG-PROPOSAL-RUN              VALUE 'N'.
       01  DMG-COUNTERS                      COMP.
           05  DMG-DLR-READ-CT               PIC 9(09)   VALUE ZERO.
           05  DMG-MERGE-CT                  PIC 9(07)   VALUE ZERO.
           05  DMG-APPROVED-CT               PIC 9(07)   VALUE ZERO.
           05  DMG-PENDING-CT                PIC 9(07)   VALUE ZERO.
           05  DMG-MISMATCH-CT               PIC 9(07)   VALUE ZERO.
           05  DMG-UNRESOLVED-CT             PIC 9(07)   VALUE ZERO.
           05  DMG-HELD-CT                   PIC 9(07)   VALUE ZERO.
           05  DMG-APR-READ-CT               PIC 9(07)   VALUE ZERO.
           05  DMG-APR-ORPHAN-CT             PIC 9(07)   VALUE ZERO.
           05  DMG-ACCT-MOVED-CT             PIC 9(09)   VALUE ZERO.
           05  DMG-ACCT-NO-LKP-CT            PIC 9(07)   VALUE ZERO.
           05  DMG-BR-READ-CT                PIC 9(09)   VALUE ZERO.
           05  DMG-BR-MOVED-CT               PIC 9(07)   VALUE ZERO.
           05  DMG-BR-CLASH-CT               PIC 9(07)   VALUE ZERO.
           05  DMG-BNK-ENDED-CT              PIC 9(07)   VALUE ZERO.
           05  DMG-BNK-SKIP-CT               PIC 9(07)   VALUE ZERO.
           05  DMG-BNK-EXC-CT                PIC 9(07)   VALUE ZERO.
           05  DMG-YTD-CARRIED-CT            PIC 9(07)   VALUE ZERO.
           05  DMG-REP-CARRIED-CT            PIC 9(07)   VALUE ZERO.
           05  DMG-DTL-MOVED-CT              PIC 9(09)   VALUE ZERO.
           05  DMG-LINK-CARRIED-CT           PIC 9(07)   VALUE ZERO.
           05  DMG-LINK-ADDED-CT             PIC 9(07)   VALUE ZERO.
           05  DMG-WK-HOP-CT                 PIC 9(05)   VALUE ZERO.
           05  DMG-RS-SUB                    PIC 9(05)   VALUE ZERO.
           05  DMG-OLD-SUB                   PIC 9(05)   VALUE ZERO.
       01  DMG-DL-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DMG-SB-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DMG-YT-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DMG-RM-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DMG-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  DMG-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  DMG-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  DMG-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  DMG-RCD-REASON               PIC X(40).
       01  DMG-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  DMG-TBL-LIMIT-NAME            PIC X(20).
       01  DMG-DATE-WORK.
           05  DMG-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  DMG-EFFECTIVE-DTE             PIC 9(08)   VALUE ZERO.
           05  DMG-RUN-TS.
               10  DMG-TS-DATE               PIC 9(08)   VALUE ZERO.
               10  DMG-TS-TIME               PIC X(06)   VALUE SPACES.
      *---------------------------------------------------------*
      *    EVERY FIRM ON THE DEALER FEED.  A FIRM WITH A MERGED-  *
      *    TO POINTER IS FOLLOWED, HOP BY HOP, TO THE SURVIVOR    *
      *    THAT HAS NONE; ITS STATUS DECIDES WHETHER IT MOVES     *
      *---------------------------------------------------------*
       01  DMG-DL-TBL.
           05  DMG-DL-ENTRY                  OCCURS 5000 TIMES
                                              INDEXED BY DMG-DL-IDX.
               10  DMG-DL-FI-ID              PIC 9(07).
               10  DMG-DL-NAME               PIC X(30).
               10  DMG-DL-TAX-ID             PIC 9(09).
               10  DMG-DL-MERGED-TO-ID       PIC 9(07).
               10  DMG-DL-SURVIVOR-ID        PIC 9(07).
               10  DMG-DL-SURV-TAX-ID        PIC 9(09).
               10  DMG-DL-HOP-CT             PIC 9(03).
               10  DMG-DL-APR-SURVIVOR-ID    PIC 9(07).
               10  DMG-DL-APR-OPID           PIC X(08).
               10  DMG-DL-STATUS-CD          PIC X(01).
                   88  DMG-DL-NOT-MERGING        VALUE ' '.
                   88  DMG-DL-APPROVED           VALUE 'A'.
                   88  DMG-DL-PENDING            VALUE 'P'.
                   88  DMG-DL-MISMATCH           VALUE 'X'.
                   88  DMG-DL-NO-SURVIVOR        VALUE 'U'.
                   88  DMG-DL-CHAIN-LOOPS        VALUE 'L'.
                   88  DMG-DL-HELD               VALUE 'H'.
      *---------------------------------------------------------*
      *    BRANCH IDS ALREADY HELD BY A SURVIVOR -- A MERGED-OUT  *
      *    BRANCH WITH THE SAME ID CANNOT MOVE OVER IT            *
      *---------------------------------------------------------*
       01  DMG-SB-TBL.
           05  DMG-SB-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY DMG-SB-IDX.
               10  DMG-SB-FI-ID              PIC 9(07).
               10  DMG-SB-BRCH-ID            PIC X(09).
       01  DMG-YT-TBL.
           05  DMG-YT-ENTRY                  OCCURS 5000 TIMES
                                              INDEXED BY DMG-YT-IDX.
               10  DMG-YT-FI-ID              PIC 9(07).
               10  DMG-YT-TAX-ID             PIC 9(09).
               10  DMG-YT-YEAR               PIC 9(04).
               10  DMG-YT-YTD-AT             PIC S9(15)V9(2).
               10  DMG-YT-PERIOD-CT          PIC 9(03).
               10  DMG-YT-DROP-SW            PIC X(01).
       01  DMG-RM-TBL.
           05  DMG-RM-ENTRY                  OCCURS 5000 TIMES
                                              INDEXED BY DMG-RM-IDX.
               10  DMG-RM-FI-ID              PIC 9(07).
               10  DMG-RM-BRCH-ID            PIC X(09).
               10  DMG-RM-REP-ID             PIC X(09).
               10  DMG-RM-YEAR               PIC 9(04).
               10  DMG-RM-YTD-AT             PIC S9(15)V9(2).
               10  DMG-RM-PERIOD-CT          PIC 9(03).
               10  DMG-RM-DROP-SW            PIC X(01).
       01  DMG-WORK.
           05  DMG-CUR-FI-ID                 PIC 9(07)   VALUE ZERO.
           05  DMG-WK-FI-ID                  PIC 9(07)   VALUE ZERO.
           05  DMG-WK-SURVIVOR-ID            PIC 9(07)   VALUE ZERO.
           05  DMG-WK-SURV-TAX-ID            PIC 9(09)   VALUE ZERO.
           05  DMG-WK-APR-OPID               PIC X(08)   VALUE SPACES.
           05  DMG-WK-BRCH-ID                PIC X(09)   VALUE SPACES.
           05  DMG-WK-OLD-TAX-ID             PIC 9(09)   VALUE ZERO.
           05  DMG-WK-YEAR                   PIC 9(04)   VALUE ZERO.
           05  DMG-WK-REP-ID                 PIC X(09)   VALUE SPACES.
           05  DMG-WK-YTD-AT                 PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  DMG-WK-PERIOD-CT              PIC 9(03)   VALUE ZERO.
       01  DMG-APR-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'DEALER MERGER APPROVAL LIST - EFFECTIVE '.
           05  DMG-AH-EFFECTIVE-DTE          PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-AH-RUN-TYPE               PIC X(20).
       01  DMG-APR-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'OLD FI'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)
               VALUE 'FIRM NAME'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'PTR TO'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'SURVIVOR'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'HOPS'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)   VALUE 'STATUS'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'APPROVER'.
       01  DMG-APR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DMG-AL-OLD-FI-ID              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-AL-NAME                   PIC X(30).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-AL-MERGED-TO-ID           PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-AL-SURVIVOR-ID            PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-AL-HOP-CT                 PIC ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-AL-STATUS                 PIC X(30).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-AL-APPROVER               PIC X(08).
       01  DMG-ORPHAN-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DMG-OL-OLD-FI-ID              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(41)
               VALUE 'APPROVAL CARD - NO MERGE POINTER ON FILE'.
           05  DMG-OL-SURVIVOR-ID            PIC 9(07).
           05  FILLER                        PIC X(14)   VALUE SPACES.
           05  DMG-OL-APPROVER               PIC X(08).
       01  DMG-ACT-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'ACCOUNTS MOVED TO THE SURVIVING FIRM'.
       01  DMG-ACT-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FUND'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'OLD FI'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'BRANCH'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'NEW FI'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)   VALUE 'NOTE'.
       01  DMG-ACT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DMG-XL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-XL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-XL-OLD-FI-ID              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-XL-BRCH-ID                PIC X(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-XL-NEW-FI-ID              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-XL-NOTE                   PIC X(30).
       01  DMG-BR-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'BRANCHES MOVED TO THE SURVIVING FIRM'.
       01  DMG-BR-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'OLD FI'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'BRANCH'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'NEW FI'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(40)   VALUE 'RESULT'.
       01  DMG-BR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DMG-BL-OLD-FI-ID              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-BL-BRCH-ID                PIC X(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-BL-NEW-FI-ID              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-BL-RESULT                 PIC X(40).
       01  DMG-BNK-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'MERGED-OUT FIRM BANK INSTRUCTIONS END-DATED'.
       01  DMG-BNK-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'OLD FI'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'PAY OFC'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'FROM'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'OLD TO'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'NEW TO'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(40)   VALUE 'RESULT'.
       01  DMG-BNK-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DMG-KL-OLD-FI-ID              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-KL-PAY-OFC-ID             PIC X(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-KL-FROM-DTE               PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-KL-OLD-TO-DTE             PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-KL-NEW-TO-DTE             PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-KL-RESULT                 PIC X(40).
       01  DMG-YTD-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'YTD AND 1099 HISTORY CARRIED TO THE SURVIVOR'.
       01  DMG-YTD-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'LEVEL'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'OLD FI'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'OLD TIN'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'BRCH/REP'.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'YEAR'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'NEW FI'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'NEW TIN'.
           05  FILLER                        PIC X(12)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'AMOUNT'.
       01  DMG-YTD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DMG-YL-LEVEL                  PIC X(05).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-YL-OLD-FI-ID              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-YL-OLD-TAX-ID             PIC 9(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-YL-BRCH-ID                PIC X(09).
           05  FILLER                        PIC X(01)   VALUE '/'.
           05  DMG-YL-REP-ID                 PIC X(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-YL-YEAR                   PIC 9(04).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-YL-NEW-FI-ID              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-YL-NEW-TAX-ID             PIC 9(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DMG-YL-YTD-AT                 PIC ---,---,--9.99.
       01  DMG-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'DEALER MERGER TOTALS'.
       01  DMG-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DMG-TL-LABEL                  PIC X(25).
           05  DMG-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MOVE-ACCOUNTS THRU 2000-EXIT.
           PERFORM 3000-MOVE-BRANCHES THRU 3000-EXIT.
           PERFORM 4000-END-DATE-BANK THRU 4000-EXIT.
           PERFORM 5000-CARRY-PAYEE-YTD THRU 5000-EXIT.
           PERFORM 5500-CARRY-REP-YTD THRU 5500-EXIT.
           PERFORM 6000-MOVE-YTD-DETAIL THRU 6000-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE DMG-RUN-RC TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------*
      *    LOAD THE DEALER FEED AND THE APPROVALS, RESOLVE EVERY  *
      *    MERGE CHAIN, AND PRINT THE APPROVAL LIST BEFORE A      *
      *    SINGLE RECORD IS MOVED.  A FUTURE EFFECTIVE DATE MAKES *
      *    THE RUN A PROPOSAL -- THE LIST PRINTS, NOTHING MOVES   *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT DMG-DEALER-FL.
           OPEN INPUT DMG-PARM-FL.
           OPEN INPUT DMG-APPROVAL-FL.
           OPEN INPUT DMG-ACCOUNT-MASTER-FL.
           OPEN INPUT DMG-ACCT-LOOKUP-FL.
           OPEN OUTPUT DMG-ACTIVITY-OUT.
           OPEN INPUT DMG-BANK-MASTER-FL.
           OPEN OUTPUT DMG-BANK-TRAN-OUT.
           OPEN INPUT DMG-YTD-MASTER-IN.
           OPEN OUTPUT DMG-YTD-MASTER-OUT.
           OPEN INPUT DMG-YTD-DETAIL-IN.
           OPEN OUTPUT DMG-YTD-DETAIL-OUT.
           OPEN INPUT DMG-REP-MASTER-IN.
           OPEN OUTPUT DMG-REP-MASTER-OUT.
           OPEN INPUT DMG-LINK-IN.
           OPEN OUTPUT DMG-LINK-OUT.
           OPEN OUTPUT DMG-BRANCH-OUT.
           OPEN EXTEND DMG-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT DMG-RUN-DTE FROM DATE YYYYMMDD.
           MOVE DMG-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           MOVE DMG-RUN-DTE TO DMG-TS-DATE.
           MOVE RCTL-WK-TIME (1:6) TO DMG-TS-TIME.
           MOVE DMG-RUN-DTE TO DMG-EFFECTIVE-DTE.
           READ DMG-PARM-FL
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-EFFECTIVE-DTE NUMERIC
                      AND PRM-EFFECTIVE-DTE NOT = ZERO
                       MOVE PRM-EFFECTIVE-DTE TO DMG-EFFECTIVE-DTE
                   END-IF
           END-READ.
           IF DMG-EFFECTIVE-DTE NOT > DMG-RUN-DTE
               SET DMG-APPLY-RUN TO TRUE
           ELSE
               SET DMG-PROPOSAL-RUN TO TRUE
           END-IF.
           MOVE 'N' TO DMG-EOF-SW.
           PERFORM 1100-LOAD-DEALER THRU 1100-EXIT
               UNTIL DMG-EOF.
           MOVE DMG-APR-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           MOVE DMG-EFFECTIVE-DTE TO DMG-AH-EFFECTIVE-DTE.
           IF DMG-APPLY-RUN
               MOVE 'APPLY RUN' TO DMG-AH-RUN-TYPE
           ELSE
               MOVE 'PROPOSAL ONLY' TO DMG-AH-RUN-TYPE
           END-IF.
           MOVE DMG-APR-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'N' TO DMG-EOF-SW.
           PERFORM 1200-LOAD-APPROVAL THRU 1200-EXIT
               UNTIL DMG-EOF.
           PERFORM 1400-RESOLVE-ONE-FIRM THRU 1400-EXIT
                   VARYING DMG-RS-SUB FROM 1 BY 1
                   UNTIL DMG-RS-SUB > DMG-DL-USED-CT.
           MOVE 'N' TO DMG-EOF-SW.
           PERFORM 1600-CARRY-LINK THRU 1600-EXIT
               UNTIL DMG-EOF.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE FIRM IS NAMED ON SEQUENCE 1; THE SEQUENCE 2 THAT   *
      *    FOLLOWS BELONGS TO THE SAME FIRM                       *
      *---------------------------------------------------------*
       1100-LOAD-DEALER.
           READ DMG-DEALER-FL
               AT END
                   SET DMG-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF NOT DMG-FDP-TYPE-DEALER
               GO TO 1100-EXIT
           END-IF.
           IF DMG-FDP-SEQ-DETAIL-1
               ADD 1 TO DMG-DLR-READ-CT
               IF DMG-DL-USED-CT >= 5000
                   MOVE ' DEALER FIRMS' TO DMG-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO DMG-DL-USED-CT
               SET DMG-DL-IDX TO DMG-DL-USED-CT
               MOVE SPACES TO DMG-DL-ENTRY (DMG-DL-IDX)
               MOVE DMG-FDP-FINANCIAL-INST-ID
                   TO DMG-DL-FI-ID (DMG-DL-IDX)
               MOVE DMG-FDP-FINCL-INST-NAME-1
                   TO DMG-DL-NAME (DMG-DL-IDX)
               MOVE DMG-FDP-FI-TAX-ID-NBR
                   TO DMG-DL-TAX-ID (DMG-DL-IDX)
               MOVE ZERO TO DMG-DL-MERGED-TO-ID (DMG-DL-IDX)
               MOVE ZERO TO DMG-DL-SURVIVOR-ID (DMG-DL-IDX)
               MOVE ZERO TO DMG-DL-SURV-TAX-ID (DMG-DL-IDX)
               MOVE ZERO TO DMG-DL-HOP-CT (DMG-DL-IDX)
               MOVE ZERO TO DMG-DL-APR-SURVIVOR-ID (DMG-DL-IDX)
               GO TO 1100-EXIT
           END-IF.
           IF DMG-FDP-SEQ-DETAIL-2
              AND DMG-DL-USED-CT > ZERO
               SET DMG-DL-IDX TO DMG-DL-USED-CT
               IF DMG-FDP-MERGED-TO-FG-FI-ID NUMERIC
                   MOVE DMG-FDP-MERGED-TO-FG-FI-ID
                       TO DMG-DL-MERGED-TO-ID (DMG-DL-IDX)
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    AN APPROVAL FOR A FIRM WITH NO MERGE POINTER IS        *
      *    PRINTED AND IGNORED                                    *
      *---------------------------------------------------------*
       1200-LOAD-APPROVAL.
           READ DMG-APPROVAL-FL
               AT END
                   SET DMG-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           ADD 1 TO DMG-APR-READ-CT.
           MOVE APR-OLD-FINANCIAL-INST-ID TO DMG-WK-FI-ID.
           PERFORM 2900-FIND-DEALER THRU 2900-EXIT.
           IF DMG-DEALER-FOUND
               IF DMG-DL-MERGED-TO-ID (DMG-DL-IDX) NOT = ZERO
                   MOVE APR-SURVIVOR-FI-ID
                       TO DMG-DL-APR-SURVIVOR-ID (DMG-DL-IDX)
                   MOVE APR-APPROVER-OPID
                       TO DMG-DL-APR-OPID (DMG-DL-IDX)
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           ADD 1 TO DMG-APR-ORPHAN-CT.
           MOVE APR-OLD-FINANCIAL-INST-ID TO DMG-OL-OLD-FI-ID.
           MOVE APR-SURVIVOR-FI-ID TO DMG-OL-SURVIVOR-ID.
           MOVE APR-APPROVER-OPID TO DMG-OL-APPROVER.
           MOVE DMG-ORPHAN-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FOLLOW ONE FIRM'S MERGED-TO POINTERS TO THE FIRM THAT  *
      *    HAS NONE.  A CHAIN LONGER THAN THE DEALER TABLE CAN    *
      *    ONLY BE A LOOP                                         *
      *---------------------------------------------------------*
       1400-RESOLVE-ONE-FIRM.
           SET DMG-DL-IDX TO DMG-RS-SUB.
           IF DMG-DL-MERGED-TO-ID (DMG-DL-IDX) = ZERO
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO DMG-MERGE-CT.
           MOVE DMG-DL-MERGED-TO-ID (DMG-DL-IDX) TO DMG-WK-FI-ID.
           MOVE ZERO TO DMG-WK-HOP-CT.
           MOVE ZERO TO DMG-WK-SURVIVOR-ID.
           MOVE ZERO TO DMG-WK-SURV-TAX-ID.
           SET DMG-CHAIN-OPEN TO TRUE.
           PERFORM 1420-FOLLOW-ONE-HOP THRU 1420-EXIT
               UNTIL NOT DMG-CHAIN-OPEN.
           SET DMG-DL-IDX TO DMG-RS-SUB.
           MOVE DMG-WK-SURVIVOR-ID TO DMG-DL-SURVIVOR-ID (DMG-DL-IDX).
           MOVE DMG-WK-SURV-TAX-ID TO DMG-DL-SURV-TAX-ID (DMG-DL-IDX).
           MOVE DMG-WK-HOP-CT TO DMG-DL-HOP-CT (DMG-DL-IDX).
           EVALUATE TRUE
               WHEN DMG-CHAIN-LOOPS
                   SET DMG-DL-CHAIN-LOOPS (DMG-DL-IDX) TO TRUE
                   MOVE 'REJECTED - MERGE CHAIN LOOPS' TO DMG-AL-STATUS
                   ADD 1 TO DMG-UNRESOLVED-CT
               WHEN DMG-CHAIN-BROKEN
                   SET DMG-DL-NO-SURVIVOR (DMG-DL-IDX) TO TRUE
                   MOVE 'REJECTED - SURVIVOR NOT ON FILE'
                       TO DMG-AL-STATUS
                   ADD 1 TO DMG-UNRESOLVED-CT
               WHEN DMG-DL-APR-OPID (DMG-DL-IDX) = SPACES
                   SET DMG-DL-PENDING (DMG-DL-IDX) TO TRUE
                   MOVE 'AWAITING APPROVAL' TO DMG-AL-STATUS
                   ADD 1 TO DMG-PENDING-CT
               WHEN DMG-DL-APR-SURVIVOR-ID (DMG-DL-IDX)
                    NOT = DMG-WK-SURVIVOR-ID
                   SET DMG-DL-MISMATCH (DMG-DL-IDX) TO TRUE
                   MOVE 'REJECTED - APPROVED OTHER FIRM'
                       TO DMG-AL-STATUS
                   ADD 1 TO DMG-MISMATCH-CT
               WHEN DMG-PROPOSAL-RUN
                   SET DMG-DL-HELD (DMG-DL-IDX) TO TRUE
                   MOVE 'APPROVED - NOT YET EFFECTIVE' TO DMG-AL-STATUS
                   ADD 1 TO DMG-HELD-CT
               WHEN OTHER
                   SET DMG-DL-APPROVED (DMG-DL-IDX) TO TRUE
                   MOVE 'APPROVED - MOVED' TO DMG-AL-STATUS
                   ADD 1 TO DMG-APPROVED-CT
                   PERFORM 1500-WRITE-MERGER-LINK THRU 1500-EXIT
           END-EVALUATE.
           MOVE DMG-DL-FI-ID (DMG-DL-IDX) TO DMG-AL-OLD-FI-ID.
           MOVE DMG-DL-NAME (DMG-DL-IDX) TO DMG-AL-NAME.
           MOVE DMG-DL-MERGED-TO-ID (DMG-DL-IDX) TO DMG-AL-MERGED-TO-ID.
           MOVE DMG-WK-SURVIVOR-ID TO DMG-AL-SURVIVOR-ID.
           MOVE DMG-WK-HOP-CT TO DMG-AL-HOP-CT.
           MOVE DMG-DL-APR-OPID (DMG-DL-IDX) TO DMG-AL-APPROVER.
           MOVE DMG-APR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       1400-EXIT.
           EXIT.
       1420-FOLLOW-ONE-HOP.
           ADD 1 TO DMG-WK-HOP-CT.
           IF DMG-WK-HOP-CT > DMG-DL-USED-CT
               SET DMG-CHAIN-LOOPS TO TRUE
               GO TO 1420-EXIT
           END-IF.
           PERFORM 2900-FIND-DEALER THRU 2900-EXIT.
           IF DMG-DEALER-NOT-FOUND
               MOVE DMG-WK-FI-ID TO DMG-WK-SURVIVOR-ID
               SET DMG-CHAIN-BROKEN TO TRUE
               GO TO 1420-EXIT
           END-IF.
           IF DMG-DL-MERGED-TO-ID (DMG-DL-IDX) = ZERO
               MOVE DMG-WK-FI-ID TO DMG-WK-SURVIVOR-ID
               MOVE DMG-DL-TAX-ID (DMG-DL-IDX) TO DMG-WK-SURV-TAX-ID
               SET DMG-CHAIN-ENDED TO TRUE
               GO TO 1420-EXIT
           END-IF.
           MOVE DMG-DL-MERGED-TO-ID (DMG-DL-IDX) TO DMG-WK-FI-ID.
       1420-EXIT.
           EXIT.
       1500-WRITE-MERGER-LINK.
           MOVE SPACES TO DMG-LINK-OUT-RECORD.
           SET LNK-TYPE-MERGER TO TRUE.
           MOVE DMG-DL-FI-ID (DMG-DL-IDX) TO LNK-OLD-FINANCIAL-INST-ID.
           MOVE DMG-WK-SURVIVOR-ID TO LNK-SURVIVOR-FI-ID.
           MOVE DMG-EFFECTIVE-DTE TO LNK-EFFECTIVE-DTE.
           MOVE DMG-DL-APR-OPID (DMG-DL-IDX) TO LNK-APPROVER-OPID.
           MOVE DMG-DL-TAX-ID (DMG-DL-IDX) TO LNK-OLD-TAX-ID.
           MOVE DMG-WK-SURV-TAX-ID TO LNK-NEW-TAX-ID.
           MOVE ZERO TO LNK-YEAR.
           MOVE ZERO TO LNK-YTD-AT.
           MOVE DMG-RUN-DTE TO LNK-RUN-DTE.
           WRITE DMG-LINK-OUT-RECORD.
           ADD 1 TO DMG-LINK-ADDED-CT.
       1500-EXIT.
           EXIT.
       1600-CARRY-LINK.
           READ DMG-LINK-IN
               AT END
                   SET DMG-EOF TO TRUE
                   GO TO 1600-EXIT
           END-READ.
           MOVE DMG-LINK-IN-RECORD TO DMG-LINK-OUT-RECORD.
           WRITE DMG-LINK-OUT-RECORD.
           ADD 1 TO DMG-LINK-CARRIED-CT.
       1600-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY ACCOUNT OF AN APPROVED MERGED-OUT FIRM GETS AN   *
      *    UPDATE TRANSACTION CARRYING THE SURVIVOR, WITH THE OLD *
      *    FIRM AND BRANCH AS ITS PRIOR VALUES.  THE CUSTOMER     *
      *    LINKS COME FROM THE ACCOUNT LOOKUP                     *
      *---------------------------------------------------------*
       2000-MOVE-ACCOUNTS.
           MOVE DMG-ACT-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE DMG-ACT-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF DMG-APPROVED-CT = ZERO
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO DMG-EOF-SW.
           MOVE LOW-VALUES TO DMG-MST-KEY.
           START DMG-ACCOUNT-MASTER-FL KEY NOT < DMG-MST-KEY
               INVALID KEY
                   SET DMG-EOF TO TRUE
           END-START.
           PERFORM 2100-MOVE-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL DMG-EOF.
       2000-EXIT.
           EXIT.
       2100-MOVE-ONE-ACCOUNT.
           READ DMG-ACCOUNT-MASTER-FL NEXT RECORD
               AT END
                   SET DMG-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE DMG-MST-FINANCIAL-INST-ID TO DMG-WK-FI-ID.
           PERFORM 2900-FIND-DEALER THRU 2900-EXIT.
           IF DMG-DEALER-NOT-FOUND
               GO TO 2100-EXIT
           END-IF.
           IF NOT DMG-DL-APPROVED (DMG-DL-IDX)
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO DMG-ACTIVITY-RECORD.
           MOVE DMG-MST-FUND-CODE TO DMA-FUND-CODE.
           MOVE DMG-MST-ACCOUNT-NUMBER TO DMA-ACCOUNT-NUMBER.
           MOVE DMG-MST-REG-TYP-REL-ABR TO DMA-FS-REG-TYP-REL-ABR.
           MOVE DMG-MST-TAX-ID TO DMA-CMR-TAX-ID.
           MOVE 'U' TO DMA-CMR-TAX-ID-TYP-CDE.
           MOVE 'FL' TO DMA-REFRESHER-TYPE-CDE.
           MOVE 'U' TO DMA-CMR-PROCESS-TYPE-CD.
           MOVE DMG-MST-FINCL-INST-BRCH-ID TO DMA-FINCL-INST-BRCH-ID.
           MOVE DMG-DL-SURVIVOR-ID (DMG-DL-IDX)
               TO DMA-FINANCIAL-INST-ID.
           MOVE 'Z' TO DMA-ULTIMATE-BENEFICIAL-OWNER.
           MOVE ZERO TO DMA-REF-FORMAT-CDE.
           MOVE ZERO TO DMA-REF-RQST-NBR.
           MOVE 'N' TO DMA-RFHR-MASK-TIN-CD.
           MOVE DMG-MST-FINANCIAL-INST-ID
               TO DMA-PRIOR-FINANCIAL-INST-ID.
           MOVE DMG-MST-FINCL-INST-BRCH-ID
               TO DMA-PRIOR-FINCL-INST-BRCH-ID.
           MOVE ZERO TO DMA-UBO-DETAIL-CT.
           MOVE DMG-RUN-TS TO DMA-CMR-LAST-MAINT-TS.
           MOVE SPACES TO DMG-XL-NOTE.
           MOVE DMG-MST-ACCOUNT-NUMBER TO DMG-LKP-ACCOUNT-NUMBER.
           MOVE DMG-MST-FUND-CODE TO DMG-LKP-FUND-CODE.
           READ DMG-ACCT-LOOKUP-FL
               INVALID KEY
                   MOVE ZERO TO DMA-CMR-BPR-ID1
                   MOVE ZERO TO DMA-CMR-BPR-ID2
                   ADD 1 TO DMG-ACCT-NO-LKP-CT
                   MOVE 'NO LOOKUP ROW - CUSTOMER UNLINKED'
                       TO DMG-XL-NOTE
               NOT INVALID KEY
                   MOVE DMG-LKP-CMR-BPR-ID1 TO DMA-CMR-BPR-ID1
                   MOVE DMG-LKP-CMR-BPR-ID2 TO DMA-CMR-BPR-ID2
           END-READ.
           WRITE DMG-ACTIVITY-RECORD.
           ADD 1 TO DMG-ACCT-MOVED-CT.
           MOVE DMG-MST-FUND-CODE TO DMG-XL-FUND-CODE.
           MOVE DMG-MST-ACCOUNT-NUMBER TO DMG-XL-ACCOUNT-NBR.
           MOVE DMG-MST-FINANCIAL-INST-ID TO DMG-XL-OLD-FI-ID.
           MOVE DMG-MST-FINCL-INST-BRCH-ID TO DMG-XL-BRCH-ID.
           MOVE DMG-DL-SURVIVOR-ID (DMG-DL-IDX) TO DMG-XL-NEW-FI-ID.
           MOVE DMG-ACT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FIND A FIRM ON THE DEALER TABLE BY FINANCIAL-INST-ID   *
      *---------------------------------------------------------*
       2900-FIND-DEALER.
           SET DMG-DEALER-NOT-FOUND TO TRUE.
           IF DMG-DL-USED-CT = ZERO
               GO TO 2900-EXIT
           END-IF.
           SET DMG-DL-IDX TO 1.
           SEARCH DMG-DL-ENTRY VARYING DMG-DL-IDX
               AT END
                   CONTINUE
               WHEN DMG-DL-IDX > DMG-DL-USED-CT
                   CONTINUE
               WHEN DMG-DL-FI-ID (DMG-DL-IDX) = DMG-WK-FI-ID
                   SET DMG-DEALER-FOUND TO TRUE
           END-SEARCH.
       2900-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BRANCHES -- A FIRST PASS NOTES EVERY BRANCH ID THE     *
      *    SURVIVORS ALREADY HOLD; THE SECOND RE-POINTS EACH      *
      *    MERGED-OUT BRANCH'S SEQUENCE 1 AT ITS SURVIVOR UNLESS  *
      *    THAT ID IS TAKEN, IN WHICH CASE IT STAYS AND PRINTS    *
      *---------------------------------------------------------*
       3000-MOVE-BRANCHES.
           MOVE DMG-BR-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE DMG-BR-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF DMG-APPROVED-CT > ZERO
               OPEN INPUT DMG-BRANCH-FL
               MOVE 'N' TO DMG-EOF-SW
               PERFORM 3100-NOTE-SURVIVOR-BRANCH THRU 3100-EXIT
                   UNTIL DMG-EOF
               CLOSE DMG-BRANCH-FL
           END-IF.
           OPEN INPUT DMG-BRANCH-FL.
           MOVE 'N' TO DMG-EOF-SW.
           PERFORM 3200-COPY-ONE-BRANCH THRU 3200-EXIT
               UNTIL DMG-EOF.
           CLOSE DMG-BRANCH-FL.
       3000-EXIT.
           EXIT.
       3100-NOTE-SURVIVOR-BRANCH.
           READ DMG-BRANCH-FL
               AT END
                   SET DMG-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF NOT DMG-FBP-TYPE-BRANCH
              OR NOT DMG-FBP-SEQ-DETAIL-1
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-IS-SURVIVOR THRU 3150-EXIT.
           IF DMG-ROW-NOT-FOUND
               GO TO 3100-EXIT
           END-IF.
           IF DMG-SB-USED-CT >= 20000
               MOVE ' SURVIVOR BRANCHES' TO DMG-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO DMG-SB-USED-CT.
           SET DMG-SB-IDX TO DMG-SB-USED-CT.
           MOVE DMG-FBP-FINANCIAL-INST-ID TO DMG-SB-FI-ID (DMG-SB-IDX).
           MOVE DMG-FBP-FINCL-INST-BRCH-ID
               TO DMG-SB-BRCH-ID (DMG-SB-IDX).
       3100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    IS THIS BRANCH'S FIRM THE SURVIVOR OF AN APPROVED      *
      *    MERGER                                                 *
      *---------------------------------------------------------*
       3150-IS-SURVIVOR.
           SET DMG-ROW-NOT-FOUND TO TRUE.
           SET DMG-DL-IDX TO 1.
           SEARCH DMG-DL-ENTRY VARYING DMG-DL-IDX
               AT END
                   CONTINUE
               WHEN DMG-DL-IDX > DMG-DL-USED-CT
                   CONTINUE
               WHEN DMG-DL-APPROVED (DMG-DL-IDX)
                AND DMG-DL-SURVIVOR-ID (DMG-DL-IDX)
                    = DMG-FBP-FINANCIAL-INST-ID
                   SET DMG-ROW-FOUND TO TRUE
           END-SEARCH.
       3150-EXIT.
           EXIT.
       3200-COPY-ONE-BRANCH.
           READ DMG-BRANCH-FL
               AT END
                   SET DMG-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           ADD 1 TO DMG-BR-READ-CT.
           IF DMG-FBP-TYPE-BRANCH
              AND DMG-FBP-SEQ-DETAIL-1
              AND DMG-APPROVED-CT > ZERO
               PERFORM 3300-MOVE-ONE-BRANCH THRU 3300-EXIT
           END-IF.
           MOVE DMG-BRANCH-RECORD TO DMG-BRANCH-OUT-RECORD.
           WRITE DMG-BRANCH-OUT-RECORD.
       3200-EXIT.
           EXIT.
       3300-MOVE-ONE-BRANCH.
           MOVE DMG-FBP-FINANCIAL-INST-ID TO DMG-WK-FI-ID.
           PERFORM 2900-FIND-DEALER THRU 2900-EXIT.
           IF DMG-DEALER-NOT-FOUND
               GO TO 3300-EXIT
           END-IF.
           IF NOT DMG-DL-APPROVED (DMG-DL-IDX)
               GO TO 3300-EXIT
           END-IF.
           MOVE DMG-FBP-FINANCIAL-INST-ID TO DMG-BL-OLD-FI-ID.
           MOVE DMG-FBP-FINCL-INST-BRCH-ID TO DMG-BL-BRCH-ID.
           MOVE DMG-DL-SURVIVOR-ID (DMG-DL-IDX) TO DMG-BL-NEW-FI-ID.
           MOVE DMG-DL-SURVIVOR-ID (DMG-DL-IDX) TO DMG-WK-SURVIVOR-ID.
           MOVE DMG-FBP-FINCL-INST-BRCH-ID TO DMG-WK-BRCH-ID.
           SET DMG-ROW-NOT-FOUND TO TRUE.
           IF DMG-SB-USED-CT > ZERO
               SET DMG-SB-IDX TO 1
               SEARCH DMG-SB-ENTRY VARYING DMG-SB-IDX
                   AT END
                       CONTINUE
                   WHEN DMG-SB-IDX > DMG-SB-USED-CT
                       CONTINUE
                   WHEN DMG-SB-FI-ID (DMG-SB-IDX) = DMG-WK-SURVIVOR-ID
                    AND DMG-SB-BRCH-ID (DMG-SB-IDX) = DMG-WK-BRCH-ID
                       SET DMG-ROW-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF DMG-ROW-FOUND
               ADD 1 TO DMG-BR-CLASH-CT
               MOVE 'NOT MOVED - SURVIVOR HOLDS THIS BRANCH ID'
                   TO DMG-BL-RESULT
           ELSE
               MOVE DMG-WK-SURVIVOR-ID TO DMG-FBP-FINANCIAL-INST-ID
               ADD 1 TO DMG-BR-MOVED-CT
               MOVE 'MOVED' TO DMG-BL-RESULT
           END-IF.
           MOVE DMG-BR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       3300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    END-DATE THE MERGED-OUT FIRM'S PAYEE BANK              *
      *    INSTRUCTIONS AT THE EFFECTIVE DATE, THROUGH THE BANK-  *
      *    MASTER MAINTENANCE RUN.  ONE ALREADY ENDED IS LEFT     *
      *    ALONE; ONE NOT YET STARTED IS PRINTED FOR REVIEW       *
      *---------------------------------------------------------*
       4000-END-DATE-BANK.
           MOVE DMG-BNK-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE DMG-BNK-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF DMG-APPROVED-CT = ZERO
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO DMG-EOF-SW.
           MOVE LOW-VALUES TO DMG-BNK-KEY.
           START DMG-BANK-MASTER-FL KEY NOT < DMG-BNK-KEY
               INVALID KEY
                   SET DMG-EOF TO TRUE
           END-START.
           PERFORM 4100-END-DATE-ONE-BANK THRU 4100-EXIT
               UNTIL DMG-EOF.
       4000-EXIT.
           EXIT.
       4100-END-DATE-ONE-BANK.
           READ DMG-BANK-MASTER-FL NEXT RECORD
               AT END
                   SET DMG-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           MOVE DMG-BNK-FINANCIAL-INST-ID TO DMG-WK-FI-ID.
           PERFORM 2900-FIND-DEALER THRU 2900-EXIT.
           IF DMG-DEALER-NOT-FOUND
               GO TO 4100-EXIT
           END-IF.
           IF NOT DMG-DL-APPROVED (DMG-DL-IDX)
               GO TO 4100-EXIT
           END-IF.
           MOVE DMG-BNK-FINANCIAL-INST-ID TO DMG-KL-OLD-FI-ID.
           MOVE DMG-BNK-FI-PAY-OFC-ID TO DMG-KL-PAY-OFC-ID.
           MOVE DMG-BNK-EFFECTIVE-FROM-DTE TO DMG-KL-FROM-DTE.
           MOVE DMG-BNK-EFFECTIVE-TO-DTE TO DMG-KL-OLD-TO-DTE.
           MOVE DMG-BNK-EFFECTIVE-TO-DTE TO DMG-KL-NEW-TO-DTE.
           EVALUATE TRUE
               WHEN DMG-BNK-EFFECTIVE-TO-DTE NOT = ZERO
                AND DMG-BNK-EFFECTIVE-TO-DTE NOT > DMG-EFFECTIVE-DTE
                   ADD 1 TO DMG-BNK-SKIP-CT
                   MOVE 'ALREADY ENDED - NO CHANGE' TO DMG-KL-RESULT
               WHEN DMG-BNK-EFFECTIVE-FROM-DTE > DMG-EFFECTIVE-DTE
                   ADD 1 TO DMG-BNK-EXC-CT
                   MOVE 'STARTS AFTER MERGER - REVIEW BY HAND'
                       TO DMG-KL-RESULT
               WHEN OTHER
                   PERFORM 4200-WRITE-BANK-TRAN THRU 4200-EXIT
                   ADD 1 TO DMG-BNK-ENDED-CT
                   MOVE DMG-EFFECTIVE-DTE TO DMG-KL-NEW-TO-DTE
                   MOVE 'END-DATE TRANSACTION WRITTEN'
                       TO DMG-KL-RESULT
           END-EVALUATE.
           MOVE DMG-BNK-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       4100-EXIT.
           EXIT.
       4200-WRITE-BANK-TRAN.
           MOVE SPACES TO DMG-BANK-TRAN-RECORD.
           MOVE 'U' TO BTR-PROCESS-TYPE-CD.
           MOVE DMG-BNK-FINANCIAL-INST-ID TO BTR-FINANCIAL-INST-ID.
           MOVE DMG-BNK-FI-PAY-OFC-ID TO BTR-FI-PAY-OFC-ID.
           MOVE DMG-BNK-ROUTING-NBR TO BTR-ROUTING-NBR.
           MOVE DMG-BNK-BANK-ACCOUNT-NBR TO BTR-BANK-ACCOUNT-NBR.
           MOVE DMG-BNK-ACCOUNT-TYPE-CD TO BTR-ACCOUNT-TYPE-CD.
           MOVE DMG-BNK-EFFECTIVE-FROM-DTE TO BTR-EFFECTIVE-FROM-DTE.
           MOVE DMG-EFFECTIVE-DTE TO BTR-EFFECTIVE-TO-DTE.
           MOVE DMG-DL-APR-OPID (DMG-DL-IDX) TO BTR-MAINT-OPID.
           WRITE DMG-BANK-TRAN-RECORD.
       4200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PAYEE YTD -- A MERGED-OUT FIRM'S ROW FOR A YEAR IS     *
      *    ADDED INTO THE SURVIVOR'S ROW FOR THAT YEAR UNDER THE  *
      *    SURVIVOR'S TAX ID, OR BECOMES IT IF THERE IS NONE.     *
      *    EACH ROW CARRIED IS LINKED BACK TO ITS OLD FIRM        *
      *---------------------------------------------------------*
       5000-CARRY-PAYEE-YTD.
           MOVE DMG-YTD-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE DMG-YTD-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'N' TO DMG-EOF-SW.
           PERFORM 5100-LOAD-PAYEE-YTD THRU 5100-EXIT
               UNTIL DMG-EOF.
           IF DMG-APPROVED-CT > ZERO
              AND DMG-YT-USED-CT > ZERO
               PERFORM 5200-CARRY-ONE-PAYEE-ROW THRU 5200-EXIT
                       VARYING DMG-OLD-SUB FROM 1 BY 1
                       UNTIL DMG-OLD-SUB > DMG-YT-USED-CT
           END-IF.
           IF DMG-YT-USED-CT > ZERO
               PERFORM 5400-WRITE-ONE-PAYEE-ROW THRU 5400-EXIT
                       VARYING DMG-YT-IDX FROM 1 BY 1
                       UNTIL DMG-YT-IDX > DMG-YT-USED-CT
           END-IF.
       5000-EXIT.
           EXIT.
       5100-LOAD-PAYEE-YTD.
           READ DMG-YTD-MASTER-IN
               AT END
                   SET DMG-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF DMG-YT-USED-CT >= 5000
               MOVE ' PAYEE YTD MASTER' TO DMG-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO DMG-YT-USED-CT.
           SET DMG-YT-IDX TO DMG-YT-USED-CT.
           MOVE YTI-FINANCIAL-INST-ID TO DMG-YT-FI-ID (DMG-YT-IDX).
           MOVE YTI-TAX-ID TO DMG-YT-TAX-ID (DMG-YT-IDX).
           MOVE YTI-YEAR TO DMG-YT-YEAR (DMG-YT-IDX).
           MOVE YTI-YTD-AT TO DMG-YT-YTD-AT (DMG-YT-IDX).
           MOVE YTI-PERIOD-CT TO DMG-YT-PERIOD-CT (DMG-YT-IDX).
           MOVE 'N' TO DMG-YT-DROP-SW (DMG-YT-IDX).
       5100-EXIT.
           EXIT.
       5200-CARRY-ONE-PAYEE-ROW.
           SET DMG-YT-IDX TO DMG-OLD-SUB.
           MOVE DMG-YT-FI-ID (DMG-YT-IDX) TO DMG-WK-FI-ID.
           PERFORM 2900-FIND-DEALER THRU 2900-EXIT.
           IF DMG-DEALER-NOT-FOUND
               GO TO 5200-EXIT
           END-IF.
           IF NOT DMG-DL-APPROVED (DMG-DL-IDX)
               GO TO 5200-EXIT
           END-IF.
           MOVE DMG-DL-SURVIVOR-ID (DMG-DL-IDX) TO DMG-WK-SURVIVOR-ID.
           MOVE DMG-DL-SURV-TAX-ID (DMG-DL-IDX) TO DMG-WK-SURV-TAX-ID.
           MOVE DMG-DL-APR-OPID (DMG-DL-IDX) TO DMG-WK-APR-OPID.
           MOVE DMG-YT-TAX-ID (DMG-YT-IDX) TO DMG-WK-OLD-TAX-ID.
           MOVE DMG-YT-YEAR (DMG-YT-IDX) TO DMG-WK-YEAR.
           MOVE DMG-YT-YTD-AT (DMG-YT-IDX) TO DMG-WK-YTD-AT.
           MOVE DMG-YT-PERIOD-CT (DMG-YT-IDX) TO DMG-WK-PERIOD-CT.
           MOVE 'Y' TO DMG-YT-DROP-SW (DMG-YT-IDX).
           SET DMG-ROW-NOT-FOUND TO TRUE.
           SET DMG-YT-IDX TO 1.
           SEARCH DMG-YT-ENTRY VARYING DMG-YT-IDX
               AT END
                   CONTINUE
               WHEN DMG-YT-IDX > DMG-YT-USED-CT
                   CONTINUE
               WHEN DMG-YT-FI-ID (DMG-YT-IDX) = DMG-WK-SURVIVOR-ID
                AND DMG-YT-TAX-ID (DMG-YT-IDX) = DMG-WK-SURV-TAX-ID
                AND DMG-YT-YEAR (DMG-YT-IDX) = DMG-WK-YEAR
                AND DMG-YT-DROP-SW (DMG-YT-IDX) = 'N'
                   SET DMG-ROW-FOUND TO TRUE
           END-SEARCH.
           IF DMG-ROW-FOUND
               ADD DMG-WK-YTD-AT TO DMG-YT-YTD-AT (DMG-YT-IDX)
               IF DMG-WK-PERIOD-CT > DMG-YT-PERIOD-CT (DMG-YT-IDX)
                   MOVE DMG-WK-PERIOD-CT
                       TO DMG-YT-PERIOD-CT (DMG-YT-IDX)
               END-IF
           ELSE
               SET DMG-YT-IDX TO DMG-OLD-SUB
               MOVE DMG-WK-SURVIVOR-ID TO DMG-YT-FI-ID (DMG-YT-IDX)
               MOVE DMG-WK-SURV-TAX-ID TO DMG-YT-TAX-ID (DMG-YT-IDX)
               MOVE 'N' TO DMG-YT-DROP-SW (DMG-YT-IDX)
           END-IF.
           ADD 1 TO DMG-YTD-CARRIED-CT.
           MOVE 'PAYEE' TO DMG-YL-LEVEL.
           MOVE SPACES TO DMG-YL-BRCH-ID.
           MOVE SPACES TO DMG-YL-REP-ID.
           MOVE SPACES TO DMG-WK-BRCH-ID.
           MOVE SPACES TO DMG-WK-REP-ID.
           PERFORM 5900-LINK-AND-PRINT THRU 5900-EXIT.
       5200-EXIT.
           EXIT.
       5400-WRITE-ONE-PAYEE-ROW.
           IF DMG-YT-DROP-SW (DMG-YT-IDX) = 'Y'
               GO TO 5400-EXIT
           END-IF.
           MOVE SPACES TO DMG-YTD-MASTER-OUT-RECORD.
           MOVE DMG-YT-FI-ID (DMG-YT-IDX) TO YTO-FINANCIAL-INST-ID.
           MOVE DMG-YT-TAX-ID (DMG-YT-IDX) TO YTO-TAX-ID.
           MOVE DMG-YT-YEAR (DMG-YT-IDX) TO YTO-YEAR.
           MOVE DMG-YT-YTD-AT (DMG-YT-IDX) TO YTO-YTD-AT.
           MOVE DMG-YT-PERIOD-CT (DMG-YT-IDX) TO YTO-PERIOD-CT.
           WRITE DMG-YTD-MASTER-OUT-RECORD.
       5400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    REP-LEVEL YTD FOLLOWS ITS BRANCH TO THE SURVIVOR --    *
      *    SAME BRANCH, SAME REP, SAME YEAR UNDER THE NEW FIRM    *
      *---------------------------------------------------------*
       5500-CARRY-REP-YTD.
           MOVE 'N' TO DMG-EOF-SW.
           PERFORM 5600-LOAD-REP-YTD THRU 5600-EXIT
               UNTIL DMG-EOF.
           IF DMG-APPROVED-CT > ZERO
              AND DMG-RM-USED-CT > ZERO
               PERFORM 5700-CARRY-ONE-REP-ROW THRU 5700-EXIT
                       VARYING DMG-OLD-SUB FROM 1 BY 1
                       UNTIL DMG-OLD-SUB > DMG-RM-USED-CT
           END-IF.
           IF DMG-RM-USED-CT > ZERO
               PERFORM 5800-WRITE-ONE-REP-ROW THRU 5800-EXIT
                       VARYING DMG-RM-IDX FROM 1 BY 1
                       UNTIL DMG-RM-IDX > DMG-RM-USED-CT
           END-IF.
       5500-EXIT.
           EXIT.
       5600-LOAD-REP-YTD.
           READ DMG-REP-MASTER-IN
               AT END
                   SET DMG-EOF TO TRUE
                   GO TO 5600-EXIT
           END-READ.
           IF DMG-RM-USED-CT >= 5000
               MOVE ' REP YTD MASTER' TO DMG-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO DMG-RM-USED-CT.
           SET DMG-RM-IDX TO DMG-RM-USED-CT.
           MOVE YRI-FINANCIAL-INST-ID TO DMG-RM-FI-ID (DMG-RM-IDX).
           MOVE YRI-FINCL-INST-BRCH-ID TO DMG-RM-BRCH-ID (DMG-RM-IDX).
           MOVE YRI-FI-BRANCH-REP-ID TO DMG-RM-REP-ID (DMG-RM-IDX).
           MOVE YRI-YEAR TO DMG-RM-YEAR (DMG-RM-IDX).
           MOVE YRI-YTD-AT TO DMG-RM-YTD-AT (DMG-RM-IDX).
           MOVE YRI-PERIOD-CT TO DMG-RM-PERIOD-CT (DMG-RM-IDX).
           MOVE 'N' TO DMG-RM-DROP-SW (DMG-RM-IDX).
       5600-EXIT.
           EXIT.
       5700-CARRY-ONE-REP-ROW.
           SET DMG-RM-IDX TO DMG-OLD-SUB.
           MOVE DMG-RM-FI-ID (DMG-RM-IDX) TO DMG-WK-FI-ID.
           PERFORM 2900-FIND-DEALER THRU 2900-EXIT.
           IF DMG-DEALER-NOT-FOUND
               GO TO 5700-EXIT
           END-IF.
           IF NOT DMG-DL-APPROVED (DMG-DL-IDX)
               GO TO 5700-EXIT
           END-IF.
           MOVE DMG-DL-SURVIVOR-ID (DMG-DL-IDX) TO DMG-WK-SURVIVOR-ID.
           MOVE DMG-DL-SURV-TAX-ID (DMG-DL-IDX) TO DMG-WK-SURV-TAX-ID.
           MOVE DMG-DL-TAX-ID (DMG-DL-IDX) TO DMG-WK-OLD-TAX-ID.
           MOVE DMG-DL-APR-OPID (DMG-DL-IDX) TO DMG-WK-APR-OPID.
           MOVE DMG-RM-BRCH-ID (DMG-RM-IDX) TO DMG-WK-BRCH-ID.
           MOVE DMG-RM-REP-ID (DMG-RM-IDX) TO DMG-WK-REP-ID.
           MOVE DMG-RM-YEAR (DMG-RM-IDX) TO DMG-WK-YEAR.
           MOVE DMG-RM-YTD-AT (DMG-RM-IDX) TO DMG-WK-YTD-AT.
           MOVE DMG-RM-PERIOD-CT (DMG-RM-IDX) TO DMG-WK-PERIOD-CT.
           MOVE 'Y' TO DMG-RM-DROP-SW (DMG-RM-IDX).
           SET DMG-ROW-NOT-FOUND TO TRUE.
           SET DMG-RM-IDX TO 1.
           SEARCH DMG-RM-ENTRY VARYING DMG-RM-IDX
               AT END
                   CONTINUE
               WHEN DMG-RM-IDX > DMG-RM-USED-CT
                   CONTINUE
               WHEN DMG-RM-FI-ID (DMG-RM-IDX) = DMG-WK-SURVIVOR-ID
                AND DMG-RM-BRCH-ID (DMG-RM-IDX) = DMG-WK-BRCH-ID
                AND DMG-RM-REP-ID (DMG-RM-IDX) = DMG-WK-REP-ID
                AND DMG-RM-YEAR (DMG-RM-IDX) = DMG-WK-YEAR
                AND DMG-RM-DROP-SW (DMG-RM-IDX) = 'N'
                   SET DMG-ROW-FOUND TO TRUE
           END-SEARCH.
           IF DMG-ROW-FOUND
               ADD DMG-WK-YTD-AT TO DMG-RM-YTD-AT (DMG-RM-IDX)
               IF DMG-WK-PERIOD-CT > DMG-RM-PERIOD-CT (DMG-RM-IDX)
                   MOVE DMG-WK-PERIOD-CT
                       TO DMG-RM-PERIOD-CT (DMG-RM-IDX)
               END-IF
           ELSE
               SET DMG-RM-IDX TO DMG-OLD-SUB
               MOVE DMG-WK-SURVIVOR-ID TO DMG-RM-FI-ID (DMG-RM-IDX)
               MOVE 'N' TO DMG-RM-DROP-SW (DMG-RM-IDX)
           END-IF.
           ADD 1 TO DMG-REP-CARRIED-CT.
           MOVE 'REP' TO DMG-YL-LEVEL.
           MOVE DMG-WK-BRCH-ID TO DMG-YL-BRCH-ID.
           MOVE DMG-WK-REP-ID TO DMG-YL-REP-ID.
           PERFORM 5900-LINK-AND-PRINT THRU 5900-EXIT.
       5700-EXIT.
           EXIT.
       5800-WRITE-ONE-REP-ROW.
           IF DMG-RM-DROP-SW (DMG-RM-IDX) = 'Y'
               GO TO 5800-EXIT
           END-IF.
           MOVE SPACES TO DMG-REP-MASTER-OUT-RECORD.
           MOVE DMG-RM-FI-ID (DMG-RM-IDX) TO YRO-FINANCIAL-INST-ID.
           MOVE DMG-RM-BRCH-ID (DMG-RM-IDX) TO YRO-FINCL-INST-BRCH-ID.
           MOVE DMG-RM-REP-ID (DMG-RM-IDX) TO YRO-FI-BRANCH-REP-ID.
           MOVE DMG-RM-YEAR (DMG-RM-IDX) TO YRO-YEAR.
           MOVE DMG-RM-YTD-AT (DMG-RM-IDX) TO YRO-YTD-AT.
           MOVE DMG-RM-PERIOD-CT (DMG-RM-IDX) TO YRO-PERIOD-CT.
           WRITE DMG-REP-MASTER-OUT-RECORD.
       5800-EXIT.
           EXIT.
       5900-LINK-AND-PRINT.
           MOVE SPACES TO DMG-LINK-OUT-RECORD.
           IF DMG-YL-LEVEL = 'REP'
               SET LNK-TYPE-REP-YTD TO TRUE
           ELSE
               SET LNK-TYPE-PAYEE-YTD TO TRUE
           END-IF.
           MOVE DMG-WK-FI-ID TO LNK-OLD-FINANCIAL-INST-ID.
           MOVE DMG-WK-SURVIVOR-ID TO LNK-SURVIVOR-FI-ID.
           MOVE DMG-EFFECTIVE-DTE TO LNK-EFFECTIVE-DTE.
           MOVE DMG-WK-APR-OPID TO LNK-APPROVER-OPID.
           MOVE DMG-WK-OLD-TAX-ID TO LNK-OLD-TAX-ID.
           MOVE DMG-WK-SURV-TAX-ID TO LNK-NEW-TAX-ID.
           MOVE DMG-WK-YEAR TO LNK-YEAR.
           MOVE DMG-WK-BRCH-ID TO LNK-FINCL-INST-BRCH-ID.
           MOVE DMG-WK-REP-ID TO LNK-FI-BRANCH-REP-ID.
           MOVE DMG-WK-YTD-AT TO LNK-YTD-AT.
           MOVE DMG-RUN-DTE TO LNK-RUN-DTE.
           WRITE DMG-LINK-OUT-RECORD.
           ADD 1 TO DMG-LINK-ADDED-CT.
           MOVE DMG-WK-FI-ID TO DMG-YL-OLD-FI-ID.
           MOVE DMG-WK-OLD-TAX-ID TO DMG-YL-OLD-TAX-ID.
           MOVE DMG-WK-YEAR TO DMG-YL-YEAR.
           MOVE DMG-WK-SURVIVOR-ID TO DMG-YL-NEW-FI-ID.
           MOVE DMG-WK-SURV-TAX-ID TO DMG-YL-NEW-TAX-ID.
           MOVE DMG-WK-YTD-AT TO DMG-YL-YTD-AT.
           MOVE DMG-YTD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       5900-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE PERIOD DETAIL BEHIND THE 1099 FOOTING MOVES WITH   *
      *    ITS YTD ROW, SO THE SURVIVOR'S ANNUAL STILL FOOTS      *
      *---------------------------------------------------------*
       6000-MOVE-YTD-DETAIL.
           MOVE 'N' TO DMG-EOF-SW.
           PERFORM 6100-MOVE-ONE-DETAIL THRU 6100-EXIT
               UNTIL DMG-EOF.
       6000-EXIT.
           EXIT.
       6100-MOVE-ONE-DETAIL.
           READ DMG-YTD-DETAIL-IN
               AT END
                   SET DMG-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           IF DMG-APPROVED-CT > ZERO
               MOVE YPD-FINANCIAL-INST-ID TO DMG-WK-FI-ID
               PERFORM 2900-FIND-DEALER THRU 2900-EXIT
               IF DMG-DEALER-FOUND
                   IF DMG-DL-APPROVED (DMG-DL-IDX)
                       MOVE DMG-DL-SURVIVOR-ID (DMG-DL-IDX)
                           TO YPD-FINANCIAL-INST-ID
                       MOVE DMG-DL-SURV-TAX-ID (DMG-DL-IDX)
                           TO YPD-TAX-ID
                       ADD 1 TO DMG-DTL-MOVED-CT
                   END-IF
               END-IF
           END-IF.
           MOVE DMG-YTD-DETAIL-IN-RECORD TO DMG-YTD-DETAIL-OUT-RECORD.
           WRITE DMG-YTD-DETAIL-OUT-RECORD.
       6100-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE DMG-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'DEALER FIRMS READ: ' TO DMG-TL-LABEL.
           MOVE DMG-DLR-READ-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'MERGE POINTERS FOUND: ' TO DMG-TL-LABEL.
           MOVE DMG-MERGE-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'MERGERS APPLIED: ' TO DMG-TL-LABEL.
           MOVE DMG-APPROVED-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'APPROVED NOT EFFECTIVE: ' TO DMG-TL-LABEL.
           MOVE DMG-HELD-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'AWAITING APPROVAL: ' TO DMG-TL-LABEL.
           MOVE DMG-PENDING-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'APPROVAL MISMATCHES: ' TO DMG-TL-LABEL.
           MOVE DMG-MISMATCH-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'CHAINS UNRESOLVED: ' TO DMG-TL-LABEL.
           MOVE DMG-UNRESOLVED-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'APPROVALS UNMATCHED: ' TO DMG-TL-LABEL.
           MOVE DMG-APR-ORPHAN-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'ACCOUNTS MOVED: ' TO DMG-TL-LABEL.
           MOVE DMG-ACCT-MOVED-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'ACCOUNTS NO LOOKUP ROW: ' TO DMG-TL-LABEL.
           MOVE DMG-ACCT-NO-LKP-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'BRANCHES MOVED: ' TO DMG-TL-LABEL.
           MOVE DMG-BR-MOVED-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'BRANCH ID CONFLICTS: ' TO DMG-TL-LABEL.
           MOVE DMG-BR-CLASH-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'BANK ROWS END-DATED: ' TO DMG-TL-LABEL.
           MOVE DMG-BNK-ENDED-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'BANK ROWS FOR REVIEW: ' TO DMG-TL-LABEL.
           MOVE DMG-BNK-EXC-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'PAYEE YTD ROWS CARRIED: ' TO DMG-TL-LABEL.
           MOVE DMG-YTD-CARRIED-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'REP YTD ROWS CARRIED: ' TO DMG-TL-LABEL.
           MOVE DMG-REP-CARRIED-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'PERIOD DETAIL MOVED: ' TO DMG-TL-LABEL.
           MOVE DMG-DTL-MOVED-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
           MOVE 'LINK ROWS ADDED: ' TO DMG-TL-LABEL.
           MOVE DMG-LINK-ADDED-CT TO DMG-TL-COUNT.
           PERFORM 8810-PRINT-ONE-TOTAL THRU 8810-EXIT.
       8800-EXIT.
           EXIT.
       8810-PRINT-ONE-TOTAL.
           MOVE DMG-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8810-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO DMG-RUN-CTL-RECORD.
           MOVE 'DMG-DEALER-MERGER' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE DMG-RUN-CTL-RECORD.
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
           MOVE SPACES TO DMG-RUN-CTL-RECORD.
           MOVE 'DMG-DEALER-MERGER' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE DMG-DLR-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE DMG-RUN-CTL-RECORD.
           CLOSE DMG-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    MOVE PART OF A FIRM                                    *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE DMG-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO DMG-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE DMG-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE DMG-DEALER-FL.
           CLOSE DMG-PARM-FL.
           CLOSE DMG-APPROVAL-FL.
           CLOSE DMG-ACCOUNT-MASTER-FL.
           CLOSE DMG-ACCT-LOOKUP-FL.
           CLOSE DMG-ACTIVITY-OUT.
           CLOSE DMG-BRANCH-OUT.
           CLOSE DMG-BANK-MASTER-FL.
           CLOSE DMG-BANK-TRAN-OUT.
           CLOSE DMG-YTD-MASTER-IN.
           CLOSE DMG-YTD-MASTER-OUT.
           CLOSE DMG-YTD-DETAIL-IN.
           CLOSE DMG-YTD-DETAIL-OUT.
           CLOSE DMG-REP-MASTER-IN.
           CLOSE DMG-REP-MASTER-OUT.
           CLOSE DMG-LINK-IN.
           CLOSE DMG-LINK-OUT.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF DMG-NEW-RC > DMG-RUN-RC
               MOVE DMG-NEW-RC TO DMG-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF DMG-PENDING-CT > ZERO
              OR DMG-MISMATCH-CT > ZERO
              OR DMG-UNRESOLVED-CT > ZERO
              OR DMG-APR-ORPHAN-CT > ZERO
              OR DMG-ACCT-NO-LKP-CT > ZERO
              OR DMG-BR-CLASH-CT > ZERO
              OR DMG-BNK-EXC-CT > ZERO
               MOVE 4 TO DMG-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE DMG-RUN-RC TO DMG-RCD-OUT.
           EVALUATE DMG-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO DMG-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO DMG-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO DMG-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO DMG-RCD-REASON
           END-EVALUATE.
           MOVE DMG-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE DMG-RUN-RC TO RETURN-CODE.
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
           MOVE 'DMG-DEALER-MERGER' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
