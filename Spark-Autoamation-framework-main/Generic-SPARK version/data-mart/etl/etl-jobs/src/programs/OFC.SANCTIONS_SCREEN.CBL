       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFC-SANCTIONS-SCREEN.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT OFC-SDN-FL ASSIGN TO "SDNFILE".
	    SELECT OFC-CUSTOMER-FL ASSIGN TO "FNAME1".
	    SELECT OFC-DEALER-FL ASSIGN TO "FNAME2".
	    SELECT OFC-ACCOUNT-FL ASSIGN TO "FNAME3".
	    SELECT OPTIONAL OFC-CLEARED-FL ASSIGN TO "OFCCLRD".
	    SELECT OFC-REVIEW-FL ASSIGN TO "OFCRVW".
	    SELECT OFC-SCREEN-CTL-FL ASSIGN TO "OFCCTL".
	    SELECT OPTIONAL OFC-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    PUBLISHED SDN LIST -- ONE HEADER, THEN FOR EACH        *
      *    ENTRY ITS PRIMARY NAME FOLLOWED BY ITS ALIASES AND     *
      *    ADDRESSES UNDER THE SAME ENTRY NUMBER                  *
      *---------------------------------------------------------*
       FD  OFC-SDN-FL.
       01  OFC-SDN-RECORD.
           05  SDN-RECORD-TYPE-CD            PIC X(1).
               88  SDN-RECORD-TYPE-HEADER        VALUE 'H'.
               88  SDN-RECORD-TYPE-NAME          VALUE 'N'.
               88  SDN-RECORD-TYPE-ALIAS         VALUE 'A'.
               88  SDN-RECORD-TYPE-ADDRESS       VALUE 'D'.
           05  SDN-ENT-NUM                   PIC 9(10).
           05  SDN-NAME-AREA.
               10  SDN-NAME                  PIC X(120).
               10  SDN-ENTITY-TYPE           PIC X(12).
               10  SDN-PROGRAM               PIC X(20).
               10  FILLER                    PIC X(77).
           05  SDN-ADDRESS-AREA REDEFINES SDN-NAME-AREA.
               10  SDN-ADR-TXT               PIC X(70).
               10  SDN-ADR-CITY              PIC X(35).
               10  SDN-ADR-COUNTRY           PIC X(35).
               10  FILLER                    PIC X(89).
           05  SDN-HEADER-AREA REDEFINES SDN-NAME-AREA.
               10  SDN-PUBLISH-ID            PIC X(20).
               10  SDN-ENTRY-CT              PIC 9(9).
               10  FILLER                    PIC X(200).
       FD  OFC-CUSTOMER-FL.
       01  OFC-CUSTOMER-RECORD.
           05  OFC-CST-CMR-BPR-ID2           PIC 9(11).
           05  OFC-CST-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(8).
           05  OFC-CST-FRST-NME              PIC X(35).
           05  FILLER                        PIC X(32).
           05  OFC-CST-CRP-LST-NME           PIC X(35).
           05  FILLER                        PIC X(8).
           05  OFC-CST-CORPORATE-NM          PIC X(70).
           05  OFC-CST-TYP-CDE               PIC X(1).
               88  OFC-CST-TYP-CORPORATION       VALUE 'C'.
           05  FILLER                        PIC X(265).
           05  OFC-CST-ADR-LIN-TXT1          PIC X(35).
           05  OFC-CST-ADR-LIN-TXT2          PIC X(35).
           05  FILLER                        PIC X(140).
           05  OFC-CST-CTY-NME               PIC X(35).
           05  FILLER                        PIC X(316).
           05  OFC-CST-REFRESHER-TYPE-CDE    PIC X(2).
               88  OFC-CST-REFRESH-TYPE-INCR     VALUE 'IN'.
           05  FILLER                        PIC X(22).
           05  OFC-CST-PROCESS-TYPE-CD       PIC X(1).
               88  OFC-CST-PROCESS-TYPE-DELETE   VALUE 'D'.
           05  FILLER                        PIC X(35).
       FD  OFC-DEALER-FL.
       01  OFC-DEALER-RECORD.
           05  OFC-DLM-RECORD-TYPE-CD        PIC X(3).
               88  OFC-DLM-RECORD-TYPE-DEALER    VALUE 'FDP'.
           05  OFC-DLM-SEQUENCE-NUMBER-ID    PIC 9(3).
               88  OFC-DLM-SEQ-DETAIL-1-AREA     VALUE 1.
               88  OFC-DLM-SEQ-DETAIL-2-AREA     VALUE 2.
           05  OFC-DLM-DETAIL-1-AREA.
               10  OFC-DLM-FUND-GROUP-NBR    PIC 9(7).
               10  OFC-DLM-FINANCIAL-INST-ID PIC 9(7).
               10  OFC-DLM-LAST-MNT-DTM      PIC X(26).
               10  OFC-DLM-LAST-MNT-OPID     PIC X(8).
               10  OFC-DLM-ESTABLISHED-DTE   PIC X(10).
               10  OFC-DLM-CLOSED-DTE        PIC X(10).
               10  OFC-DLM-FINCL-INST-NAME-1 PIC X(35).
               10  FILLER                    PIC X(51).
           05  OFC-DLM-DETAIL-2-AREA REDEFINES OFC-DLM-DETAIL-1-AREA.
               10  OFC-DLM-FINCL-INST-NAME-2 PIC X(40).
               10  FILLER                    PIC X(114).
       FD  OFC-ACCOUNT-FL.
       01  OFC-ACCOUNT-RECORD.
           05  OFC-ACT-FUND-CODE             PIC 9(7).
           05  OFC-ACT-ACCOUNT-NUMBER        PIC 9(11).
           05  FILLER                        PIC X(276).
           05  OFC-ACT-REFRESHER-TYPE-CDE    PIC X(2).
               88  OFC-ACT-REFRESH-TYPE-INCR     VALUE 'IN'.
           05  OFC-ACT-PROCESS-TYPE-CD       PIC X(1).
               88  OFC-ACT-PROCESS-TYPE-DELETE   VALUE 'D'.
           05  FILLER                        PIC X(84).
           05  OFC-ACT-UBO-DETAIL-CT         PIC 9(1).
           05  OFC-ACT-UBO-TBL OCCURS 5 TIMES
                               INDEXED BY OFC-UBO-IDX.
               10  OFC-ACT-UBO-TAX-ID        PIC 9(9).
               10  OFC-ACT-UBO-TAX-TYP       PIC X(1).
               10  OFC-ACT-UBO-NAME          PIC X(35).
               10  OFC-ACT-UBO-OWN-PCT       PIC 9(3)V9(2).
           05  FILLER                        PIC X(14).
      *---------------------------------------------------------*
      *    MATCHES COMPLIANCE HAS REVIEWED AND CLEARED AS FALSE   *
      *    POSITIVES.  A CLEARANCE HOLDS ONLY WHILE THE PARTY'S   *
      *    NORMALIZED NAME IS UNCHANGED                           *
      *---------------------------------------------------------*
       FD  OFC-CLEARED-FL.
       01  OFC-CLEARED-RECORD.
           05  CLR-PARTY-TYPE-CD             PIC X(1).
           05  CLR-PARTY-KEY                 PIC X(22).
           05  CLR-NORM-NAME                 PIC X(120).
           05  CLR-ENT-NUM                   PIC 9(10).
           05  CLR-CLEARED-DTE               PIC 9(8).
           05  CLR-CLEARED-BY                PIC X(8).
           05  FILLER                        PIC X(31).
      *---------------------------------------------------------*
      *    POTENTIAL MATCHES FOR COMPLIANCE REVIEW -- THE KEY,    *
      *    NORMALIZED NAME AND ENTRY NUMBER ARE THE FIELDS A      *
      *    CLEARANCE IS RECORDED AGAINST                          *
      *---------------------------------------------------------*
       FD  OFC-REVIEW-FL.
       01  OFC-REVIEW-RECORD.
           05  RVW-PARTY-TYPE-CD             PIC X(1).
               88  RVW-PARTY-CUSTOMER            VALUE 'C'.
               88  RVW-PARTY-DEALER              VALUE 'D'.
               88  RVW-PARTY-UBO                 VALUE 'U'.
           05  RVW-PARTY-KEY                 PIC X(22).
           05  RVW-PARTY-NAME                PIC X(70).
           05  RVW-NORM-NAME                 PIC X(120).
           05  RVW-ENT-NUM                   PIC 9(10).
           05  RVW-SDN-NAME                  PIC X(60).
           05  RVW-SDN-PROGRAM               PIC X(20).
           05  RVW-MATCH-BASIS-CD            PIC X(1).
               88  RVW-MATCH-NAME                VALUE 'N'.
               88  RVW-MATCH-ALIAS               VALUE 'A'.
               88  RVW-MATCH-ADDRESS             VALUE 'D'.
           05  RVW-MATCH-SCORE               PIC 9(3).
           05  RVW-SCREEN-MODE-CD            PIC X(1).
           05  RVW-RUN-DTE                   PIC 9(8).
           05  FILLER                        PIC X(14).
      *---------------------------------------------------------*
      *    LAST SDN LIST SCREENED AND WHEN.  COMPLIANCE SETS THE  *
      *    FORCE FLAG TO ORDER A FULL RESCREEN ON THE NEXT RUN    *
      *---------------------------------------------------------*
       FD  OFC-SCREEN-CTL-FL.
       01  OFC-SCREEN-CTL-RECORD.
           05  OCTL-SDN-PUBLISH-ID           PIC X(20).
           05  OCTL-FORCE-FULL-CD            PIC X(1).
               88  OCTL-FORCE-FULL               VALUE 'Y'.
           05  OCTL-LAST-RUN-DTE             PIC 9(8).
           05  FILLER                        PIC X(11).
       FD  OFC-RUN-CTL-FL.
       01  OFC-RUN-CTL-RECORD.
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
       01  OFC-SWITCHES.
           05  OFC-SDN-EOF-SW                PIC X(01)   VALUE 'N'.
               88  OFC-SDN-EOF                   VALUE 'Y'.
           05  OFC-CST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  OFC-CST-EOF                   VALUE 'Y'.
           05  OFC-DLM-EOF-SW                PIC X(01)   VALUE 'N'.
               88  OFC-DLM-EOF                   VALUE 'Y'.
           05  OFC-ACT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  OFC-ACT-EOF                   VALUE 'Y'.
           05  OFC-CLR-EOF-SW                PIC X(01)   VALUE 'N'.
               88  OFC-CLR-EOF                   VALUE 'Y'.
           05  OFC-SCREEN-CTL-SW             PIC X(01)   VALUE 'Y'.
               88  OFC-SCREEN-CTL-EMPTY          VALUE 'Y'.
               88  OFC-SCREEN-CTL-LOADED         VALUE 'N'.
           05  OFC-MODE-SW                   PIC X(01)   VALUE 'F'.
               88  OFC-MODE-FULL                 VALUE 'F'.
               88  OFC-MODE-DELTA                VALUE 'D'.
           05  OFC-DLR-SCREEN-SW             PIC X(01)   VALUE 'N'.
               88  OFC-DLR-SCREEN-YES            VALUE 'Y'.
               88  OFC-DLR-SCREEN-NO             VALUE 'N'.
           05  OFC-CLEARED-SW                PIC X(01)   VALUE 'N'.
               88  OFC-CLEARED-FOUND             VALUE 'Y'.
               88  OFC-CLEARED-NOT-FOUND         VALUE 'N'.
           05  OFC-NOISE-SW                  PIC X(01)   VALUE 'N'.
               88  OFC-NOISE-WORD-FOUND          VALUE 'Y'.
               88  OFC-NOISE-WORD-NOT-FOUND      VALUE 'N'.
           05  OFC-PASS-SW                   PIC X(01)   VALUE 'N'.
               88  OFC-PASS-NAME                 VALUE 'N'.
               88  OFC-PASS-ADDRESS              VALUE 'D'.
       01  OFC-COUNTERS                      COMP.
           05  OFC-SDN-READ-CT               PIC 9(09)   VALUE ZERO.
           05  OFC-SDN-NAME-CT               PIC 9(07)   VALUE ZERO.
           05  OFC-SDN-ALIAS-CT              PIC 9(07)   VALUE ZERO.
           05  OFC-SDN-ADDR-CT               PIC 9(07)   VALUE ZERO.
           05  OFC-CST-READ-CT               PIC 9(09)   VALUE ZERO.
           05  OFC-CST-SCREEN-CT             PIC 9(09)   VALUE ZERO.
           05  OFC-DLM-READ-CT               PIC 9(09)   VALUE ZERO.
           05  OFC-DLR-SCREEN-CT             PIC 9(09)   VALUE ZERO.
           05  OFC-ACT-READ-CT               PIC 9(09)   VALUE ZERO.
           05  OFC-UBO-SCREEN-CT             PIC 9(09)   VALUE ZERO.
           05  OFC-SKIP-UNCHANGED-CT         PIC 9(09)   VALUE ZERO.
           05  OFC-SKIP-DELETE-CT            PIC 9(09)   VALUE ZERO.
           05  OFC-HIT-CT                    PIC 9(07)   VALUE ZERO.
           05  OFC-CLEARED-SUPPRESS-CT       PIC 9(07)   VALUE ZERO.
           05  OFC-REVIEW-WRITE-CT           PIC 9(07)   VALUE ZERO.
       01  OFC-SDN-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  OFC-CLR-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  OFC-HIT-USED-CT                   PIC 9(03)   COMP
                                              VALUE ZERO.
       01  OFC-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  OFC-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  OFC-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  OFC-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  OFC-RCD-REASON               PIC X(40).
       01  OFC-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  OFC-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    MATCH SCORE (0-100) AT OR ABOVE WHICH A PARTY GOES TO  *
      *    REVIEW -- STARTER VALUE PENDING COMPLIANCE SIGN-OFF    *
      *---------------------------------------------------------*
       01  OFC-MATCH-THRESHOLD               PIC 9(03)   VALUE 80.
      *---------------------------------------------------------*
      *    NAME NORMALIZATION -- UPPER CASE, PUNCTUATION TO       *
      *    BLANKS, NOISE WORDS DROPPED, AT MOST EIGHT TOKENS      *
      *---------------------------------------------------------*
       01  OFC-LOWER-CASE                    PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  OFC-UPPER-CASE                    PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  OFC-PUNCT-CHARS                   PIC X(11)
               VALUE ".,'-/()#;:&".
       01  OFC-PUNCT-BLANKS                  PIC X(11)   VALUE SPACES.
       01  OFC-NOISE-VALUES.
           05  FILLER                        PIC X(12)   VALUE 'INC'.
           05  FILLER                        PIC X(12)   VALUE 'LLC'.
           05  FILLER                        PIC X(12)   VALUE 'LTD'.
           05  FILLER                        PIC X(12)   VALUE 'CORP'.
           05  FILLER                        PIC X(12)   VALUE 'CO'.
           05  FILLER                        PIC X(12)
               VALUE 'CORPORATION'.
           05  FILLER                        PIC X(12)
               VALUE 'COMPANY'.
           05  FILLER                        PIC X(12)
               VALUE 'LIMITED'.
           05  FILLER                        PIC X(12)   VALUE 'THE'.
           05  FILLER                        PIC X(12)   VALUE 'MR'.
           05  FILLER                        PIC X(12)   VALUE 'MRS'.
           05  FILLER                        PIC X(12)   VALUE 'MS'.
           05  FILLER                        PIC X(12)   VALUE 'DR'.
           05  FILLER                        PIC X(12)   VALUE 'AND'.
           05  FILLER                        PIC X(12)   VALUE 'OF'.
           05  FILLER                        PIC X(12)   VALUE 'SA'.
       01  OFC-NOISE-TBL REDEFINES OFC-NOISE-VALUES.
           05  OFC-NOISE-WORD                PIC X(12)
                                             OCCURS 16 TIMES
                                             INDEXED BY OFC-NW-IDX.
       01  OFC-NRM-WORK.
           05  OFC-NRM-IN                    PIC X(120)  VALUE SPACES.
           05  OFC-NRM-OUT                   PIC X(120)  VALUE SPACES.
           05  OFC-NRM-CH-IX                 PIC 9(03)   COMP
                                              VALUE ZERO.
           05  OFC-NRM-PTR                   PIC 9(03)   COMP
                                              VALUE ZERO.
           05  OFC-NRM-CUR-TOKEN             PIC X(20)   VALUE SPACES.
           05  OFC-NRM-CUR-LEN               PIC 9(02)   COMP
                                              VALUE ZERO.
           05  OFC-NRM-TOKENS.
               10  OFC-NRM-TOKEN-CT          PIC 9(02)   COMP.
               10  OFC-NRM-TOKEN-ENTRY       OCCURS 8 TIMES
                                              INDEXED BY OFC-NT-IDX.
                   15  OFC-NRM-TOKEN         PIC X(20).
                   15  OFC-NRM-TOKEN-LEN     PIC 9(02)   COMP.
      *---------------------------------------------------------*
      *    THE SDN LIST, NORMALIZED ONCE AT LOAD -- ONE ROW PER   *
      *    PRIMARY NAME, ALIAS AND ADDRESS                        *
      *---------------------------------------------------------*
       01  OFC-SDN-TBL.
           05  OFC-SD-ENTRY                  OCCURS 30000 TIMES
                                              INDEXED BY OFC-SD-IDX.
               10  OFC-SD-ENT-NUM            PIC 9(10).
               10  OFC-SD-BASIS-CD           PIC X(01).
                   88  OFC-SD-BASIS-ADDRESS      VALUE 'D'.
               10  OFC-SD-PRIMARY-NM         PIC X(60).
               10  OFC-SD-PROGRAM            PIC X(20).
               10  OFC-SD-CITY               PIC X(35).
               10  OFC-SD-TOKEN-CT           PIC 9(02)   COMP.
               10  OFC-SD-TOKEN-ENTRY        OCCURS 8 TIMES
                                              INDEXED BY OFC-ST-IDX.
                   15  OFC-SD-TOKEN          PIC X(20).
                   15  OFC-SD-TOKEN-LEN      PIC 9(02)   COMP.
       01  OFC-CLR-TBL.
           05  OFC-CL-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY OFC-CL-IDX.
               10  OFC-CL-PARTY-TYPE-CD      PIC X(01).
               10  OFC-CL-PARTY-KEY          PIC X(22).
               10  OFC-CL-NORM-NAME          PIC X(120).
               10  OFC-CL-ENT-NUM            PIC 9(10).
      *---------------------------------------------------------*
      *    SDN ENTRIES HIT BY THE PARTY NOW BEING SCREENED -- ONE *
      *    ROW PER ENTRY NUMBER, KEEPING THE BEST SCORE           *
      *---------------------------------------------------------*
       01  OFC-HIT-TBL.
           05  OFC-HT-ENTRY                  OCCURS 200 TIMES
                                              INDEXED BY OFC-HT-IDX.
               10  OFC-HT-ENT-NUM            PIC 9(10).
               10  OFC-HT-SD-IX              PIC 9(05)   COMP.
               10  OFC-HT-BASIS-CD           PIC X(01).
               10  OFC-HT-SCORE              PIC 9(03).
       01  OFC-PARTY-WORK.
           05  OFC-PTY-TYPE-CD               PIC X(01)   VALUE SPACES.
           05  OFC-PTY-KEY                   PIC X(22)   VALUE SPACES.
           05  OFC-PTY-NAME                  PIC X(70)   VALUE SPACES.
           05  OFC-PTY-ADR-TXT               PIC X(70)   VALUE SPACES.
           05  OFC-PTY-CITY                  PIC X(35)   VALUE SPACES.
           05  OFC-PTY-NORM-NAME             PIC X(120)  VALUE SPACES.
           05  OFC-PTY-NORM-CITY             PIC X(35)   VALUE SPACES.
           05  OFC-PTY-NAME-TOKENS           PIC X(200)  VALUE SPACES.
           05  OFC-PTY-ADR-TOKENS            PIC X(200)  VALUE SPACES.
      *---------------------------------------------------------*
      *    THE PARTY TOKENS BEING SCORED -- THE NAME ON THE NAME  *
      *    PASS, THE ADDRESS LINE ON THE ADDRESS PASS             *
      *---------------------------------------------------------*
       01  OFC-CMP-TOKENS.
           05  OFC-CMP-TOKEN-CT              PIC 9(02)   COMP.
           05  OFC-CMP-TOKEN-ENTRY           OCCURS 8 TIMES
                                              INDEXED BY OFC-CT-IDX.
               10  OFC-CMP-TOKEN             PIC X(20).
               10  OFC-CMP-TOKEN-LEN         PIC 9(02)   COMP.
       01  OFC-SCORE-WORK.
           05  OFC-CMP-USED-FLAGS            PIC X(08)   VALUE SPACES.
           05  OFC-WK-SDN-TOKEN              PIC X(20)   VALUE SPACES.
           05  OFC-WK-SDN-LEN                PIC 9(02)   COMP
                                              VALUE ZERO.
           05  OFC-WK-PTS                    PIC 9(03)   COMP
                                              VALUE ZERO.
           05  OFC-WK-BEST-PTS               PIC 9(03)   COMP
                                              VALUE ZERO.
           05  OFC-WK-BEST-CT-IX             PIC 9(02)   COMP
                                              VALUE ZERO.
           05  OFC-WK-SIM-PTS                PIC 9(03)   COMP
                                              VALUE ZERO.
           05  OFC-WK-DIFF-CT                PIC 9(02)   COMP
                                              VALUE ZERO.
           05  OFC-WK-CH-IX                  PIC 9(02)   COMP
                                              VALUE ZERO.
           05  OFC-WK-SCORE                  PIC 9(03)   VALUE ZERO.
           05  OFC-WK-CT-IX                  PIC 9(02)   COMP
                                              VALUE ZERO.
       01  OFC-DEALER-WORK.
           05  OFC-CUR-DLR-FI-ID             PIC 9(07)   VALUE ZERO.
           05  OFC-MNT-DTM                   PIC X(26)   VALUE SPACES.
           05  OFC-MNT-DTM-R REDEFINES OFC-MNT-DTM.
               10  OFC-MNT-YYYY              PIC X(04).
               10  FILLER                    PIC X(01).
               10  OFC-MNT-MM                PIC X(02).
               10  FILLER                    PIC X(01).
               10  OFC-MNT-DD                PIC X(02).
               10  FILLER                    PIC X(16).
           05  OFC-MNT-DTE                   PIC X(08)   VALUE SPACES.
           05  OFC-UBO-SLOT                  PIC 9(01)   VALUE ZERO.
       01  OFC-CTL-WORK.
           05  OFC-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  OFC-LAST-RUN-DTE              PIC 9(08)   VALUE ZERO.
           05  OFC-LAST-PUBLISH-ID           PIC X(20)   VALUE SPACES.
           05  OFC-THIS-PUBLISH-ID           PIC X(20)   VALUE SPACES.
           05  OFC-CUR-ENT-NUM               PIC 9(10)   VALUE ZERO.
           05  OFC-CUR-PRIMARY-NM            PIC X(60)   VALUE SPACES.
           05  OFC-CUR-PROGRAM               PIC X(20)   VALUE SPACES.
       01  OFC-MODE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(13)
               VALUE 'SCREEN MODE: '.
           05  OFC-ML-MODE                   PIC X(14).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  OFC-ML-REASON                 PIC X(30).
           05  FILLER                        PIC X(12)
               VALUE '  SDN LIST: '.
           05  OFC-ML-PUBLISH-ID             PIC X(20).
       01  OFC-MODE-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'OFAC SDN SCREENING - RUN MODE'.
       01  OFC-RVW-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'POTENTIAL SDN MATCHES WRITTEN FOR REVIEW'.
       01  OFC-RVW-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'TYP'.
           05  FILLER                        PIC X(22)
               VALUE 'PARTY KEY'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)
               VALUE 'PARTY NAME'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'SDN ENTRY'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)
               VALUE 'SDN NAME'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'BASIS'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'SCORE'.
       01  OFC-RVW-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  OFC-RL-PARTY-TYPE-CD          PIC X(01).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  OFC-RL-PARTY-KEY              PIC X(22).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  OFC-RL-PARTY-NAME             PIC X(30).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  OFC-RL-ENT-NUM                PIC Z(09)9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  OFC-RL-SDN-NAME               PIC X(30).
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  OFC-RL-BASIS-CD               PIC X(01).
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  OFC-RL-SCORE                  PIC ZZ9.
       01  OFC-RVW-CAP-TBL.
           05  OFC-RVW-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY OFC-RVW-CAP-IX.
       01  OFC-RVW-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  OFC-RVW-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  OFC-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       01  OFC-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'OFAC SDN SCREENING RUN TOTALS'.
       01  OFC-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  OFC-TL-LABEL                  PIC X(25).
           05  OFC-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  OFC-EXC-KEY.
           05  OFC-EK-PARTY-TYPE-CD          PIC X(01).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  OFC-EK-PARTY-KEY              PIC X(22).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  OFC-EK-ENT-NUM                PIC 9(10).
       01  OFC-EXC-DESC.
           05  FILLER                        PIC X(10)
               VALUE 'SDN SCORE '.
           05  OFC-ED-SCORE                  PIC ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACE.
           05  OFC-ED-SDN-NAME               PIC X(26).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCREEN-CUSTOMERS THRU 2000-EXIT
               UNTIL OFC-CST-EOF.
           PERFORM 3000-SCREEN-DEALERS THRU 3000-EXIT
               UNTIL OFC-DLM-EOF.
           PERFORM 4000-SCREEN-UBOS THRU 4000-EXIT
               UNTIL OFC-ACT-EOF.
           PERFORM 8000-PRINT-MODE THRU 8000-EXIT.
           PERFORM 8500-PRINT-REVIEW-SECTION THRU 8500-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE OFC-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OFC-SDN-FL.
           OPEN INPUT OFC-CUSTOMER-FL.
           OPEN INPUT OFC-DEALER-FL.
           OPEN INPUT OFC-ACCOUNT-FL.
           OPEN INPUT OFC-CLEARED-FL.
           OPEN OUTPUT OFC-REVIEW-FL.
           OPEN I-O OFC-SCREEN-CTL-FL.
           OPEN EXTEND OFC-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT OFC-RUN-DTE FROM DATE YYYYMMDD.
           MOVE OFC-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1100-LOAD-SDN-LIST THRU 1100-EXIT
               UNTIL OFC-SDN-EOF.
           PERFORM 1200-READ-SCREEN-CTL THRU 1200-EXIT.
           PERFORM 1300-SET-SCREEN-MODE THRU 1300-EXIT.
           PERFORM 1400-LOAD-CLEARED THRU 1400-EXIT
               UNTIL OFC-CLR-EOF.
           READ OFC-CUSTOMER-FL
               AT END
                   SET OFC-CST-EOF TO TRUE
           END-READ.
           READ OFC-DEALER-FL
               AT END
                   SET OFC-DLM-EOF TO TRUE
           END-READ.
           READ OFC-ACCOUNT-FL
               AT END
                   SET OFC-ACT-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    LOAD THE SDN LIST.  ALIAS AND ADDRESS ROWS CARRY THE   *
      *    PRIMARY NAME AND PROGRAM OF THE ENTRY THEY FOLLOW      *
      *---------------------------------------------------------*
       1100-LOAD-SDN-LIST.
           READ OFC-SDN-FL
               AT END
                   SET OFC-SDN-EOF TO TRUE
           END-READ.
           IF OFC-SDN-EOF
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO OFC-SDN-READ-CT.
           IF SDN-RECORD-TYPE-HEADER
               MOVE SDN-PUBLISH-ID TO OFC-THIS-PUBLISH-ID
               GO TO 1100-EXIT
           END-IF.
           IF NOT SDN-RECORD-TYPE-NAME
              AND NOT SDN-RECORD-TYPE-ALIAS
              AND NOT SDN-RECORD-TYPE-ADDRESS
               GO TO 1100-EXIT
           END-IF.
           IF SDN-RECORD-TYPE-NAME
               MOVE SDN-ENT-NUM TO OFC-CUR-ENT-NUM
               MOVE SDN-NAME TO OFC-CUR-PRIMARY-NM
               MOVE SDN-PROGRAM TO OFC-CUR-PROGRAM
               ADD 1 TO OFC-SDN-NAME-CT
           END-IF.
           IF SDN-ENT-NUM NOT = OFC-CUR-ENT-NUM
               MOVE SDN-ENT-NUM TO OFC-CUR-ENT-NUM
               MOVE SPACES TO OFC-CUR-PRIMARY-NM
               MOVE SPACES TO OFC-CUR-PROGRAM
           END-IF.
           IF OFC-SDN-USED-CT >= 30000
               MOVE ' SDN LIST' TO OFC-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           IF SDN-RECORD-TYPE-ADDRESS
               MOVE SDN-ADR-TXT TO OFC-NRM-IN
           ELSE
               MOVE SDN-NAME TO OFC-NRM-IN
           END-IF.
           PERFORM 6000-NORMALIZE-NAME THRU 6000-EXIT.
           IF OFC-NRM-TOKEN-CT = ZERO
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO OFC-SDN-USED-CT.
           SET OFC-SD-IDX TO OFC-SDN-USED-CT.
           MOVE SDN-ENT-NUM TO OFC-SD-ENT-NUM (OFC-SD-IDX).
           MOVE SDN-RECORD-TYPE-CD TO OFC-SD-BASIS-CD (OFC-SD-IDX).
           MOVE OFC-CUR-PRIMARY-NM TO OFC-SD-PRIMARY-NM (OFC-SD-IDX).
           MOVE OFC-CUR-PROGRAM TO OFC-SD-PROGRAM (OFC-SD-IDX).
           MOVE OFC-NRM-TOKENS TO OFC-CMP-TOKENS.
           MOVE OFC-CMP-TOKEN-CT TO OFC-SD-TOKEN-CT (OFC-SD-IDX).
           PERFORM 1110-STORE-ONE-TOKEN THRU 1110-EXIT
                   VARYING OFC-ST-IDX FROM 1 BY 1
                   UNTIL OFC-ST-IDX > 8.
           MOVE SPACES TO OFC-SD-CITY (OFC-SD-IDX).
           IF SDN-RECORD-TYPE-ADDRESS
               ADD 1 TO OFC-SDN-ADDR-CT
               MOVE SDN-ADR-CITY TO OFC-NRM-IN
               PERFORM 6000-NORMALIZE-NAME THRU 6000-EXIT
               MOVE OFC-NRM-OUT TO OFC-SD-CITY (OFC-SD-IDX)
           END-IF.
           IF SDN-RECORD-TYPE-ALIAS
               ADD 1 TO OFC-SDN-ALIAS-CT
           END-IF.
       1100-EXIT.
           EXIT.
       1110-STORE-ONE-TOKEN.
           SET OFC-CT-IDX TO OFC-ST-IDX.
           MOVE OFC-CMP-TOKEN (OFC-CT-IDX)
               TO OFC-SD-TOKEN (OFC-SD-IDX OFC-ST-IDX).
           MOVE OFC-CMP-TOKEN-LEN (OFC-CT-IDX)
               TO OFC-SD-TOKEN-LEN (OFC-SD-IDX OFC-ST-IDX).
       1110-EXIT.
           EXIT.
       1200-READ-SCREEN-CTL.
           READ OFC-SCREEN-CTL-FL
               AT END
                   SET OFC-SCREEN-CTL-EMPTY TO TRUE
                   MOVE SPACES TO OFC-LAST-PUBLISH-ID
                   MOVE ZERO TO OFC-LAST-RUN-DTE
               NOT AT END
                   SET OFC-SCREEN-CTL-LOADED TO TRUE
                   MOVE OCTL-SDN-PUBLISH-ID TO OFC-LAST-PUBLISH-ID
                   MOVE OCTL-LAST-RUN-DTE TO OFC-LAST-RUN-DTE
           END-READ.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A NEW LIST, A FIRST RUN OR A COMPLIANCE REQUEST MEANS  *
      *    EVERY CUSTOMER, DEALER AND OWNER IS RESCREENED.        *
      *    OTHERWISE ONLY NEW AND CHANGED RECORDS ARE SCREENED    *
      *---------------------------------------------------------*
       1300-SET-SCREEN-MODE.
           MOVE OFC-THIS-PUBLISH-ID TO OFC-ML-PUBLISH-ID.
           EVALUATE TRUE
               WHEN OFC-SCREEN-CTL-EMPTY
                   SET OFC-MODE-FULL TO TRUE
                   MOVE 'NO PRIOR SCREEN ON FILE'
                       TO OFC-ML-REASON
               WHEN OCTL-FORCE-FULL
                   SET OFC-MODE-FULL TO TRUE
                   MOVE 'RESCREEN REQUESTED'
                       TO OFC-ML-REASON
               WHEN OFC-THIS-PUBLISH-ID NOT = OFC-LAST-PUBLISH-ID
                   SET OFC-MODE-FULL TO TRUE
                   MOVE 'SDN LIST CHANGED'
                       TO OFC-ML-REASON
               WHEN OTHER
                   SET OFC-MODE-DELTA TO TRUE
                   MOVE 'SDN LIST UNCHANGED'
                       TO OFC-ML-REASON
           END-EVALUATE.
           IF OFC-MODE-FULL
               MOVE 'FULL RESCREEN' TO OFC-ML-MODE
           ELSE
               MOVE 'DELTA' TO OFC-ML-MODE
           END-IF.
       1300-EXIT.
           EXIT.
       1400-LOAD-CLEARED.
           READ OFC-CLEARED-FL
               AT END
                   SET OFC-CLR-EOF TO TRUE
           END-READ.
           IF OFC-CLR-EOF
               GO TO 1400-EXIT
           END-IF.
           IF OFC-CLR-USED-CT >= 20000
               MOVE ' CLEARED MATCHES' TO OFC-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO OFC-CLR-USED-CT.
           SET OFC-CL-IDX TO OFC-CLR-USED-CT.
           MOVE CLR-PARTY-TYPE-CD TO OFC-CL-PARTY-TYPE-CD (OFC-CL-IDX).
           MOVE CLR-PARTY-KEY TO OFC-CL-PARTY-KEY (OFC-CL-IDX).
           MOVE CLR-NORM-NAME TO OFC-CL-NORM-NAME (OFC-CL-IDX).
           MOVE CLR-ENT-NUM TO OFC-CL-ENT-NUM (OFC-CL-IDX).
       1400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CUSTOMERS -- CORPORATE NAME FOR A CORPORATION, FIRST   *
      *    AND LAST NAME OTHERWISE, PLUS THE POSTAL ADDRESS       *
      *---------------------------------------------------------*
       2000-SCREEN-CUSTOMERS.
           ADD 1 TO OFC-CST-READ-CT.
           PERFORM 2100-SCREEN-ONE-CUSTOMER THRU 2100-EXIT.
           READ OFC-CUSTOMER-FL
               AT END
                   SET OFC-CST-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
       2100-SCREEN-ONE-CUSTOMER.
           IF OFC-CST-PROCESS-TYPE-DELETE
               ADD 1 TO OFC-SKIP-DELETE-CT
               GO TO 2100-EXIT
           END-IF.
           IF OFC-MODE-DELTA
              AND NOT OFC-CST-REFRESH-TYPE-INCR
               ADD 1 TO OFC-SKIP-UNCHANGED-CT
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO OFC-PARTY-WORK.
           MOVE 'C' TO OFC-PTY-TYPE-CD.
           MOVE OFC-CST-CMR-BPR-ID2 TO OFC-PTY-KEY (1:11).
           MOVE OFC-CST-CMR-BPR-ID1 TO OFC-PTY-KEY (12:11).
           IF OFC-CST-CORPORATE-NM NOT = SPACES
              AND (OFC-CST-TYP-CORPORATION
                OR OFC-CST-FRST-NME = SPACES)
               MOVE OFC-CST-CORPORATE-NM TO OFC-PTY-NAME
           ELSE
               MOVE OFC-CST-FRST-NME TO OFC-PTY-NAME (1:35)
               MOVE OFC-CST-CRP-LST-NME TO OFC-PTY-NAME (36:35)
           END-IF.
           MOVE OFC-CST-ADR-LIN-TXT1 TO OFC-PTY-ADR-TXT (1:35).
           MOVE OFC-CST-ADR-LIN-TXT2 TO OFC-PTY-ADR-TXT (36:35).
           MOVE OFC-CST-CTY-NME TO OFC-PTY-CITY.
           ADD 1 TO OFC-CST-SCREEN-CT.
           PERFORM 5000-SCREEN-PARTY THRU 5000-EXIT.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    DEALERS -- BOTH NAME LINES.  THE DEALER FEED CARRIES   *
      *    NO REFRESH TYPE, SO A DELTA RUN SCREENS THE DEALERS    *
      *    MAINTAINED SINCE THE LAST SCREEN                       *
      *---------------------------------------------------------*
       3000-SCREEN-DEALERS.
           ADD 1 TO OFC-DLM-READ-CT.
           IF OFC-DLM-RECORD-TYPE-DEALER
               IF OFC-DLM-SEQ-DETAIL-1-AREA
                   PERFORM 3100-SCREEN-DEALER-NAME-1 THRU 3100-EXIT
               END-IF
               IF OFC-DLM-SEQ-DETAIL-2-AREA
                   PERFORM 3200-SCREEN-DEALER-NAME-2 THRU 3200-EXIT
               END-IF
           END-IF.
           READ OFC-DEALER-FL
               AT END
                   SET OFC-DLM-EOF TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.
       3100-SCREEN-DEALER-NAME-1.
           MOVE OFC-DLM-FINANCIAL-INST-ID TO OFC-CUR-DLR-FI-ID.
           SET OFC-DLR-SCREEN-YES TO TRUE.
           IF OFC-MODE-DELTA
               PERFORM 3110-CHECK-DEALER-MAINT THRU 3110-EXIT
           END-IF.
           IF OFC-DLR-SCREEN-NO
               ADD 1 TO OFC-SKIP-UNCHANGED-CT
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO OFC-PARTY-WORK.
           MOVE 'D' TO OFC-PTY-TYPE-CD.
           MOVE OFC-CUR-DLR-FI-ID TO OFC-PTY-KEY (1:7).
           MOVE OFC-DLM-FINCL-INST-NAME-1 TO OFC-PTY-NAME.
           ADD 1 TO OFC-DLR-SCREEN-CT.
           PERFORM 5000-SCREEN-PARTY THRU 5000-EXIT.
       3100-EXIT.
           EXIT.
       3110-CHECK-DEALER-MAINT.
           MOVE OFC-DLM-LAST-MNT-DTM TO OFC-MNT-DTM.
           MOVE OFC-MNT-YYYY TO OFC-MNT-DTE (1:4).
           MOVE OFC-MNT-MM TO OFC-MNT-DTE (5:2).
           MOVE OFC-MNT-DD TO OFC-MNT-DTE (7:2).
           IF OFC-MNT-DTE IS NUMERIC
              AND OFC-MNT-DTE < OFC-LAST-RUN-DTE
               SET OFC-DLR-SCREEN-NO TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.
       3200-SCREEN-DEALER-NAME-2.
           IF OFC-DLR-SCREEN-NO
              OR OFC-DLM-FINCL-INST-NAME-2 = SPACES
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO OFC-PARTY-WORK.
           MOVE 'D' TO OFC-PTY-TYPE-CD.
           MOVE OFC-CUR-DLR-FI-ID TO OFC-PTY-KEY (1:7).
           MOVE OFC-DLM-FINCL-INST-NAME-2 TO OFC-PTY-NAME.
           PERFORM 5000-SCREEN-PARTY THRU 5000-EXIT.
       3200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ULTIMATE BENEFICIAL OWNERS NAMED ON THE ACCOUNT FEED   *
      *---------------------------------------------------------*
       4000-SCREEN-UBOS.
           ADD 1 TO OFC-ACT-READ-CT.
           PERFORM 4100-SCREEN-ONE-ACCOUNT THRU 4100-EXIT.
           READ OFC-ACCOUNT-FL
               AT END
                   SET OFC-ACT-EOF TO TRUE
           END-READ.
       4000-EXIT.
           EXIT.
       4100-SCREEN-ONE-ACCOUNT.
           IF OFC-ACT-UBO-DETAIL-CT NOT NUMERIC
              OR OFC-ACT-UBO-DETAIL-CT = ZERO
               GO TO 4100-EXIT
           END-IF.
           IF OFC-ACT-PROCESS-TYPE-DELETE
               ADD 1 TO OFC-SKIP-DELETE-CT
               GO TO 4100-EXIT
           END-IF.
           IF OFC-MODE-DELTA
              AND NOT OFC-ACT-REFRESH-TYPE-INCR
               ADD 1 TO OFC-SKIP-UNCHANGED-CT
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4110-SCREEN-ONE-UBO THRU 4110-EXIT
                   VARYING OFC-UBO-IDX FROM 1 BY 1
                   UNTIL OFC-UBO-IDX > OFC-ACT-UBO-DETAIL-CT
                      OR OFC-UBO-IDX > 5.
       4100-EXIT.
           EXIT.
       4110-SCREEN-ONE-UBO.
           IF OFC-ACT-UBO-NAME (OFC-UBO-IDX) = SPACES
               GO TO 4110-EXIT
           END-IF.
           MOVE SPACES TO OFC-PARTY-WORK.
           MOVE 'U' TO OFC-PTY-TYPE-CD.
           MOVE OFC-ACT-FUND-CODE TO OFC-PTY-KEY (1:7).
           MOVE OFC-ACT-ACCOUNT-NUMBER TO OFC-PTY-KEY (8:11).
           SET OFC-UBO-SLOT TO OFC-UBO-IDX.
           MOVE OFC-UBO-SLOT TO OFC-PTY-KEY (19:1).
           MOVE OFC-ACT-UBO-NAME (OFC-UBO-IDX) TO OFC-PTY-NAME.
           ADD 1 TO OFC-UBO-SCREEN-CT.
           PERFORM 5000-SCREEN-PARTY THRU 5000-EXIT.
       4110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    SCREEN ONE PARTY -- ITS NAME AGAINST EVERY SDN NAME    *
      *    AND ALIAS, AND ITS ADDRESS AGAINST EVERY SDN ADDRESS   *
      *    IN THE SAME CITY                                       *
      *---------------------------------------------------------*
       5000-SCREEN-PARTY.
           MOVE ZERO TO OFC-HIT-USED-CT.
           MOVE OFC-PTY-NAME TO OFC-NRM-IN.
           PERFORM 6000-NORMALIZE-NAME THRU 6000-EXIT.
           IF OFC-NRM-TOKEN-CT = ZERO
               GO TO 5000-EXIT
           END-IF.
           MOVE OFC-NRM-OUT TO OFC-PTY-NORM-NAME.
           MOVE OFC-NRM-TOKENS TO OFC-PTY-NAME-TOKENS.
           MOVE OFC-PTY-NAME-TOKENS TO OFC-CMP-TOKENS.
           SET OFC-PASS-NAME TO TRUE.
           PERFORM 5100-SCORE-ONE-ENTRY THRU 5100-EXIT
                   VARYING OFC-SD-IDX FROM 1 BY 1
                   UNTIL OFC-SD-IDX > OFC-SDN-USED-CT.
           IF OFC-PTY-ADR-TXT NOT = SPACES
              AND OFC-PTY-CITY NOT = SPACES
               MOVE OFC-PTY-CITY TO OFC-NRM-IN
               PERFORM 6000-NORMALIZE-NAME THRU 6000-EXIT
               MOVE OFC-NRM-OUT TO OFC-PTY-NORM-CITY
               MOVE OFC-PTY-ADR-TXT TO OFC-NRM-IN
               PERFORM 6000-NORMALIZE-NAME THRU 6000-EXIT
               MOVE OFC-NRM-TOKENS TO OFC-PTY-ADR-TOKENS
               MOVE OFC-PTY-ADR-TOKENS TO OFC-CMP-TOKENS
               SET OFC-PASS-ADDRESS TO TRUE
               IF OFC-CMP-TOKEN-CT > ZERO
                   PERFORM 5100-SCORE-ONE-ENTRY THRU 5100-EXIT
                           VARYING OFC-SD-IDX FROM 1 BY 1
                           UNTIL OFC-SD-IDX > OFC-SDN-USED-CT
               END-IF
           END-IF.
           IF OFC-HIT-USED-CT > ZERO
               PERFORM 5300-WRITE-ONE-HIT THRU 5300-EXIT
                       VARYING OFC-HT-IDX FROM 1 BY 1
                       UNTIL OFC-HT-IDX > OFC-HIT-USED-CT
           END-IF.
       5000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TOKEN MATCH SCORE -- EACH SDN TOKEN TAKES ITS BEST     *
      *    UNUSED PARTY TOKEN: 10 POINTS EXACT, 8 POINTS FOR ONE  *
      *    MISTYPED LETTER IN A WORD OF FOUR OR MORE.  THE SCORE  *
      *    AVERAGES THE SHARE OF SDN TOKENS MATCHED AND THE SHARE *
      *    OF PARTY TOKENS MATCHED, SO WORD ORDER DOES NOT MATTER *
      *---------------------------------------------------------*
       5100-SCORE-ONE-ENTRY.
           IF OFC-PASS-NAME
              AND OFC-SD-BASIS-ADDRESS (OFC-SD-IDX)
               GO TO 5100-EXIT
           END-IF.
           IF OFC-PASS-ADDRESS
               IF NOT OFC-SD-BASIS-ADDRESS (OFC-SD-IDX)
                OR OFC-SD-CITY (OFC-SD-IDX) NOT = OFC-PTY-NORM-CITY
                   GO TO 5100-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO OFC-CMP-USED-FLAGS.
           MOVE ZERO TO OFC-WK-PTS.
           PERFORM 5110-MATCH-ONE-SDN-TOKEN THRU 5110-EXIT
                   VARYING OFC-ST-IDX FROM 1 BY 1
                   UNTIL OFC-ST-IDX > OFC-SD-TOKEN-CT (OFC-SD-IDX).
           IF OFC-WK-PTS = ZERO
               GO TO 5100-EXIT
           END-IF.
           COMPUTE OFC-WK-SCORE =
               ((OFC-WK-PTS * 10) / OFC-SD-TOKEN-CT (OFC-SD-IDX)
              + (OFC-WK-PTS * 10) / OFC-CMP-TOKEN-CT) / 2.
           IF OFC-WK-SCORE NOT < OFC-MATCH-THRESHOLD
               PERFORM 5200-ADD-HIT THRU 5200-EXIT
           END-IF.
       5100-EXIT.
           EXIT.
       5110-MATCH-ONE-SDN-TOKEN.
           MOVE OFC-SD-TOKEN (OFC-SD-IDX OFC-ST-IDX)
               TO OFC-WK-SDN-TOKEN.
           MOVE OFC-SD-TOKEN-LEN (OFC-SD-IDX OFC-ST-IDX)
               TO OFC-WK-SDN-LEN.
           MOVE ZERO TO OFC-WK-BEST-PTS.
           MOVE ZERO TO OFC-WK-BEST-CT-IX.
           PERFORM 5120-COMPARE-ONE-TOKEN THRU 5120-EXIT
                   VARYING OFC-CT-IDX FROM 1 BY 1
                   UNTIL OFC-CT-IDX > OFC-CMP-TOKEN-CT.
           IF OFC-WK-BEST-PTS > ZERO
               MOVE 'Y' TO OFC-CMP-USED-FLAGS (OFC-WK-BEST-CT-IX:1)
               ADD OFC-WK-BEST-PTS TO OFC-WK-PTS
           END-IF.
       5110-EXIT.
           EXIT.
       5120-COMPARE-ONE-TOKEN.
           SET OFC-WK-CT-IX TO OFC-CT-IDX.
           IF OFC-CMP-USED-FLAGS (OFC-WK-CT-IX:1) = 'Y'
               GO TO 5120-EXIT
           END-IF.
           MOVE ZERO TO OFC-WK-SIM-PTS.
           IF OFC-CMP-TOKEN (OFC-CT-IDX) = OFC-WK-SDN-TOKEN
               MOVE 10 TO OFC-WK-SIM-PTS
           ELSE
               IF OFC-CMP-TOKEN-LEN (OFC-CT-IDX) = OFC-WK-SDN-LEN
                  AND OFC-WK-SDN-LEN NOT < 4
                   MOVE ZERO TO OFC-WK-DIFF-CT
                   PERFORM 5130-COMPARE-ONE-CHAR THRU 5130-EXIT
                           VARYING OFC-WK-CH-IX FROM 1 BY 1
                           UNTIL OFC-WK-CH-IX > OFC-WK-SDN-LEN
                              OR OFC-WK-DIFF-CT > 1
                   IF OFC-WK-DIFF-CT = 1
                       MOVE 8 TO OFC-WK-SIM-PTS
                   END-IF
               END-IF
           END-IF.
           IF OFC-WK-SIM-PTS > OFC-WK-BEST-PTS
               MOVE OFC-WK-SIM-PTS TO OFC-WK-BEST-PTS
               MOVE OFC-WK-CT-IX TO OFC-WK-BEST-CT-IX
           END-IF.
       5120-EXIT.
           EXIT.
       5130-COMPARE-ONE-CHAR.
           IF OFC-CMP-TOKEN (OFC-CT-IDX) (OFC-WK-CH-IX:1)
              NOT = OFC-WK-SDN-TOKEN (OFC-WK-CH-IX:1)
               ADD 1 TO OFC-WK-DIFF-CT
           END-IF.
       5130-EXIT.
           EXIT.
       5200-ADD-HIT.
           SET OFC-HT-IDX TO 1.
           SEARCH OFC-HT-ENTRY VARYING OFC-HT-IDX
               AT END
                   PERFORM 5210-ADD-HIT-ROW THRU 5210-EXIT
               WHEN OFC-HT-IDX > OFC-HIT-USED-CT
                   PERFORM 5210-ADD-HIT-ROW THRU 5210-EXIT
               WHEN OFC-HT-ENT-NUM (OFC-HT-IDX)
                    = OFC-SD-ENT-NUM (OFC-SD-IDX)
                   IF OFC-WK-SCORE > OFC-HT-SCORE (OFC-HT-IDX)
                       SET OFC-HT-SD-IX (OFC-HT-IDX) TO OFC-SD-IDX
                       MOVE OFC-SD-BASIS-CD (OFC-SD-IDX)
                           TO OFC-HT-BASIS-CD (OFC-HT-IDX)
                       MOVE OFC-WK-SCORE TO OFC-HT-SCORE (OFC-HT-IDX)
                   END-IF
           END-SEARCH.
       5200-EXIT.
           EXIT.
       5210-ADD-HIT-ROW.
           IF OFC-HIT-USED-CT >= 200
               MOVE ' PARTY HITS' TO OFC-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO OFC-HIT-USED-CT.
           SET OFC-HT-IDX TO OFC-HIT-USED-CT.
           MOVE OFC-SD-ENT-NUM (OFC-SD-IDX)
               TO OFC-HT-ENT-NUM (OFC-HT-IDX).
           SET OFC-HT-SD-IX (OFC-HT-IDX) TO OFC-SD-IDX.
           MOVE OFC-SD-BASIS-CD (OFC-SD-IDX)
               TO OFC-HT-BASIS-CD (OFC-HT-IDX).
           MOVE OFC-WK-SCORE TO OFC-HT-SCORE (OFC-HT-IDX).
       5210-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A HIT ALREADY CLEARED FOR THIS PARTY, NAME AND SDN     *
      *    ENTRY IS COUNTED BUT NOT SENT BACK TO REVIEW           *
      *---------------------------------------------------------*
       5300-WRITE-ONE-HIT.
           ADD 1 TO OFC-HIT-CT.
           SET OFC-CLEARED-NOT-FOUND TO TRUE.
           IF OFC-CLR-USED-CT > ZERO
               PERFORM 5310-FIND-CLEARED THRU 5310-EXIT
           END-IF.
           IF OFC-CLEARED-FOUND
               ADD 1 TO OFC-CLEARED-SUPPRESS-CT
               GO TO 5300-EXIT
           END-IF.
           SET OFC-SD-IDX TO OFC-HT-SD-IX (OFC-HT-IDX).
           MOVE SPACES TO OFC-REVIEW-RECORD.
           MOVE OFC-PTY-TYPE-CD TO RVW-PARTY-TYPE-CD.
           MOVE OFC-PTY-KEY TO RVW-PARTY-KEY.
           MOVE OFC-PTY-NAME TO RVW-PARTY-NAME.
           MOVE OFC-PTY-NORM-NAME TO RVW-NORM-NAME.
           MOVE OFC-HT-ENT-NUM (OFC-HT-IDX) TO RVW-ENT-NUM.
           MOVE OFC-SD-PRIMARY-NM (OFC-SD-IDX) TO RVW-SDN-NAME.
           MOVE OFC-SD-PROGRAM (OFC-SD-IDX) TO RVW-SDN-PROGRAM.
           MOVE OFC-HT-BASIS-CD (OFC-HT-IDX) TO RVW-MATCH-BASIS-CD.
           MOVE OFC-HT-SCORE (OFC-HT-IDX) TO RVW-MATCH-SCORE.
           MOVE OFC-MODE-SW TO RVW-SCREEN-MODE-CD.
           MOVE OFC-RUN-DTE TO RVW-RUN-DTE.
           WRITE OFC-REVIEW-RECORD.
           ADD 1 TO OFC-REVIEW-WRITE-CT.
           MOVE OFC-PTY-TYPE-CD TO OFC-RL-PARTY-TYPE-CD.
           MOVE OFC-PTY-KEY TO OFC-RL-PARTY-KEY.
           MOVE OFC-PTY-NORM-NAME TO OFC-RL-PARTY-NAME.
           MOVE OFC-HT-ENT-NUM (OFC-HT-IDX) TO OFC-RL-ENT-NUM.
           MOVE OFC-SD-PRIMARY-NM (OFC-SD-IDX) TO OFC-RL-SDN-NAME.
           MOVE OFC-HT-BASIS-CD (OFC-HT-IDX) TO OFC-RL-BASIS-CD.
           MOVE OFC-HT-SCORE (OFC-HT-IDX) TO OFC-RL-SCORE.
           IF OFC-RVW-CAP-USED-CT < 5000
               ADD 1 TO OFC-RVW-CAP-USED-CT
               SET OFC-RVW-CAP-IX TO OFC-RVW-CAP-USED-CT
               MOVE OFC-RVW-LINE
                   TO OFC-RVW-CAP-LINE (OFC-RVW-CAP-IX)
           ELSE
               MOVE 'Y' TO OFC-RVW-CAP-TRUNC-SW
           END-IF.
           MOVE OFC-PTY-TYPE-CD TO OFC-EK-PARTY-TYPE-CD.
           MOVE OFC-PTY-KEY TO OFC-EK-PARTY-KEY.
           MOVE OFC-HT-ENT-NUM (OFC-HT-IDX) TO OFC-EK-ENT-NUM.
           MOVE OFC-HT-SCORE (OFC-HT-IDX) TO OFC-ED-SCORE.
           MOVE OFC-SD-PRIMARY-NM (OFC-SD-IDX) TO OFC-ED-SDN-NAME.
           MOVE 'OFCSDNHT' TO RPT-EXC-TYPE-CD.
           MOVE OFC-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE ZERO TO RPT-EXC-AMOUNT-AT.
           MOVE OFC-EXC-DESC TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       5300-EXIT.
           EXIT.
       5310-FIND-CLEARED.
           SET OFC-CL-IDX TO 1.
           SEARCH OFC-CL-ENTRY VARYING OFC-CL-IDX
               AT END
                   CONTINUE
               WHEN OFC-CL-IDX > OFC-CLR-USED-CT
                   CONTINUE
               WHEN OFC-CL-PARTY-TYPE-CD (OFC-CL-IDX) = OFC-PTY-TYPE-CD
                AND OFC-CL-PARTY-KEY (OFC-CL-IDX) = OFC-PTY-KEY
                AND OFC-CL-ENT-NUM (OFC-CL-IDX)
                    = OFC-HT-ENT-NUM (OFC-HT-IDX)
                AND OFC-CL-NORM-NAME (OFC-CL-IDX) = OFC-PTY-NORM-NAME
                   SET OFC-CLEARED-FOUND TO TRUE
           END-SEARCH.
       5310-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    NORMALIZE OFC-NRM-IN INTO TOKENS AND A SINGLE-SPACED   *
      *    STRING IN OFC-NRM-OUT                                  *
      *---------------------------------------------------------*
       6000-NORMALIZE-NAME.
           INSPECT OFC-NRM-IN CONVERTING OFC-LOWER-CASE
               TO OFC-UPPER-CASE.
           INSPECT OFC-NRM-IN CONVERTING OFC-PUNCT-CHARS
               TO OFC-PUNCT-BLANKS.
           MOVE ZERO TO OFC-NRM-TOKEN-CT.
           MOVE SPACES TO OFC-NRM-CUR-TOKEN.
           MOVE ZERO TO OFC-NRM-CUR-LEN.
           PERFORM 6010-SCAN-ONE-CHAR THRU 6010-EXIT
                   VARYING OFC-NRM-CH-IX FROM 1 BY 1
                   UNTIL OFC-NRM-CH-IX > 120.
           PERFORM 6020-CLOSE-TOKEN THRU 6020-EXIT.
           MOVE SPACES TO OFC-NRM-OUT.
           MOVE 1 TO OFC-NRM-PTR.
           IF OFC-NRM-TOKEN-CT > ZERO
               PERFORM 6030-APPEND-ONE-TOKEN THRU 6030-EXIT
                       VARYING OFC-NT-IDX FROM 1 BY 1
                       UNTIL OFC-NT-IDX > OFC-NRM-TOKEN-CT
           END-IF.
       6000-EXIT.
           EXIT.
       6010-SCAN-ONE-CHAR.
           IF OFC-NRM-IN (OFC-NRM-CH-IX:1) = SPACE
               PERFORM 6020-CLOSE-TOKEN THRU 6020-EXIT
               GO TO 6010-EXIT
           END-IF.
           IF OFC-NRM-CUR-LEN < 20
               ADD 1 TO OFC-NRM-CUR-LEN
               MOVE OFC-NRM-IN (OFC-NRM-CH-IX:1)
                   TO OFC-NRM-CUR-TOKEN (OFC-NRM-CUR-LEN:1)
           END-IF.
       6010-EXIT.
           EXIT.
       6020-CLOSE-TOKEN.
           IF OFC-NRM-CUR-LEN = ZERO
               GO TO 6020-EXIT
           END-IF.
           SET OFC-NOISE-WORD-NOT-FOUND TO TRUE.
           SET OFC-NW-IDX TO 1.
           SEARCH OFC-NOISE-WORD VARYING OFC-NW-IDX
               AT END
                   CONTINUE
               WHEN OFC-NOISE-WORD (OFC-NW-IDX) = OFC-NRM-CUR-TOKEN
                   SET OFC-NOISE-WORD-FOUND TO TRUE
           END-SEARCH.
           IF OFC-NOISE-WORD-NOT-FOUND
              AND OFC-NRM-TOKEN-CT < 8
               ADD 1 TO OFC-NRM-TOKEN-CT
               SET OFC-NT-IDX TO OFC-NRM-TOKEN-CT
               MOVE OFC-NRM-CUR-TOKEN TO OFC-NRM-TOKEN (OFC-NT-IDX)
               MOVE OFC-NRM-CUR-LEN TO OFC-NRM-TOKEN-LEN (OFC-NT-IDX)
           END-IF.
           MOVE SPACES TO OFC-NRM-CUR-TOKEN.
           MOVE ZERO TO OFC-NRM-CUR-LEN.
       6020-EXIT.
           EXIT.
       6030-APPEND-ONE-TOKEN.
           STRING OFC-NRM-TOKEN (OFC-NT-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
               INTO OFC-NRM-OUT
               WITH POINTER OFC-NRM-PTR
           END-STRING.
       6030-EXIT.
           EXIT.
       8000-PRINT-MODE.
           MOVE OFC-MODE-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE OFC-MODE-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
       8500-PRINT-REVIEW-SECTION.
           MOVE OFC-RVW-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE OFC-RVW-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF OFC-RVW-CAP-USED-CT > ZERO
               PERFORM 8505-PRINT-ONE-REVIEW THRU 8505-EXIT
                       VARYING OFC-RVW-CAP-IX FROM 1 BY 1
                       UNTIL OFC-RVW-CAP-IX > OFC-RVW-CAP-USED-CT
           END-IF.
           IF OFC-RVW-CAP-TRUNC-SW = 'Y'
               MOVE OFC-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
       8505-PRINT-ONE-REVIEW.
           MOVE OFC-RVW-CAP-LINE (OFC-RVW-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8505-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE OFC-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'SDN NAMES LOADED: ' TO OFC-TL-LABEL.
           MOVE OFC-SDN-NAME-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SDN ALIASES LOADED: ' TO OFC-TL-LABEL.
           MOVE OFC-SDN-ALIAS-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SDN ADDRESSES LOADED: ' TO OFC-TL-LABEL.
           MOVE OFC-SDN-ADDR-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CLEARED MATCHES LOADED: ' TO OFC-TL-LABEL.
           MOVE OFC-CLR-USED-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CUSTOMERS READ: ' TO OFC-TL-LABEL.
           MOVE OFC-CST-READ-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CUSTOMERS SCREENED: ' TO OFC-TL-LABEL.
           MOVE OFC-CST-SCREEN-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DEALER RECORDS READ: ' TO OFC-TL-LABEL.
           MOVE OFC-DLM-READ-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DEALERS SCREENED: ' TO OFC-TL-LABEL.
           MOVE OFC-DLR-SCREEN-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'ACCOUNTS READ: ' TO OFC-TL-LABEL.
           MOVE OFC-ACT-READ-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'OWNER NAMES SCREENED: ' TO OFC-TL-LABEL.
           MOVE OFC-UBO-SCREEN-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - UNCHANGED: ' TO OFC-TL-LABEL.
           MOVE OFC-SKIP-UNCHANGED-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - DELETED: ' TO OFC-TL-LABEL.
           MOVE OFC-SKIP-DELETE-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'POTENTIAL MATCHES: ' TO OFC-TL-LABEL.
           MOVE OFC-HIT-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SUPPRESSED - CLEARED: ' TO OFC-TL-LABEL.
           MOVE OFC-CLEARED-SUPPRESS-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'WRITTEN FOR REVIEW: ' TO OFC-TL-LABEL.
           MOVE OFC-REVIEW-WRITE-CT TO OFC-TL-COUNT.
           MOVE OFC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO OFC-RUN-CTL-RECORD.
           MOVE 'OFC-SANCTIONS-SCREEN' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE OFC-RUN-CTL-RECORD.
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
           MOVE SPACES TO OFC-RUN-CTL-RECORD.
           MOVE 'OFC-SANCTIONS-SCREEN' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           COMPUTE RCTL-RECORD-CT = OFC-CST-READ-CT
               + OFC-DLM-READ-CT + OFC-ACT-READ-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE OFC-RUN-CTL-RECORD.
           CLOSE OFC-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RECORD THE LIST JUST SCREENED SO THE NEXT RUN CAN GO   *
      *    DELTA, AND DROP ANY RESCREEN REQUEST NOW SATISFIED     *
      *---------------------------------------------------------*
       9050-COMMIT-SCREEN-CTL.
           MOVE SPACES TO OFC-SCREEN-CTL-RECORD.
           MOVE OFC-THIS-PUBLISH-ID TO OCTL-SDN-PUBLISH-ID.
           MOVE 'N' TO OCTL-FORCE-FULL-CD.
           MOVE OFC-RUN-DTE TO OCTL-LAST-RUN-DTE.
           IF OFC-SCREEN-CTL-EMPTY
               WRITE OFC-SCREEN-CTL-RECORD
               SET OFC-SCREEN-CTL-LOADED TO TRUE
           ELSE
               REWRITE OFC-SCREEN-CTL-RECORD
           END-IF.
       9050-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE -- THE SCREEN CONTROL IS LEFT AS IT    *
      *    WAS SO THE RERUN SCREENS THE SAME POPULATION           *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE OFC-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO OFC-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE OFC-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE OFC-SDN-FL.
           CLOSE OFC-CUSTOMER-FL.
           CLOSE OFC-DEALER-FL.
           CLOSE OFC-ACCOUNT-FL.
           CLOSE OFC-CLEARED-FL.
           CLOSE OFC-REVIEW-FL.
           CLOSE OFC-SCREEN-CTL-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF OFC-NEW-RC > OFC-RUN-RC
               MOVE OFC-NEW-RC TO OFC-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF OFC-REVIEW-WRITE-CT > ZERO
               MOVE 4 TO OFC-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE OFC-RUN-RC TO OFC-RCD-OUT.
           EVALUATE OFC-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO OFC-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO OFC-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO OFC-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO OFC-RCD-REASON
           END-EVALUATE.
           MOVE OFC-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE OFC-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9050-COMMIT-SCREEN-CTL THRU 9050-EXIT.
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
           MOVE 'OFC-SANCTIONS-SCREEN' TO RPT-PROGRAM-ID-TX.
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
