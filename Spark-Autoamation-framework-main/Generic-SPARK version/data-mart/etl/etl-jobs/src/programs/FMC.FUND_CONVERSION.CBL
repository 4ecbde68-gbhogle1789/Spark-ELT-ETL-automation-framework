       IDENTIFICATION DIVISION.
       PROGRAM-ID. FMC-FUND-CONVERSION.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT FMC-TRAN-FL ASSIGN TO "FMCTRAN".
	    SELECT OPTIONAL FMC-XREF-IN ASSIGN TO "FNDCNVI".
	    SELECT FMC-XREF-OUT ASSIGN TO "FNDCNVO".
	    SELECT OPTIONAL FMC-ACCOUNT-MASTER-FL ASSIGN TO "ACCTMST"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS FMC-MST-KEY.
	    SELECT OPTIONAL FMC-ACCT-LOOKUP-FL ASSIGN TO "ACTLKUP"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS FMC-LKP-KEY.
	    SELECT FMC-ACTIVITY-IN ASSIGN TO "FNAME".
	    SELECT FMC-ACTIVITY-OUT ASSIGN TO "FNAMEOUT".
	    SELECT FMC-SNAPSHOT-IN ASSIGN TO "PRIORFL".
	    SELECT FMC-SNAPSHOT-OUT ASSIGN TO "SNAPOUT".
	    SELECT FMC-BOOK-IN ASSIGN TO "POSBKI".
	    SELECT FMC-BOOK-OUT ASSIGN TO "POSBKO".
	    SELECT FMC-CIV-IN ASSIGN TO "CERTINVI".
	    SELECT FMC-CIV-OUT ASSIGN TO "CERTINVO".
	    SELECT FMC-LOI-IN ASSIGN TO "LOIPOSI".
	    SELECT FMC-LOI-OUT ASSIGN TO "LOIPOSO".
	    SELECT FMC-CKR-IN ASSIGN TO "CHKREGI".
	    SELECT FMC-CKR-OUT ASSIGN TO "CHKREGO".
	    SELECT FMC-SORT-FL ASSIGN TO "SORTWK".
	    SELECT OPTIONAL FMC-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    CONVERSION TRANSACTION -- ONE PER FUND MERGING AWAY OR *
      *    SHARE CLASS CONVERTING.  THE RATIO IS NEW SHARES       *
      *    ISSUED PER OLD SHARE HELD                              *
      *---------------------------------------------------------*
       FD  FMC-TRAN-FL.
       01  FMC-TRAN-RECORD.
           05  FMT-OLD-FUND-CODE             PIC 9(7).
           05  FMT-NEW-FUND-CODE             PIC 9(7).
           05  FMT-SHARE-RATIO               PIC 9(5)V9(10).
           05  FMT-EFFECTIVE-DTE             PIC 9(8).
           05  FMT-CONV-TYPE-CD              PIC X(1).
               88  FMT-FUND-MERGER               VALUE 'M'.
               88  FMT-CLASS-CONVERSION          VALUE 'C'.
           05  FILLER                        PIC X(42).
      *---------------------------------------------------------*
      *    OLD-TO-NEW FUND CROSS-REFERENCE -- EVERY CONVERSION    *
      *    EVER APPLIED, CARRIED FORWARD, SO AN INQUIRY ON A      *
      *    RETIRED FUND STILL RESOLVES                            *
      *---------------------------------------------------------*
       FD  FMC-XREF-IN.
       01  FMC-XREF-IN-RECORD.
           05  FXI-OLD-FUND-CODE             PIC 9(7).
           05  FXI-NEW-FUND-CODE             PIC 9(7).
           05  FXI-SHARE-RATIO               PIC 9(5)V9(10).
           05  FXI-EFFECTIVE-DTE             PIC 9(8).
           05  FXI-CONV-TYPE-CD              PIC X(1).
           05  FXI-RUN-DTE                   PIC 9(8).
           05  FILLER                        PIC X(34).
       FD  FMC-XREF-OUT.
       01  FMC-XREF-OUT-RECORD.
           05  FXO-OLD-FUND-CODE             PIC 9(7).
           05  FXO-NEW-FUND-CODE             PIC 9(7).
           05  FXO-SHARE-RATIO               PIC 9(5)V9(10).
           05  FXO-EFFECTIVE-DTE             PIC 9(8).
           05  FXO-CONV-TYPE-CD              PIC X(1).
           05  FXO-RUN-DTE                   PIC 9(8).
           05  FILLER                        PIC X(34).
       FD  FMC-ACCOUNT-MASTER-FL.
       01  FMC-ACCOUNT-MASTER-RECORD.
           05  FMC-MST-KEY.
               10  FMC-MST-FUND-CODE         PIC 9(7).
               10  FMC-MST-ACCOUNT-NUMBER    PIC 9(11).
           05  FMC-MST-FINANCIAL-INST-ID    PIC S9(7).
           05  FMC-MST-FINCL-INST-BRCH-ID   PIC X(9).
           05  FMC-MST-REG-TYP-REL-ABR      PIC X(4).
           05  FMC-MST-TAX-ID               PIC 9(9).
           05  FILLER                       PIC X(20).
       FD  FMC-ACCT-LOOKUP-FL.
       01  FMC-ACCT-LOOKUP-RECORD.
           05  FMC-LKP-KEY.
               10  FMC-LKP-ACCOUNT-NUMBER    PIC 9(11).
               10  FMC-LKP-FUND-CODE         PIC 9(7).
           05  FMC-LKP-FINANCIAL-INST-ID    PIC S9(7).
           05  FMC-LKP-FINCL-INST-BRCH-ID   PIC X(9).
           05  FMC-LKP-REG-TYP-REL-ABR      PIC X(4).
           05  FMC-LKP-CMR-BPR-ID1          PIC 9(11).
           05  FMC-LKP-CMR-BPR-ID2          PIC 9(11).
           05  FILLER                       PIC X(20).
      *---------------------------------------------------------*
      *    CLO-ACCOUNT-ACTIVITY AND ITS PRIOR SNAPSHOT -- BOTH    *
      *    MUST STAY IN FUND / ACCOUNT SEQUENCE FOR THE CLO MERGE *
      *---------------------------------------------------------*
       FD  FMC-ACTIVITY-IN.
       01  FMC-ACTIVITY-IN-RECORD.
           05  FAI-FUND-CODE                 PIC 9(7).
           05  FAI-ACCOUNT-NUMBER            PIC 9(11).
           05  FILLER                        PIC X(628).
       FD  FMC-ACTIVITY-OUT.
       01  FMC-ACTIVITY-OUT-RECORD           PIC X(646).
       FD  FMC-SNAPSHOT-IN.
       01  FMC-SNAPSHOT-IN-RECORD.
           05  FSI-FUND-CODE                 PIC 9(7).
           05  FSI-ACCOUNT-NUMBER            PIC 9(11).
           05  FILLER                        PIC X(36).
       FD  FMC-SNAPSHOT-OUT.
       01  FMC-SNAPSHOT-OUT-RECORD           PIC X(54).
       FD  FMC-BOOK-IN.
       01  FMC-BOOK-IN-RECORD.
           05  FBI-FUND-CODE                 PIC 9(7).
           05  FBI-ACCOUNT-NUMBER            PIC 9(11).
           05  FBI-SHARE-BAL                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  FBI-NAV-PRICE                 PIC 9(5)V9(4).
           05  FILLER                        PIC X(71).
       FD  FMC-BOOK-OUT.
       01  FMC-BOOK-OUT-RECORD               PIC X(114).
       FD  FMC-CIV-IN.
       01  FMC-CIV-IN-RECORD.
           05  FCI-CERT-PREFIX               PIC X(3).
           05  FCI-CERT-NUMBER               PIC 9(7).
           05  FCI-FUND-CODE                 PIC 9(7).
           05  FCI-ACCOUNT-NBR               PIC 9(11).
           05  FILLER                        PIC X(12).
       FD  FMC-CIV-OUT.
       01  FMC-CIV-OUT-RECORD                PIC X(40).
       FD  FMC-LOI-IN.
       01  FMC-LOI-IN-RECORD.
           05  FLI-LOI-FUND-GROUP            PIC 9(7).
           05  FLI-LOI-NUMBER                PIC 9(9).
           05  FILLER                        PIC X(44).
       FD  FMC-LOI-OUT.
       01  FMC-LOI-OUT-RECORD                PIC X(60).
       FD  FMC-CKR-IN.
       01  FMC-CKR-IN-RECORD.
           05  FKI-CHECK-NBR                 PIC 9(13).
           05  FKI-FUND-CODE                 PIC 9(7).
           05  FILLER                        PIC X(40).
       FD  FMC-CKR-OUT.
       01  FMC-CKR-OUT-RECORD                PIC X(60).
      *---------------------------------------------------------*
      *    ONE SORT WORK FILE SERVES EVERY SEQUENCED FILE -- THE  *
      *    CONVERTED SWITCH SORTS A ROW ALREADY IN THE NEW FUND   *
      *    AHEAD OF ONE CONVERTED INTO IT FOR THE SAME ACCOUNT    *
      *---------------------------------------------------------*
       SD  FMC-SORT-FL.
       01  FMC-SORT-RECORD.
           05  SRT-FUND-CODE                 PIC 9(7).
           05  SRT-ACCOUNT-NUMBER            PIC 9(11).
           05  SRT-CONVERTED-SW              PIC X(1).
           05  SRT-DATA                      PIC X(646).
       FD  FMC-RUN-CTL-FL.
       01  FMC-RUN-CTL-RECORD.
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
       01  FMC-SWITCHES.
           05  FMC-TRN-EOF-SW                PIC X(01)   VALUE 'N'.
               88  FMC-TRN-EOF                   VALUE 'Y'.
           05  FMC-FXI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  FMC-FXI-EOF                   VALUE 'Y'.
           05  FMC-IDX-EOF-SW                PIC X(01)   VALUE 'N'.
               88  FMC-IDX-EOF                   VALUE 'Y'.
           05  FMC-SEQ-EOF-SW                PIC X(01)   VALUE 'N'.
               88  FMC-SEQ-EOF                   VALUE 'Y'.
           05  FMC-SORT-EOF-SW               PIC X(01)   VALUE 'N'.
               88  FMC-SORT-EOF                  VALUE 'Y'.
           05  FMC-HOLD-SW                   PIC X(01)   VALUE 'N'.
               88  FMC-HOLD-LOADED               VALUE 'Y'.
               88  FMC-HOLD-EMPTY                VALUE 'N'.
           05  FMC-CONV-SW                   PIC X(01)   VALUE 'N'.
               88  FMC-CONV-FOUND                VALUE 'Y'.
               88  FMC-CONV-NOT-FOUND            VALUE 'N'.
           05  FMC-TRN-SW                    PIC X(01)   VALUE 'Y'.
               88  FMC-TRN-VALID                 VALUE 'Y'.
               88  FMC-TRN-REJECTED              VALUE 'N'.
       01  FMC-COUNTERS                      COMP.
           05  FMC-TRN-READ-CT               PIC 9(07)   VALUE ZERO.
           05  FMC-TRN-REJECT-CT             PIC 9(07)   VALUE ZERO.
           05  FMC-TRN-HELD-CT               PIC 9(07)   VALUE ZERO.
           05  FMC-XREF-CARRIED-CT           PIC 9(07)   VALUE ZERO.
           05  FMC-XREF-ADDED-CT             PIC 9(07)   VALUE ZERO.
           05  FMC-OUT-OF-BALANCE-CT         PIC 9(07)   VALUE ZERO.
           05  FMC-WK-COUNT                  PIC 9(09)   VALUE ZERO.
       01  FMC-CV-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  FMC-HX-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  FMC-KY-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  FMC-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  FMC-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  FMC-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  FMC-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  FMC-RCD-REASON               PIC X(40).
       01  FMC-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  FMC-TBL-LIMIT-NAME            PIC X(20).
       01  FMC-STOP-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FMC-SL-REASON                 PIC X(60).
       01  FMC-DATE-WORK.
           05  FMC-RUN-DTE                   PIC 9(08)   VALUE ZERO.
      *---------------------------------------------------------*
      *    CONVERSIONS APPLIED THIS RUN, WITH WHAT EACH MOVED     *
      *---------------------------------------------------------*
       01  FMC-CV-TBL.
           05  FMC-CV-ENTRY                  OCCURS 500 TIMES
                                              INDEXED BY FMC-CV-IDX.
               10  FMC-CV-OLD-FUND-CODE      PIC 9(07).
               10  FMC-CV-NEW-FUND-CODE      PIC 9(07).
               10  FMC-CV-SHARE-RATIO        PIC 9(05)V9(10).
               10  FMC-CV-EFFECTIVE-DTE      PIC 9(08).
               10  FMC-CV-CONV-TYPE-CD       PIC X(01).
               10  FMC-CV-MST-CT             PIC 9(07)   COMP.
               10  FMC-CV-BOOK-CT            PIC 9(07)   COMP.
               10  FMC-CV-OLD-SHARES         PIC S9(13)V9(4).
               10  FMC-CV-NEW-SHARES         PIC S9(13)V9(4).
      *---------------------------------------------------------*
      *    FUNDS ALREADY RETIRED BY AN EARLIER CONVERSION         *
      *---------------------------------------------------------*
       01  FMC-HX-TBL.
           05  FMC-HX-ENTRY                  OCCURS 5000 TIMES
                                              INDEXED BY FMC-HX-IDX.
               10  FMC-HX-OLD-FUND-CODE      PIC 9(07).
       01  FMC-KY-TBL.
           05  FMC-KY-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY FMC-KY-IDX.
               10  FMC-KY-FUND-CODE          PIC 9(07).
               10  FMC-KY-ACCOUNT-NBR        PIC 9(11).
               10  FMC-KY-CV-NBR             PIC 9(05)   COMP.
      *---------------------------------------------------------*
      *    BEFORE / AFTER CONTROL COUNTS, ONE ROW PER FILE.  THE  *
      *    PROOF FOR EVERY FILE IS AFTER = BEFORE - MERGED        *
      *---------------------------------------------------------*
       01  FMC-FILE-NAME-VALUES.
           05  FILLER                        PIC X(20)
               VALUE 'ACCOUNT MASTER'.
           05  FILLER                        PIC X(20)
               VALUE 'ACCOUNT LOOKUP'.
           05  FILLER                        PIC X(20)
               VALUE 'ACCOUNT ACTIVITY'.
           05  FILLER                        PIC X(20)
               VALUE 'ACTIVITY SNAPSHOT'.
           05  FILLER                        PIC X(20)
               VALUE 'POSITION BOOK'.
           05  FILLER                        PIC X(20)
               VALUE 'CERTIFICATE INVNTRY'.
           05  FILLER                        PIC X(20)
               VALUE 'LOI POSITIONS'.
           05  FILLER                        PIC X(20)
               VALUE 'CHECK REGISTER'.
       01  FMC-FILE-NAME-TBL REDEFINES FMC-FILE-NAME-VALUES.
           05  FMC-FN-NAME                   PIC X(20)
                                              OCCURS 8 TIMES.
       01  FMC-FC-TBL.
           05  FMC-FC-ENTRY                  OCCURS 8 TIMES
                                              INDEXED BY FMC-FC-IDX.
               10  FMC-FC-BEFORE-CT          PIC 9(09)   COMP.
               10  FMC-FC-CONV-CT            PIC 9(09)   COMP.
               10  FMC-FC-MERGE-CT           PIC 9(09)   COMP.
               10  FMC-FC-AFTER-CT           PIC 9(09)   COMP.
       01  FMC-FILE-NBRS.
           05  FMC-F-MST                     PIC 9(02)   VALUE 1.
           05  FMC-F-LKP                     PIC 9(02)   VALUE 2.
           05  FMC-F-ACT                     PIC 9(02)   VALUE 3.
           05  FMC-F-SNP                     PIC 9(02)   VALUE 4.
           05  FMC-F-BOK                     PIC 9(02)   VALUE 5.
           05  FMC-F-CIV                     PIC 9(02)   VALUE 6.
           05  FMC-F-LOI                     PIC 9(02)   VALUE 7.
           05  FMC-F-CKR                     PIC 9(02)   VALUE 8.
           05  FMC-F-CUR                     PIC 9(02)   VALUE ZERO.
      *    SHARES ARE PROVED ON THE BOOK AS WELL AS ROWS -- THE
      *    BEFORE FIGURE IS TAKEN AFTER EACH ROW IS RESTATED AT ITS
      *    RATIO, SO THE TWO MUST AGREE TO THE LAST DECIMAL
       01  FMC-SHARE-PROOF.
           05  FMC-BOOK-SHR-BEFORE           PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  FMC-BOOK-SHR-AFTER            PIC S9(13)V9(4)
                                              VALUE ZERO.
       01  FMC-WORK.
           05  FMC-WK-FUND-CODE              PIC 9(07)   VALUE ZERO.
           05  FMC-WK-OLD-KEY                PIC X(18)   VALUE SPACES.
           05  FMC-WK-PREV-KEY               PIC X(18)   VALUE SPACES.
           05  FMC-WK-SORT-KEY               PIC X(18)   VALUE SPACES.
           05  FMC-WK-SHARES                 PIC S9(11)V9(4)
                                              VALUE ZERO.
           05  FMC-WK-NAV                    PIC 9(05)V9(4)
                                              VALUE ZERO.
       01  FMC-BOOK-HOLD.
           05  FBH-FUND-CODE                 PIC 9(7).
           05  FBH-ACCOUNT-NUMBER            PIC 9(11).
           05  FBH-SHARE-BAL                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  FBH-NAV-PRICE                 PIC 9(5)V9(4).
           05  FILLER                        PIC X(71).
       01  FMC-BOOK-WORK.
           05  FBW-FUND-CODE                 PIC 9(7).
           05  FBW-ACCOUNT-NUMBER            PIC 9(11).
           05  FBW-SHARE-BAL                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  FBW-NAV-PRICE                 PIC 9(5)V9(4).
           05  FILLER                        PIC X(71).
       01  FMC-TRN-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'CONVERSION TRANSACTIONS NOT APPLIED'.
       01  FMC-TRN-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'OLD FUND'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'NEW FUND'.
           05  FILLER                        PIC X(08)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'RATIO'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'EFFECTIVE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)   VALUE 'REASON'.
       01  FMC-TRN-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FMC-TL-OLD-FUND-CODE          PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FMC-TL-NEW-FUND-CODE          PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FMC-TL-SHARE-RATIO            PIC ZZ,ZZ9.999999.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FMC-TL-EFFECTIVE-DTE          PIC 9(08).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FMC-TL-REASON                 PIC X(30).
       01  FMC-CNV-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'FUND CONVERSIONS APPLIED'.
       01  FMC-CNV-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'OLD FUND'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'NEW FUND'.
           05  FILLER                        PIC X(08)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'RATIO'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'ACCOUNTS'.
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'OLD SHARES'.
           05  FILLER                        PIC X(08)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'NEW SHARES'.
       01  FMC-CNV-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FMC-CL-OLD-FUND-CODE          PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FMC-CL-NEW-FUND-CODE          PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FMC-CL-SHARE-RATIO            PIC ZZ,ZZ9.999999.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FMC-CL-MST-CT                 PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FMC-CL-OLD-SHARES             PIC ----,---,--9.9999.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FMC-CL-NEW-SHARES             PIC ----,---,--9.9999.
       01  FMC-CTL-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'BEFORE / AFTER CONTROL PROOF BY FILE'.
       01  FMC-CTL-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(20)   VALUE 'FILE'.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'BEFORE'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'CONVERTED'.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'MERGED'.
           05  FILLER                        PIC X(07)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'AFTER'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(14)   VALUE 'PROOF'.
       01  FMC-CTL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FMC-CT-FILE-NAME              PIC X(20).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FMC-CT-BEFORE-CT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FMC-CT-CONV-CT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FMC-CT-MERGE-CT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FMC-CT-AFTER-CT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FMC-CT-PROOF                  PIC X(14).
       01  FMC-SHR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FMC-SH-LABEL                  PIC X(25).
           05  FMC-SH-SHARES                 PIC ----,---,--9.9999.
       01  FMC-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'FUND CONVERSION TOTALS'.
       01  FMC-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FMC-TL-LABEL                  PIC X(25).
           05  FMC-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-ACCOUNT-MASTER THRU 2000-EXIT.
           PERFORM 2500-CONVERT-ACCT-LOOKUP THRU 2500-EXIT.
           MOVE FMC-F-ACT TO FMC-F-CUR.
           SORT FMC-SORT-FL
               ON ASCENDING KEY SRT-FUND-CODE
                                SRT-ACCOUNT-NUMBER
                                SRT-CONVERTED-SW
               INPUT PROCEDURE IS 3000-RELEASE-ACTIVITY
                               THRU 3000-EXIT
               OUTPUT PROCEDURE IS 3500-WRITE-SEQUENCED
                               THRU 3500-EXIT.
           MOVE FMC-F-SNP TO FMC-F-CUR.
           SORT FMC-SORT-FL
               ON ASCENDING KEY SRT-FUND-CODE
                                SRT-ACCOUNT-NUMBER
                                SRT-CONVERTED-SW
               INPUT PROCEDURE IS 3200-RELEASE-SNAPSHOT
                               THRU 3200-EXIT
               OUTPUT PROCEDURE IS 3500-WRITE-SEQUENCED
                               THRU 3500-EXIT.
           MOVE FMC-F-BOK TO FMC-F-CUR.
           SORT FMC-SORT-FL
               ON ASCENDING KEY SRT-FUND-CODE
                                SRT-ACCOUNT-NUMBER
                                SRT-CONVERTED-SW
               INPUT PROCEDURE IS 3400-RELEASE-BOOK
                               THRU 3400-EXIT
               OUTPUT PROCEDURE IS 3700-WRITE-BOOK
                               THRU 3700-EXIT.
           PERFORM 4000-CONVERT-CERTIFICATES THRU 4000-EXIT.
           PERFORM 4200-CONVERT-LOI-POSITIONS THRU 4200-EXIT.
           PERFORM 4400-CONVERT-CHECK-REGISTER THRU 4400-EXIT.
           PERFORM 7000-WRITE-XREF THRU 7000-EXIT.
           PERFORM 8000-PRINT-CONVERSIONS THRU 8000-EXIT.
           PERFORM 8500-PRINT-CONTROL-PROOF THRU 8500-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE FMC-RUN-RC TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------*
      *    LOAD THE CONVERSION HISTORY, THEN EDIT TODAY'S         *
      *    TRANSACTIONS AGAINST IT.  NOTHING IS TOUCHED UNLESS AT *
      *    LEAST ONE CONVERSION PASSES EVERY EDIT                 *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT FMC-TRAN-FL.
           OPEN INPUT FMC-XREF-IN.
           OPEN OUTPUT FMC-XREF-OUT.
           OPEN I-O FMC-ACCOUNT-MASTER-FL.
           OPEN I-O FMC-ACCT-LOOKUP-FL.
           OPEN EXTEND FMC-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT FMC-RUN-DTE FROM DATE YYYYMMDD.
           MOVE FMC-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           INITIALIZE FMC-FC-TBL.
           PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT
               UNTIL FMC-FXI-EOF.
           MOVE FMC-TRN-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE FMC-TRN-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           PERFORM 1300-EDIT-TRANSACTION THRU 1300-EXIT
               UNTIL FMC-TRN-EOF.
           IF FMC-CV-USED-CT = ZERO
               MOVE 'RUN STOPPED - NO CONVERSION PASSED THE EDITS'
                   TO FMC-SL-REASON
               PERFORM 9100-ABORT-RUN THRU 9100-EXIT
           END-IF.
           OPEN INPUT FMC-ACTIVITY-IN.
           OPEN OUTPUT FMC-ACTIVITY-OUT.
           OPEN INPUT FMC-SNAPSHOT-IN.
           OPEN OUTPUT FMC-SNAPSHOT-OUT.
           OPEN INPUT FMC-BOOK-IN.
           OPEN OUTPUT FMC-BOOK-OUT.
           OPEN INPUT FMC-CIV-IN.
           OPEN OUTPUT FMC-CIV-OUT.
           OPEN INPUT FMC-LOI-IN.
           OPEN OUTPUT FMC-LOI-OUT.
           OPEN INPUT FMC-CKR-IN.
           OPEN OUTPUT FMC-CKR-OUT.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY HISTORY ROW IS CARRIED FORWARD AS READ           *
      *---------------------------------------------------------*
       1200-LOAD-HISTORY.
           READ FMC-XREF-IN
               AT END
                   SET FMC-FXI-EOF TO TRUE
           END-READ.
           IF FMC-FXI-EOF
               GO TO 1200-EXIT
           END-IF.
           IF FMC-HX-USED-CT >= 5000
               MOVE ' CONVERSION HISTORY' TO FMC-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO FMC-HX-USED-CT.
           SET FMC-HX-IDX TO FMC-HX-USED-CT.
           MOVE FXI-OLD-FUND-CODE TO FMC-HX-OLD-FUND-CODE (FMC-HX-IDX).
           MOVE FMC-XREF-IN-RECORD TO FMC-XREF-OUT-RECORD.
           WRITE FMC-XREF-OUT-RECORD.
           ADD 1 TO FMC-XREF-CARRIED-CT.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A CONVERSION IS APPLIED ONLY ONCE, ONLY ON OR AFTER    *
      *    ITS EFFECTIVE DATE, AND NEVER INTO A FUND THAT IS      *
      *    ITSELF RETIRING -- A CHAIN MUST RUN AS SEPARATE PASSES *
      *---------------------------------------------------------*
       1300-EDIT-TRANSACTION.
           READ FMC-TRAN-FL
               AT END
                   SET FMC-TRN-EOF TO TRUE
           END-READ.
           IF FMC-TRN-EOF
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO FMC-TRN-READ-CT.
           SET FMC-TRN-VALID TO TRUE.
           EVALUATE TRUE
               WHEN FMT-OLD-FUND-CODE NOT NUMERIC
                 OR FMT-NEW-FUND-CODE NOT NUMERIC
                 OR FMT-OLD-FUND-CODE = ZERO
                 OR FMT-NEW-FUND-CODE = ZERO
                   MOVE 'FUND CODE MISSING OR INVALID' TO FMC-TL-REASON
                   SET FMC-TRN-REJECTED TO TRUE
               WHEN FMT-OLD-FUND-CODE = FMT-NEW-FUND-CODE
                   MOVE 'OLD AND NEW FUND ARE THE SAME' TO FMC-TL-REASON
                   SET FMC-TRN-REJECTED TO TRUE
               WHEN FMT-SHARE-RATIO NOT NUMERIC
                 OR FMT-SHARE-RATIO = ZERO
                   MOVE 'SHARE RATIO MISSING OR ZERO' TO FMC-TL-REASON
                   SET FMC-TRN-REJECTED TO TRUE
               WHEN FMT-EFFECTIVE-DTE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE INVALID' TO FMC-TL-REASON
                   SET FMC-TRN-REJECTED TO TRUE
               WHEN NOT FMT-FUND-MERGER
                AND NOT FMT-CLASS-CONVERSION
                   MOVE 'CONVERSION TYPE NOT M OR C' TO FMC-TL-REASON
                   SET FMC-TRN-REJECTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF FMC-TRN-VALID
               PERFORM 1350-EDIT-AGAINST-TABLES THRU 1350-EXIT
           END-IF.
           IF FMC-TRN-VALID
              AND FMT-EFFECTIVE-DTE > FMC-RUN-DTE
               MOVE 'HELD - NOT YET EFFECTIVE' TO FMC-TL-REASON
               ADD 1 TO FMC-TRN-HELD-CT
               PERFORM 1390-PRINT-TRANSACTION THRU 1390-EXIT
               GO TO 1300-EXIT
           END-IF.
           IF FMC-TRN-REJECTED
               ADD 1 TO FMC-TRN-REJECT-CT
               PERFORM 1390-PRINT-TRANSACTION THRU 1390-EXIT
               GO TO 1300-EXIT
           END-IF.
           IF FMC-CV-USED-CT >= 500
               MOVE ' CONVERSIONS' TO FMC-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO FMC-CV-USED-CT.
           SET FMC-CV-IDX TO FMC-CV-USED-CT.
           MOVE FMT-OLD-FUND-CODE TO FMC-CV-OLD-FUND-CODE (FMC-CV-IDX).
           MOVE FMT-NEW-FUND-CODE TO FMC-CV-NEW-FUND-CODE (FMC-CV-IDX).
           MOVE FMT-SHARE-RATIO TO FMC-CV-SHARE-RATIO (FMC-CV-IDX).
           MOVE FMT-EFFECTIVE-DTE TO FMC-CV-EFFECTIVE-DTE (FMC-CV-IDX).
           MOVE FMT-CONV-TYPE-CD TO FMC-CV-CONV-TYPE-CD (FMC-CV-IDX).
           MOVE ZERO TO FMC-CV-MST-CT (FMC-CV-IDX).
           MOVE ZERO TO FMC-CV-BOOK-CT (FMC-CV-IDX).
           MOVE ZERO TO FMC-CV-OLD-SHARES (FMC-CV-IDX).
           MOVE ZERO TO FMC-CV-NEW-SHARES (FMC-CV-IDX).
       1300-EXIT.
           EXIT.
       1350-EDIT-AGAINST-TABLES.
           MOVE FMT-OLD-FUND-CODE TO FMC-WK-FUND-CODE.
           PERFORM 1360-FIND-RETIRED-FUND THRU 1360-EXIT.
           IF FMC-CONV-FOUND
               MOVE 'OLD FUND ALREADY CONVERTED' TO FMC-TL-REASON
               SET FMC-TRN-REJECTED TO TRUE
               GO TO 1350-EXIT
           END-IF.
           MOVE FMT-NEW-FUND-CODE TO FMC-WK-FUND-CODE.
           PERFORM 1360-FIND-RETIRED-FUND THRU 1360-EXIT.
           IF FMC-CONV-FOUND
               MOVE 'NEW FUND WAS RETIRED EARLIER' TO FMC-TL-REASON
               SET FMC-TRN-REJECTED TO TRUE
               GO TO 1350-EXIT
           END-IF.
           MOVE FMT-OLD-FUND-CODE TO FMC-WK-FUND-CODE.
           PERFORM 2900-FIND-CONVERSION THRU 2900-EXIT.
           IF FMC-CONV-FOUND
               MOVE 'OLD FUND ON AN EARLIER CARD' TO FMC-TL-REASON
               SET FMC-TRN-REJECTED TO TRUE
               GO TO 1350-EXIT
           END-IF.
           MOVE FMT-NEW-FUND-CODE TO FMC-WK-FUND-CODE.
           PERFORM 2900-FIND-CONVERSION THRU 2900-EXIT.
           IF FMC-CONV-FOUND
               MOVE 'NEW FUND IS RETIRING TODAY' TO FMC-TL-REASON
               SET FMC-TRN-REJECTED TO TRUE
               GO TO 1350-EXIT
           END-IF.
           IF FMC-CV-USED-CT > ZERO
               SET FMC-CV-IDX TO 1
               SEARCH FMC-CV-ENTRY VARYING FMC-CV-IDX
                   AT END
                       CONTINUE
                   WHEN FMC-CV-IDX > FMC-CV-USED-CT
                       CONTINUE
                   WHEN FMC-CV-NEW-FUND-CODE (FMC-CV-IDX)
                        = FMT-OLD-FUND-CODE
                       MOVE 'OLD FUND RECEIVES A CONVERSION'
                           TO FMC-TL-REASON
                       SET FMC-TRN-REJECTED TO TRUE
               END-SEARCH
           END-IF.
       1350-EXIT.
           EXIT.
       1360-FIND-RETIRED-FUND.
           SET FMC-CONV-NOT-FOUND TO TRUE.
           IF FMC-HX-USED-CT = ZERO
               GO TO 1360-EXIT
           END-IF.
           SET FMC-HX-IDX TO 1.
           SEARCH FMC-HX-ENTRY VARYING FMC-HX-IDX
               AT END
                   CONTINUE
               WHEN FMC-HX-IDX > FMC-HX-USED-CT
                   CONTINUE
               WHEN FMC-HX-OLD-FUND-CODE (FMC-HX-IDX) = FMC-WK-FUND-CODE
                   SET FMC-CONV-FOUND TO TRUE
           END-SEARCH.
       1360-EXIT.
           EXIT.
       1390-PRINT-TRANSACTION.
           MOVE FMT-OLD-FUND-CODE TO FMC-TL-OLD-FUND-CODE.
           MOVE FMT-NEW-FUND-CODE TO FMC-TL-NEW-FUND-CODE.
           IF FMT-SHARE-RATIO NUMERIC
               MOVE FMT-SHARE-RATIO TO FMC-TL-SHARE-RATIO
           ELSE
               MOVE ZERO TO FMC-TL-SHARE-RATIO
           END-IF.
           MOVE FMT-EFFECTIVE-DTE TO FMC-TL-EFFECTIVE-DTE.
           MOVE FMC-TRN-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       1390-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ACCOUNT MASTER -- COUNT THE FILE AND NOTE EVERY KEY IN *
      *    A RETIRING FUND, THEN RE-KEY EACH ONE UNDER ITS NEW    *
      *    FUND.  AN ACCOUNT ALREADY HOLDING THE NEW FUND KEEPS   *
      *    THAT ROW AND THE OLD ONE IS MERGED AWAY                *
      *---------------------------------------------------------*
       2000-CONVERT-ACCOUNT-MASTER.
           MOVE ZERO TO FMC-KY-USED-CT.
           PERFORM 2050-COUNT-ACCOUNT-MASTER THRU 2050-EXIT.
           MOVE FMC-WK-COUNT TO FMC-FC-BEFORE-CT (FMC-F-MST).
           IF FMC-KY-USED-CT > ZERO
               PERFORM 2100-REKEY-ONE-MASTER THRU 2100-EXIT
                       VARYING FMC-KY-IDX FROM 1 BY 1
                       UNTIL FMC-KY-IDX > FMC-KY-USED-CT
           END-IF.
           MOVE ZERO TO FMC-KY-USED-CT.
           PERFORM 2050-COUNT-ACCOUNT-MASTER THRU 2050-EXIT.
           MOVE FMC-WK-COUNT TO FMC-FC-AFTER-CT (FMC-F-MST).
       2000-EXIT.
           EXIT.
       2050-COUNT-ACCOUNT-MASTER.
           MOVE ZERO TO FMC-WK-COUNT.
           MOVE 'N' TO FMC-IDX-EOF-SW.
           MOVE LOW-VALUES TO FMC-MST-KEY.
           START FMC-ACCOUNT-MASTER-FL KEY NOT < FMC-MST-KEY
               INVALID KEY
                   SET FMC-IDX-EOF TO TRUE
           END-START.
           PERFORM 2060-READ-ONE-MASTER THRU 2060-EXIT
               UNTIL FMC-IDX-EOF.
       2050-EXIT.
           EXIT.
       2060-READ-ONE-MASTER.
           READ FMC-ACCOUNT-MASTER-FL NEXT RECORD
               AT END
                   SET FMC-IDX-EOF TO TRUE
                   GO TO 2060-EXIT
           END-READ.
           ADD 1 TO FMC-WK-COUNT.
           MOVE FMC-MST-FUND-CODE TO FMC-WK-FUND-CODE.
           PERFORM 2900-FIND-CONVERSION THRU 2900-EXIT.
           IF FMC-CONV-NOT-FOUND
               GO TO 2060-EXIT
           END-IF.
           IF FMC-KY-USED-CT >= 50000
               MOVE ' CONVERTING KEYS' TO FMC-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO FMC-KY-USED-CT.
           SET FMC-KY-IDX TO FMC-KY-USED-CT.
           MOVE FMC-MST-FUND-CODE TO FMC-KY-FUND-CODE (FMC-KY-IDX).
           MOVE FMC-MST-ACCOUNT-NUMBER
               TO FMC-KY-ACCOUNT-NBR (FMC-KY-IDX).
           SET FMC-KY-CV-NBR (FMC-KY-IDX) TO FMC-CV-IDX.
       2060-EXIT.
           EXIT.
       2100-REKEY-ONE-MASTER.
           SET FMC-CV-IDX TO FMC-KY-CV-NBR (FMC-KY-IDX).
           MOVE FMC-KY-FUND-CODE (FMC-KY-IDX) TO FMC-MST-FUND-CODE.
           MOVE FMC-KY-ACCOUNT-NBR (FMC-KY-IDX)
               TO FMC-MST-ACCOUNT-NUMBER.
           READ FMC-ACCOUNT-MASTER-FL
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           MOVE FMC-MST-KEY TO FMC-WK-OLD-KEY.
           ADD 1 TO FMC-CV-MST-CT (FMC-CV-IDX).
           MOVE FMC-CV-NEW-FUND-CODE (FMC-CV-IDX) TO FMC-MST-FUND-CODE.
           WRITE FMC-ACCOUNT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO FMC-FC-MERGE-CT (FMC-F-MST)
               NOT INVALID KEY
                   ADD 1 TO FMC-FC-CONV-CT (FMC-F-MST)
           END-WRITE.
           MOVE FMC-WK-OLD-KEY TO FMC-MST-KEY.
           DELETE FMC-ACCOUNT-MASTER-FL
               INVALID KEY
                   CONTINUE
           END-DELETE.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ACCOUNT LOOKUP -- KEYED ACCOUNT FIRST, SO THE WHOLE    *
      *    FILE IS SWEPT FOR RETIRING-FUND ROWS                   *
      *---------------------------------------------------------*
       2500-CONVERT-ACCT-LOOKUP.
           MOVE ZERO TO FMC-KY-USED-CT.
           PERFORM 2550-COUNT-ACCT-LOOKUP THRU 2550-EXIT.
           MOVE FMC-WK-COUNT TO FMC-FC-BEFORE-CT (FMC-F-LKP).
           IF FMC-KY-USED-CT > ZERO
               PERFORM 2600-REKEY-ONE-LOOKUP THRU 2600-EXIT
                       VARYING FMC-KY-IDX FROM 1 BY 1
                       UNTIL FMC-KY-IDX > FMC-KY-USED-CT
           END-IF.
           MOVE ZERO TO FMC-KY-USED-CT.
           PERFORM 2550-COUNT-ACCT-LOOKUP THRU 2550-EXIT.
           MOVE FMC-WK-COUNT TO FMC-FC-AFTER-CT (FMC-F-LKP).
       2500-EXIT.
           EXIT.
       2550-COUNT-ACCT-LOOKUP.
           MOVE ZERO TO FMC-WK-COUNT.
           MOVE 'N' TO FMC-IDX-EOF-SW.
           MOVE LOW-VALUES TO FMC-LKP-KEY.
           START FMC-ACCT-LOOKUP-FL KEY NOT < FMC-LKP-KEY
               INVALID KEY
                   SET FMC-IDX-EOF TO TRUE
           END-START.
           PERFORM 2560-READ-ONE-LOOKUP THRU 2560-EXIT
               UNTIL FMC-IDX-EOF.
       2550-EXIT.
           EXIT.
       2560-READ-ONE-LOOKUP.
           READ FMC-ACCT-LOOKUP-FL NEXT RECORD
               AT END
                   SET FMC-IDX-EOF TO TRUE
                   GO TO 2560-EXIT
           END-READ.
           ADD 1 TO FMC-WK-COUNT.
           MOVE FMC-LKP-FUND-CODE TO FMC-WK-FUND-CODE.
           PERFORM 2900-FIND-CONVERSION THRU 2900-EXIT.
           IF FMC-CONV-NOT-FOUND
               GO TO 2560-EXIT
           END-IF.
           IF FMC-KY-USED-CT >= 50000
               MOVE ' CONVERTING KEYS' TO FMC-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO FMC-KY-USED-CT.
           SET FMC-KY-IDX TO FMC-KY-USED-CT.
           MOVE FMC-LKP-FUND-CODE TO FMC-KY-FUND-CODE (FMC-KY-IDX).
           MOVE FMC-LKP-ACCOUNT-NUMBER
               TO FMC-KY-ACCOUNT-NBR (FMC-KY-IDX).
           SET FMC-KY-CV-NBR (FMC-KY-IDX) TO FMC-CV-IDX.
       2560-EXIT.
           EXIT.
       2600-REKEY-ONE-LOOKUP.
           SET FMC-CV-IDX TO FMC-KY-CV-NBR (FMC-KY-IDX).
           MOVE FMC-KY-ACCOUNT-NBR (FMC-KY-IDX)
               TO FMC-LKP-ACCOUNT-NUMBER.
           MOVE FMC-KY-FUND-CODE (FMC-KY-IDX) TO FMC-LKP-FUND-CODE.
           READ FMC-ACCT-LOOKUP-FL
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ.
           MOVE FMC-LKP-KEY TO FMC-WK-OLD-KEY.
           MOVE FMC-CV-NEW-FUND-CODE (FMC-CV-IDX) TO FMC-LKP-FUND-CODE.
           WRITE FMC-ACCT-LOOKUP-RECORD
               INVALID KEY
                   ADD 1 TO FMC-FC-MERGE-CT (FMC-F-LKP)
               NOT INVALID KEY
                   ADD 1 TO FMC-FC-CONV-CT (FMC-F-LKP)
           END-WRITE.
           MOVE FMC-WK-OLD-KEY TO FMC-LKP-KEY.
           DELETE FMC-ACCT-LOOKUP-FL
               INVALID KEY
                   CONTINUE
           END-DELETE.
       2600-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    IS THIS FUND ONE OF TODAY'S RETIRING FUNDS             *
      *---------------------------------------------------------*
       2900-FIND-CONVERSION.
           SET FMC-CONV-NOT-FOUND TO TRUE.
           IF FMC-CV-USED-CT = ZERO
               GO TO 2900-EXIT
           END-IF.
           SET FMC-CV-IDX TO 1.
           SEARCH FMC-CV-ENTRY VARYING FMC-CV-IDX
               AT END
                   CONTINUE
               WHEN FMC-CV-IDX > FMC-CV-USED-CT
                   CONTINUE
               WHEN FMC-CV-OLD-FUND-CODE (FMC-CV-IDX) = FMC-WK-FUND-CODE
                   SET FMC-CONV-FOUND TO TRUE
           END-SEARCH.
       2900-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    SEQUENCED FILES -- RE-FUND EACH ROW, RELEASE IT, AND   *
      *    LET THE SORT PUT THE FILE BACK IN FUND / ACCOUNT ORDER *
      *---------------------------------------------------------*
       3000-RELEASE-ACTIVITY.
           MOVE 'N' TO FMC-SEQ-EOF-SW.
           PERFORM 3100-RELEASE-ONE-ACTIVITY THRU 3100-EXIT
               UNTIL FMC-SEQ-EOF.
       3000-EXIT.
           EXIT.
       3100-RELEASE-ONE-ACTIVITY.
           READ FMC-ACTIVITY-IN
               AT END
                   SET FMC-SEQ-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO FMC-FC-BEFORE-CT (FMC-F-ACT).
           MOVE 'N' TO SRT-CONVERTED-SW.
           MOVE FAI-FUND-CODE TO FMC-WK-FUND-CODE.
           PERFORM 2900-FIND-CONVERSION THRU 2900-EXIT.
           IF FMC-CONV-FOUND
               MOVE FMC-CV-NEW-FUND-CODE (FMC-CV-IDX) TO FAI-FUND-CODE
               MOVE 'Y' TO SRT-CONVERTED-SW
               ADD 1 TO FMC-FC-CONV-CT (FMC-F-ACT)
           END-IF.
           MOVE FAI-FUND-CODE TO SRT-FUND-CODE.
           MOVE FAI-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE FMC-ACTIVITY-IN-RECORD TO SRT-DATA.
           RELEASE FMC-SORT-RECORD.
       3100-EXIT.
           EXIT.
       3200-RELEASE-SNAPSHOT.
           MOVE 'N' TO FMC-SEQ-EOF-SW.
           PERFORM 3300-RELEASE-ONE-SNAPSHOT THRU 3300-EXIT
               UNTIL FMC-SEQ-EOF.
       3200-EXIT.
           EXIT.
       3300-RELEASE-ONE-SNAPSHOT.
           READ FMC-SNAPSHOT-IN
               AT END
                   SET FMC-SEQ-EOF TO TRUE
                   GO TO 3300-EXIT
           END-READ.
           ADD 1 TO FMC-FC-BEFORE-CT (FMC-F-SNP).
           MOVE 'N' TO SRT-CONVERTED-SW.
           MOVE FSI-FUND-CODE TO FMC-WK-FUND-CODE.
           PERFORM 2900-FIND-CONVERSION THRU 2900-EXIT.
           IF FMC-CONV-FOUND
               MOVE FMC-CV-NEW-FUND-CODE (FMC-CV-IDX) TO FSI-FUND-CODE
               MOVE 'Y' TO SRT-CONVERTED-SW
               ADD 1 TO FMC-FC-CONV-CT (FMC-F-SNP)
           END-IF.
           MOVE FSI-FUND-CODE TO SRT-FUND-CODE.
           MOVE FSI-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE FMC-SNAPSHOT-IN-RECORD TO SRT-DATA.
           RELEASE FMC-SORT-RECORD.
       3300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POSITION BOOK -- SHARES ARE RESTATED AT THE RATIO AND  *
      *    THE PRICE BY ITS INVERSE, SO THE VALUE HELD IS         *
      *    UNCHANGED BY THE CONVERSION                            *
      *---------------------------------------------------------*
       3400-RELEASE-BOOK.
           MOVE 'N' TO FMC-SEQ-EOF-SW.
           PERFORM 3450-RELEASE-ONE-BOOK THRU 3450-EXIT
               UNTIL FMC-SEQ-EOF.
       3400-EXIT.
           EXIT.
       3450-RELEASE-ONE-BOOK.
           READ FMC-BOOK-IN
               AT END
                   SET FMC-SEQ-EOF TO TRUE
                   GO TO 3450-EXIT
           END-READ.
           ADD 1 TO FMC-FC-BEFORE-CT (FMC-F-BOK).
           MOVE 'N' TO SRT-CONVERTED-SW.
           MOVE FBI-FUND-CODE TO FMC-WK-FUND-CODE.
           PERFORM 2900-FIND-CONVERSION THRU 2900-EXIT.
           IF FMC-CONV-FOUND
               ADD 1 TO FMC-CV-BOOK-CT (FMC-CV-IDX)
               ADD FBI-SHARE-BAL TO FMC-CV-OLD-SHARES (FMC-CV-IDX)
               COMPUTE FMC-WK-SHARES ROUNDED = FBI-SHARE-BAL
                   * FMC-CV-SHARE-RATIO (FMC-CV-IDX)
               COMPUTE FMC-WK-NAV ROUNDED = FBI-NAV-PRICE
                   / FMC-CV-SHARE-RATIO (FMC-CV-IDX)
               MOVE FMC-WK-SHARES TO FBI-SHARE-BAL
               MOVE FMC-WK-NAV TO FBI-NAV-PRICE
               ADD FBI-SHARE-BAL TO FMC-CV-NEW-SHARES (FMC-CV-IDX)
               MOVE FMC-CV-NEW-FUND-CODE (FMC-CV-IDX) TO FBI-FUND-CODE
               MOVE 'Y' TO SRT-CONVERTED-SW
               ADD 1 TO FMC-FC-CONV-CT (FMC-F-BOK)
           END-IF.
           ADD FBI-SHARE-BAL TO FMC-BOOK-SHR-BEFORE.
           MOVE FBI-FUND-CODE TO SRT-FUND-CODE.
           MOVE FBI-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE FMC-BOOK-IN-RECORD TO SRT-DATA.
           RELEASE FMC-SORT-RECORD.
       3450-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    WRITE THE ACTIVITY OR SNAPSHOT BACK IN SEQUENCE; A     *
      *    SECOND ROW FOR THE SAME FUND AND ACCOUNT IS A          *
      *    CONVERTED ROW MERGING INTO ONE ALREADY THERE           *
      *---------------------------------------------------------*
       3500-WRITE-SEQUENCED.
           MOVE 'N' TO FMC-SORT-EOF-SW.
           MOVE LOW-VALUES TO FMC-WK-PREV-KEY.
           PERFORM 3600-WRITE-ONE-SEQUENCED THRU 3600-EXIT
               UNTIL FMC-SORT-EOF.
       3500-EXIT.
           EXIT.
       3600-WRITE-ONE-SEQUENCED.
           RETURN FMC-SORT-FL
               AT END
                   SET FMC-SORT-EOF TO TRUE
                   GO TO 3600-EXIT
           END-RETURN.
           MOVE FMC-SORT-RECORD (1:18) TO FMC-WK-SORT-KEY.
           IF FMC-WK-SORT-KEY = FMC-WK-PREV-KEY
               ADD 1 TO FMC-FC-MERGE-CT (FMC-F-CUR)
               GO TO 3600-EXIT
           END-IF.
           MOVE FMC-WK-SORT-KEY TO FMC-WK-PREV-KEY.
           ADD 1 TO FMC-FC-AFTER-CT (FMC-F-CUR).
           IF FMC-F-CUR = FMC-F-ACT
               MOVE SRT-DATA TO FMC-ACTIVITY-OUT-RECORD
               WRITE FMC-ACTIVITY-OUT-RECORD
           ELSE
               MOVE SRT-DATA TO FMC-SNAPSHOT-OUT-RECORD
               WRITE FMC-SNAPSHOT-OUT-RECORD
           END-IF.
       3600-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A CONVERTED BOOK ROW FOR AN ACCOUNT ALREADY HOLDING    *
      *    THE NEW FUND ADDS ITS SHARES TO THAT ROW               *
      *---------------------------------------------------------*
       3700-WRITE-BOOK.
           MOVE 'N' TO FMC-SORT-EOF-SW.
           SET FMC-HOLD-EMPTY TO TRUE.
           PERFORM 3800-WRITE-ONE-BOOK THRU 3800-EXIT
               UNTIL FMC-SORT-EOF.
           IF FMC-HOLD-LOADED
               PERFORM 3850-WRITE-BOOK-HOLD THRU 3850-EXIT
           END-IF.
       3700-EXIT.
           EXIT.
       3800-WRITE-ONE-BOOK.
           RETURN FMC-SORT-FL
               AT END
                   SET FMC-SORT-EOF TO TRUE
                   GO TO 3800-EXIT
           END-RETURN.
           MOVE SRT-DATA TO FMC-BOOK-WORK.
           IF FMC-HOLD-LOADED
              AND FBW-FUND-CODE = FBH-FUND-CODE
              AND FBW-ACCOUNT-NUMBER = FBH-ACCOUNT-NUMBER
               ADD FBW-SHARE-BAL TO FBH-SHARE-BAL
               ADD 1 TO FMC-FC-MERGE-CT (FMC-F-BOK)
               GO TO 3800-EXIT
           END-IF.
           IF FMC-HOLD-LOADED
               PERFORM 3850-WRITE-BOOK-HOLD THRU 3850-EXIT
           END-IF.
           MOVE FMC-BOOK-WORK TO FMC-BOOK-HOLD.
           SET FMC-HOLD-LOADED TO TRUE.
       3800-EXIT.
           EXIT.
       3850-WRITE-BOOK-HOLD.
           MOVE FMC-BOOK-HOLD TO FMC-BOOK-OUT-RECORD.
           WRITE FMC-BOOK-OUT-RECORD.
           ADD 1 TO FMC-FC-AFTER-CT (FMC-F-BOK).
           ADD FBH-SHARE-BAL TO FMC-BOOK-SHR-AFTER.
       3850-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CERTIFICATE INVENTORY, LOI POSITIONS AND THE CHECK     *
      *    REGISTER ARE LOADED WHOLE BY THEIR READERS, SO THEY    *
      *    ARE RE-FUNDED IN PLACE WITH NO RE-SEQUENCING.  AN LOI  *
      *    BOOKED TO THE RETIRING FUND AS ITS OWN GROUP MOVES     *
      *    WITH IT                                                *
      *---------------------------------------------------------*
       4000-CONVERT-CERTIFICATES.
           MOVE 'N' TO FMC-SEQ-EOF-SW.
           PERFORM 4100-CONVERT-ONE-CERTIFICATE THRU 4100-EXIT
               UNTIL FMC-SEQ-EOF.
       4000-EXIT.
           EXIT.
       4100-CONVERT-ONE-CERTIFICATE.
           READ FMC-CIV-IN
               AT END
                   SET FMC-SEQ-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO FMC-FC-BEFORE-CT (FMC-F-CIV).
           MOVE FCI-FUND-CODE TO FMC-WK-FUND-CODE.
           PERFORM 2900-FIND-CONVERSION THRU 2900-EXIT.
           IF FMC-CONV-FOUND
               MOVE FMC-CV-NEW-FUND-CODE (FMC-CV-IDX) TO FCI-FUND-CODE
               ADD 1 TO FMC-FC-CONV-CT (FMC-F-CIV)
           END-IF.
           MOVE FMC-CIV-IN-RECORD TO FMC-CIV-OUT-RECORD.
           WRITE FMC-CIV-OUT-RECORD.
           ADD 1 TO FMC-FC-AFTER-CT (FMC-F-CIV).
       4100-EXIT.
           EXIT.
       4200-CONVERT-LOI-POSITIONS.
           MOVE 'N' TO FMC-SEQ-EOF-SW.
           PERFORM 4300-CONVERT-ONE-LOI THRU 4300-EXIT
               UNTIL FMC-SEQ-EOF.
       4200-EXIT.
           EXIT.
       4300-CONVERT-ONE-LOI.
           READ FMC-LOI-IN
               AT END
                   SET FMC-SEQ-EOF TO TRUE
                   GO TO 4300-EXIT
           END-READ.
           ADD 1 TO FMC-FC-BEFORE-CT (FMC-F-LOI).
           MOVE FLI-LOI-FUND-GROUP TO FMC-WK-FUND-CODE.
           PERFORM 2900-FIND-CONVERSION THRU 2900-EXIT.
           IF FMC-CONV-FOUND
               MOVE FMC-CV-NEW-FUND-CODE (FMC-CV-IDX)
                   TO FLI-LOI-FUND-GROUP
               ADD 1 TO FMC-FC-CONV-CT (FMC-F-LOI)
           END-IF.
           MOVE FMC-LOI-IN-RECORD TO FMC-LOI-OUT-RECORD.
           WRITE FMC-LOI-OUT-RECORD.
           ADD 1 TO FMC-FC-AFTER-CT (FMC-F-LOI).
       4300-EXIT.
           EXIT.
       4400-CONVERT-CHECK-REGISTER.
           MOVE 'N' TO FMC-SEQ-EOF-SW.
           PERFORM 4500-CONVERT-ONE-CHECK THRU 4500-EXIT
               UNTIL FMC-SEQ-EOF.
       4400-EXIT.
           EXIT.
       4500-CONVERT-ONE-CHECK.
           READ FMC-CKR-IN
               AT END
                   SET FMC-SEQ-EOF TO TRUE
                   GO TO 4500-EXIT
           END-READ.
           ADD 1 TO FMC-FC-BEFORE-CT (FMC-F-CKR).
           MOVE FKI-FUND-CODE TO FMC-WK-FUND-CODE.
           PERFORM 2900-FIND-CONVERSION THRU 2900-EXIT.
           IF FMC-CONV-FOUND
               MOVE FMC-CV-NEW-FUND-CODE (FMC-CV-IDX) TO FKI-FUND-CODE
               ADD 1 TO FMC-FC-CONV-CT (FMC-F-CKR)
           END-IF.
           MOVE FMC-CKR-IN-RECORD TO FMC-CKR-OUT-RECORD.
           WRITE FMC-CKR-OUT-RECORD.
           ADD 1 TO FMC-FC-AFTER-CT (FMC-F-CKR).
       4500-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ADD TODAY'S CONVERSIONS TO THE CROSS-REFERENCE         *
      *---------------------------------------------------------*
       7000-WRITE-XREF.
           PERFORM 7100-WRITE-ONE-XREF THRU 7100-EXIT
                   VARYING FMC-CV-IDX FROM 1 BY 1
                   UNTIL FMC-CV-IDX > FMC-CV-USED-CT.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-XREF.
           MOVE SPACES TO FMC-XREF-OUT-RECORD.
           MOVE FMC-CV-OLD-FUND-CODE (FMC-CV-IDX) TO FXO-OLD-FUND-CODE.
           MOVE FMC-CV-NEW-FUND-CODE (FMC-CV-IDX) TO FXO-NEW-FUND-CODE.
           MOVE FMC-CV-SHARE-RATIO (FMC-CV-IDX) TO FXO-SHARE-RATIO.
           MOVE FMC-CV-EFFECTIVE-DTE (FMC-CV-IDX) TO FXO-EFFECTIVE-DTE.
           MOVE FMC-CV-CONV-TYPE-CD (FMC-CV-IDX) TO FXO-CONV-TYPE-CD.
           MOVE FMC-RUN-DTE TO FXO-RUN-DTE.
           WRITE FMC-XREF-OUT-RECORD.
           ADD 1 TO FMC-XREF-ADDED-CT.
       7100-EXIT.
           EXIT.
       8000-PRINT-CONVERSIONS.
           MOVE FMC-CNV-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE FMC-CNV-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           PERFORM 8100-PRINT-ONE-CONVERSION THRU 8100-EXIT
                   VARYING FMC-CV-IDX FROM 1 BY 1
                   UNTIL FMC-CV-IDX > FMC-CV-USED-CT.
       8000-EXIT.
           EXIT.
       8100-PRINT-ONE-CONVERSION.
           MOVE FMC-CV-OLD-FUND-CODE (FMC-CV-IDX)
               TO FMC-CL-OLD-FUND-CODE.
           MOVE FMC-CV-NEW-FUND-CODE (FMC-CV-IDX)
               TO FMC-CL-NEW-FUND-CODE.
           MOVE FMC-CV-SHARE-RATIO (FMC-CV-IDX) TO FMC-CL-SHARE-RATIO.
           MOVE FMC-CV-MST-CT (FMC-CV-IDX) TO FMC-CL-MST-CT.
           MOVE FMC-CV-OLD-SHARES (FMC-CV-IDX) TO FMC-CL-OLD-SHARES.
           MOVE FMC-CV-NEW-SHARES (FMC-CV-IDX) TO FMC-CL-NEW-SHARES.
           MOVE FMC-CNV-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    NO ACCOUNT AND NO SHARE MAY BE LOST -- EVERY FILE MUST *
      *    PROVE AFTER = BEFORE - MERGED, AND THE BOOK'S SHARES   *
      *    MUST COME THROUGH WHOLE                                *
      *---------------------------------------------------------*
       8500-PRINT-CONTROL-PROOF.
           MOVE FMC-CTL-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE FMC-CTL-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           PERFORM 8600-PRINT-ONE-FILE-PROOF THRU 8600-EXIT
                   VARYING FMC-FC-IDX FROM 1 BY 1
                   UNTIL FMC-FC-IDX > 8.
           MOVE 'BOOK SHARES BEFORE: ' TO FMC-SH-LABEL.
           MOVE FMC-BOOK-SHR-BEFORE TO FMC-SH-SHARES.
           MOVE FMC-SHR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BOOK SHARES AFTER: ' TO FMC-SH-LABEL.
           MOVE FMC-BOOK-SHR-AFTER TO FMC-SH-SHARES.
           MOVE FMC-SHR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF FMC-BOOK-SHR-BEFORE NOT = FMC-BOOK-SHR-AFTER
               ADD 1 TO FMC-OUT-OF-BALANCE-CT
               MOVE 'BOOK SHARES OUT OF BALANCE' TO FMC-SL-REASON
               MOVE FMC-STOP-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
       8600-PRINT-ONE-FILE-PROOF.
           MOVE FMC-FN-NAME (FMC-FC-IDX) TO FMC-CT-FILE-NAME.
           MOVE FMC-FC-BEFORE-CT (FMC-FC-IDX) TO FMC-CT-BEFORE-CT.
           MOVE FMC-FC-CONV-CT (FMC-FC-IDX) TO FMC-CT-CONV-CT.
           MOVE FMC-FC-MERGE-CT (FMC-FC-IDX) TO FMC-CT-MERGE-CT.
           MOVE FMC-FC-AFTER-CT (FMC-FC-IDX) TO FMC-CT-AFTER-CT.
           IF FMC-FC-AFTER-CT (FMC-FC-IDX)
              = FMC-FC-BEFORE-CT (FMC-FC-IDX)
              - FMC-FC-MERGE-CT (FMC-FC-IDX)
               MOVE 'BALANCED' TO FMC-CT-PROOF
           ELSE
               MOVE 'OUT OF BALANCE' TO FMC-CT-PROOF
               ADD 1 TO FMC-OUT-OF-BALANCE-CT
           END-IF.
           MOVE FMC-CTL-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8600-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE FMC-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'TRANSACTIONS READ: ' TO FMC-TL-LABEL.
           MOVE FMC-TRN-READ-CT TO FMC-TL-COUNT.
           MOVE FMC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CONVERSIONS APPLIED: ' TO FMC-TL-LABEL.
           MOVE FMC-CV-USED-CT TO FMC-TL-COUNT.
           MOVE FMC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HELD - NOT YET EFFECTIVE: ' TO FMC-TL-LABEL.
           MOVE FMC-TRN-HELD-CT TO FMC-TL-COUNT.
           MOVE FMC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REJECTED: ' TO FMC-TL-LABEL.
           MOVE FMC-TRN-REJECT-CT TO FMC-TL-COUNT.
           MOVE FMC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'XREF ROWS CARRIED: ' TO FMC-TL-LABEL.
           MOVE FMC-XREF-CARRIED-CT TO FMC-TL-COUNT.
           MOVE FMC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'XREF ROWS ADDED: ' TO FMC-TL-LABEL.
           MOVE FMC-XREF-ADDED-CT TO FMC-TL-COUNT.
           MOVE FMC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO FMC-RUN-CTL-RECORD.
           MOVE 'FMC-FUND-CONVERSION' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE FMC-RUN-CTL-RECORD.
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
           MOVE SPACES TO FMC-RUN-CTL-RECORD.
           MOVE 'FMC-FUND-CONVERSION' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE FMC-FC-BEFORE-CT (FMC-F-MST) TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE FMC-RUN-CTL-RECORD.
           CLOSE FMC-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    NOTHING TO APPLY STOPS THE RUN BEFORE ANY MASTER IS    *
      *    OPENED FOR OUTPUT                                      *
      *---------------------------------------------------------*
       9100-ABORT-RUN.
           MOVE FMC-STOP-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO FMC-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           CLOSE FMC-TRAN-FL.
           CLOSE FMC-XREF-IN.
           CLOSE FMC-XREF-OUT.
           CLOSE FMC-ACCOUNT-MASTER-FL.
           CLOSE FMC-ACCT-LOOKUP-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
           MOVE FMC-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CONVERT PART OF A FUND                                 *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE FMC-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO FMC-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE FMC-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE FMC-TRAN-FL.
           CLOSE FMC-XREF-IN.
           CLOSE FMC-XREF-OUT.
           CLOSE FMC-ACCOUNT-MASTER-FL.
           CLOSE FMC-ACCT-LOOKUP-FL.
           CLOSE FMC-ACTIVITY-IN.
           CLOSE FMC-ACTIVITY-OUT.
           CLOSE FMC-SNAPSHOT-IN.
           CLOSE FMC-SNAPSHOT-OUT.
           CLOSE FMC-BOOK-IN.
           CLOSE FMC-BOOK-OUT.
           CLOSE FMC-CIV-IN.
           CLOSE FMC-CIV-OUT.
           CLOSE FMC-LOI-IN.
           CLOSE FMC-LOI-OUT.
           CLOSE FMC-CKR-IN.
           CLOSE FMC-CKR-OUT.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF FMC-NEW-RC > FMC-RUN-RC
               MOVE FMC-NEW-RC TO FMC-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF FMC-TRN-REJECT-CT > ZERO
              OR FMC-TRN-HELD-CT > ZERO
               MOVE 4 TO FMC-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF FMC-OUT-OF-BALANCE-CT > ZERO
               MOVE 8 TO FMC-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE FMC-RUN-RC TO FMC-RCD-OUT.
           EVALUATE FMC-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO FMC-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO FMC-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO FMC-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO FMC-RCD-REASON
           END-EVALUATE.
           MOVE FMC-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE FMC-RUN-RC TO RETURN-CODE.
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
           MOVE 'FMC-FUND-CONVERSION' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
