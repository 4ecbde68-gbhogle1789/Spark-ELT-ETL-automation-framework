       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNR-SENIOR-REVIEW.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT SNR-CASH-FL ASSIGN TO "FNAME1".
	    SELECT SNR-ACCT-FL ASSIGN TO "FNAME4".
	    SELECT SNR-CUST-FL ASSIGN TO "FNAME5".
	    SELECT OPTIONAL SNR-ADDR-CHG-FL ASSIGN TO "ADRCHGI".
	    SELECT OPTIONAL SNR-CONTACT-MASTER-FL ASSIGN TO "TCNMSTR"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS TCN-MST-KEY.
	    SELECT OPTIONAL SNR-HIST-IN ASSIGN TO "SNRHISTI".
	    SELECT SNR-HIST-OUT ASSIGN TO "SNRHISTO".
	    SELECT OPTIONAL SNR-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
       FD  SNR-CASH-FL.
       01  SNR-CASH-RECORD.
           05  SNR-CSH-RECORD-TYPE-CD        PIC X(1).
               88  SNR-CSH-RECORD-TYPE-DETAIL    VALUE 'D'.
           05  SNR-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(5).
               10  SNR-CSH-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(11).
               10  SNR-CSH-LOAD-ACCT         PIC 9(11).
               10  SNR-CSH-NOLOAD-ACCT       PIC 9(11).
               10  FILLER                    PIC X(10).
               10  SNR-CSH-ORDER-NBR         PIC 9(9).
               10  FILLER                    PIC X(16).
               10  SNR-CSH-FINANCIAL-INST-ID PIC 9(7).
               10  SNR-CSH-FI-BRCH-ID        PIC X(9).
               10  FILLER                    PIC X(22).
               10  SNR-CSH-TRADE-DTE         PIC 9(8).
               10  FILLER                    PIC X(25).
               10  SNR-CSH-GROSS-AT          PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(51).
               10  SNR-CSH-TRAN-TYPE-CD      PIC X(1).
                   88  SNR-CSH-REDEMPTION        VALUE '1'.
               10  FILLER                    PIC X(90).
               10  SNR-CSH-ACCOUNT-FROM-TO   PIC 9(11).
               10  FILLER                    PIC X(25).
      *    PAYMENT METHOD AS CARRIED ON THE CASH FEED -- A CHECK
      *    DRAWN TO SOMEONE OTHER THAN THE SHAREHOLDER IS CARRIED
      *    AS THIRD PARTY, THE SAME CODES THE AML RUN READS
               10  SNR-CSH-PAY-METHOD-CDE    PIC X(1).
                   88  SNR-CSH-PAY-THIRD-PARTY   VALUE 'T'.
               10  FILLER                    PIC X(4).
               10  SNR-CSH-REVERSE-CD        PIC X(1).
                   88  SNR-CSH-REVERSAL          VALUE 'Y'.
               10  SNR-CSH-TRAN-STATUS-CDE   PIC X(1).
                   88  SNR-CSH-STATUS-NOT-POSTABLE
                                             VALUE 'B' 'D' 'R'.
               10  FILLER                    PIC X(117).
       FD  SNR-ACCT-FL.
       01  SNR-ACCT-RECORD.
           05  SNR-CLO-FUND-CODE             PIC 9(7).
           05  SNR-CLO-ACCOUNT-NUMBER        PIC 9(11).
           05  SNR-CLO-CMR-BPR-ID2           PIC 9(11).
           05  SNR-CLO-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(606).
       FD  SNR-CUST-FL.
       01  SNR-CUST-RECORD.
           05  SNR-CMR-BPR-ID2               PIC 9(11).
           05  SNR-CMR-BPR-ID1               PIC 9(11).
           05  FILLER                        PIC X(8).
           05  SNR-CMR-FRST-NME              PIC X(35).
           05  FILLER                        PIC X(32).
           05  SNR-CMR-CRP-LST-NME           PIC X(35).
           05  FILLER                        PIC X(91).
           05  SNR-CMR-BTH-DTE               PIC X(10).
           05  SNR-CMR-BTH-DTE-R REDEFINES SNR-CMR-BTH-DTE.
               10  SNR-CMR-BTH-YYYY          PIC X(4).
               10  FILLER                    PIC X(1).
               10  SNR-CMR-BTH-MM            PIC X(2).
               10  FILLER                    PIC X(1).
               10  SNR-CMR-BTH-DD            PIC X(2).
           05  SNR-CMR-DCS-DTE               PIC X(10).
           05  FILLER                        PIC X(233).
           05  SNR-CMR-ADR-LINE-1            PIC X(35).
           05  FILLER                        PIC X(175).
           05  SNR-CMR-ADR-CITY              PIC X(35).
           05  FILLER                        PIC X(59).
           05  SNR-CMR-PHN-NBR-TXT           PIC X(20).
           05  FILLER                        PIC X(297).
      *---------------------------------------------------------*
      *    ROLLING RECENT ADDRESS CHANGES AS CARRIED FORWARD BY   *
      *    THE ADDRESS-CHANGE FRAUD WATCH                         *
      *---------------------------------------------------------*
       FD  SNR-ADDR-CHG-FL.
       01  SNR-ADDR-CHG-RECORD.
           05  SAC-CMR-BPR-ID1               PIC 9(11).
           05  SAC-CMR-BPR-ID2               PIC 9(11).
           05  SAC-OLD-ADR-LINE-1            PIC X(35).
           05  SAC-NEW-ADR-LINE-1            PIC X(35).
           05  SAC-CHANGE-DTE                PIC 9(8).
           05  FILLER                        PIC X(10).
       FD  SNR-CONTACT-MASTER-FL.
       COPY TCNMSTR.
      *---------------------------------------------------------*
      *    REDEMPTION HISTORY FOR ACCOUNTS OF CUSTOMERS NEARING   *
      *    OR PAST THE SENIOR AGE -- ONE ROW PER ACCOUNT AND      *
      *    PAYMENT DESTINATION (PAYMENT METHOD, RECEIVING FIRM    *
      *    AND BRANCH, RECEIVING ACCOUNT)                         *
      *---------------------------------------------------------*
       FD  SNR-HIST-IN.
       01  SNR-HIST-IN-RECORD.
           05  SHI-ACCOUNT-NBR               PIC 9(11).
           05  SHI-PAY-METHOD-CDE            PIC X(1).
           05  SHI-FINANCIAL-INST-ID         PIC 9(7).
           05  SHI-FI-BRCH-ID                PIC X(9).
           05  SHI-ACCOUNT-FROM-TO           PIC 9(11).
           05  SHI-FIRST-DTE                 PIC 9(8).
           05  SHI-LAST-DTE                  PIC 9(8).
           05  SHI-REDEEM-CT                 PIC 9(5).
           05  SHI-LARGEST-AT                PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  FILLER                        PIC X(4).
       FD  SNR-HIST-OUT.
       01  SNR-HIST-OUT-RECORD.
           05  SHO-ACCOUNT-NBR               PIC 9(11).
           05  SHO-PAY-METHOD-CDE            PIC X(1).
           05  SHO-FINANCIAL-INST-ID         PIC 9(7).
           05  SHO-FI-BRCH-ID                PIC X(9).
           05  SHO-ACCOUNT-FROM-TO           PIC 9(11).
           05  SHO-FIRST-DTE                 PIC 9(8).
           05  SHO-LAST-DTE                  PIC 9(8).
           05  SHO-REDEEM-CT                 PIC 9(5).
           05  SHO-LARGEST-AT                PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  FILLER                        PIC X(4).
       FD  SNR-RUN-CTL-FL.
       01  SNR-RUN-CTL-RECORD.
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
       01  SNR-SWITCHES.
           05  SNR-CSH-EOF-SW                PIC X(01)   VALUE 'N'.
               88  SNR-CSH-EOF                   VALUE 'Y'.
           05  SNR-ACT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  SNR-ACT-EOF                   VALUE 'Y'.
           05  SNR-CST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  SNR-CST-EOF                   VALUE 'Y'.
           05  SNR-SAC-EOF-SW                PIC X(01)   VALUE 'N'.
               88  SNR-SAC-EOF                   VALUE 'Y'.
           05  SNR-SHI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  SNR-SHI-EOF                   VALUE 'Y'.
           05  SNR-LNK-FOUND-SW              PIC X(01)   VALUE 'N'.
               88  SNR-LNK-FOUND                 VALUE 'Y'.
               88  SNR-LNK-NOT-FOUND             VALUE 'N'.
           05  SNR-CU-FOUND-SW               PIC X(01)   VALUE 'N'.
               88  SNR-CU-FOUND                  VALUE 'Y'.
               88  SNR-CU-NOT-FOUND              VALUE 'N'.
           05  SNR-TC-FOUND-SW               PIC X(01)   VALUE 'N'.
               88  SNR-TC-FOUND                  VALUE 'Y'.
               88  SNR-TC-NOT-FOUND              VALUE 'N'.
       01  SNR-FLAG-SWITCHES.
           05  SNR-LARGE-SW                  PIC X(01)   VALUE 'N'.
               88  SNR-FLAG-LARGE                VALUE 'Y'.
           05  SNR-FIRST-SW                  PIC X(01)   VALUE 'N'.
               88  SNR-FLAG-FIRST                VALUE 'Y'.
           05  SNR-NEWPAY-SW                 PIC X(01)   VALUE 'N'.
               88  SNR-FLAG-NEW-PAYEE            VALUE 'Y'.
           05  SNR-NEWADR-SW                 PIC X(01)   VALUE 'N'.
               88  SNR-FLAG-NEW-ADDRESS          VALUE 'Y'.
       01  SNR-COUNTERS                      COMP.
           05  SNR-CSH-READ-CT               PIC 9(09)   VALUE ZERO.
           05  SNR-CST-READ-CT               PIC 9(09)   VALUE ZERO.
           05  SNR-NO-BIRTH-CT               PIC 9(07)   VALUE ZERO.
           05  SNR-DECEASED-CT               PIC 9(07)   VALUE ZERO.
           05  SNR-SENIOR-CT                 PIC 9(07)   VALUE ZERO.
           05  SNR-NO-CONTACT-CT             PIC 9(07)   VALUE ZERO.
           05  SNR-REVIEWED-CT               PIC 9(07)   VALUE ZERO.
           05  SNR-HIT-CT                    PIC 9(07)   VALUE ZERO.
           05  SNR-LARGE-CT                  PIC 9(07)   VALUE ZERO.
           05  SNR-FIRST-CT                  PIC 9(07)   VALUE ZERO.
           05  SNR-NEWPAY-CT                 PIC 9(07)   VALUE ZERO.
           05  SNR-NEWADR-CT                 PIC 9(07)   VALUE ZERO.
           05  SNR-NOTC-REDEEM-CT            PIC 9(07)   VALUE ZERO.
           05  SNR-REVERSAL-SKIP-CT          PIC 9(07)   VALUE ZERO.
           05  SNR-STATUS-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  SNR-HIST-IN-CT                PIC 9(07)   VALUE ZERO.
           05  SNR-HIST-AGED-CT              PIC 9(07)   VALUE ZERO.
           05  SNR-HIST-ADDED-CT             PIC 9(07)   VALUE ZERO.
           05  SNR-HIST-OUT-CT               PIC 9(07)   VALUE ZERO.
           05  SNR-FOOT-BREAK-CT             PIC 9(02)   VALUE ZERO.
       01  SNR-CU-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  SNR-LNK-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  SNR-HST-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  SNR-HST-SUB                       PIC 9(05)   COMP
                                              VALUE ZERO.
       01  SNR-HST-MATCH-SUB                 PIC 9(05)   COMP
                                              VALUE ZERO.
       01  SNR-HST-PRIOR-CT                  PIC 9(05)   COMP
                                              VALUE ZERO.
       01  SNR-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  SNR-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  SNR-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  SNR-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  SNR-RCD-REASON               PIC X(40).
       01  SNR-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  SNR-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    SENIOR AGE, THE AGE FROM WHICH REDEMPTION HISTORY IS   *
      *    KEPT SO A NEW SENIOR ALREADY HAS A TRACK RECORD, THE   *
      *    LARGE-REDEMPTION TESTS, THE ADDRESS-CHANGE WINDOW AND  *
      *    HISTORY RETENTION -- STARTER VALUES PENDING THE        *
      *    COMPLIANCE DESK'S SIGN-OFF                             *
      *---------------------------------------------------------*
       01  SNR-SENIOR-AGE                    PIC 9(03)   VALUE 65.
       01  SNR-HISTORY-AGE                   PIC 9(03)   VALUE 60.
       01  SNR-LARGE-AT                      PIC S9(13)V9(2)
                                              VALUE 50000.00.
       01  SNR-LARGE-FLOOR-AT                PIC S9(13)V9(2)
                                              VALUE 10000.00.
       01  SNR-LARGE-MULTIPLE                PIC 9(02)   VALUE 3.
       01  SNR-ADR-WINDOW-DAYS               PIC 9(03)   VALUE 30.
       01  SNR-HIST-KEEP-DAYS                PIC 9(05)   VALUE 1826.
      *---------------------------------------------------------*
      *    CUSTOMERS AT OR PAST THE HISTORY AGE, WITH THEIR AGE,  *
      *    TRUSTED-CONTACT AND RECENT-ADDRESS-CHANGE STATUS       *
      *---------------------------------------------------------*
       01  SNR-CU-TBL.
           05  SNR-CU-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY SNR-CU-IDX.
               10  SNR-CU-BPR-ID1            PIC 9(11).
               10  SNR-CU-BPR-ID2            PIC 9(11).
               10  SNR-CU-LST-NME            PIC X(20).
               10  SNR-CU-AGE                PIC 9(03).
               10  SNR-CU-SENIOR-SW          PIC X(01).
                   88  SNR-CU-SENIOR             VALUE 'Y'.
               10  SNR-CU-CONTACT-SW         PIC X(01).
                   88  SNR-CU-HAS-CONTACT        VALUE 'Y'.
                   88  SNR-CU-NO-CONTACT         VALUE 'N'.
               10  SNR-CU-ADR-CHG-SW         PIC X(01).
                   88  SNR-CU-ADR-CHANGED        VALUE 'Y'.
               10  SNR-CU-LISTED-SW          PIC X(01).
                   88  SNR-CU-LISTED             VALUE 'Y'.
               10  SNR-CU-PHN-NBR-TXT        PIC X(20).
       01  SNR-LNK-TBL.
           05  SNR-LK-ENTRY                  OCCURS 30000 TIMES
                                              INDEXED BY SNR-LK-IDX.
               10  SNR-LK-ACCOUNT-NBR        PIC 9(11).
               10  SNR-LK-CU-SUB             PIC 9(05)   COMP.
       01  SNR-HST-TBL.
           05  SNR-HS-ENTRY                  OCCURS 30000 TIMES
                                              INDEXED BY SNR-HS-IDX.
               10  SNR-HS-ACCOUNT-NBR        PIC 9(11).
               10  SNR-HS-PAY-METHOD-CDE     PIC X(01).
               10  SNR-HS-FINANCIAL-INST-ID  PIC 9(07).
               10  SNR-HS-FI-BRCH-ID         PIC X(09).
               10  SNR-HS-ACCOUNT-FROM-TO    PIC 9(11).
               10  SNR-HS-FIRST-DTE          PIC 9(08).
               10  SNR-HS-LAST-DTE           PIC 9(08).
               10  SNR-HS-REDEEM-CT          PIC 9(05).
               10  SNR-HS-LARGEST-AT         PIC S9(13)V9(2).
       01  SNR-WK-ACCT-NBR                   PIC 9(11)   VALUE ZERO.
       01  SNR-WK-LARGEST-AT                 PIC S9(13)V9(2)
                                              VALUE ZERO.
       01  SNR-WK-RELATIVE-AT                PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  SNR-DATE-WORK.
           05  SNR-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  SNR-RUN-DTE-R REDEFINES SNR-RUN-DTE.
               10  SNR-RUN-YYYY              PIC 9(04).
               10  SNR-RUN-MM                PIC 9(02).
               10  SNR-RUN-DD                PIC 9(02).
           05  SNR-BTH-YYYY                  PIC 9(04)   VALUE ZERO.
           05  SNR-BTH-MM                    PIC 9(02)   VALUE ZERO.
           05  SNR-BTH-DD                    PIC 9(02)   VALUE ZERO.
           05  SNR-AGE-WK                    PIC S9(03)  COMP
                                              VALUE ZERO.
           05  SNR-DAYS-SINCE                PIC S9(07)  COMP
                                              VALUE ZERO.
       01  SNR-EXC-RED-KEY.
           05  SNR-EXC-ACCOUNT-NBR           PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  SNR-EXC-ORDER-NBR             PIC 9(09).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  SNR-EXC-TRADE-DTE             PIC 9(08).
       01  SNR-EXC-CUST-KEY.
           05  SNR-EXC-BPR-ID1               PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  SNR-EXC-BPR-ID2               PIC 9(11).
       01  SNR-HIT-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(46)
               VALUE 'SENIOR REDEMPTION REVIEW - CALL BEFORE RELEASE'.
       01  SNR-HIT-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID1'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'CUSTOMER'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'AGE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'TRADE DT'.
           05  FILLER                        PIC X(09)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'AMOUNT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(28)
               VALUE 'REVIEW FLAGS'.
           05  FILLER                        PIC X(04)   VALUE 'TC'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'PHONE'.
       01  SNR-HIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  SNR-HL-BPR-ID1                PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  SNR-HL-LST-NME                PIC X(20).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  SNR-HL-AGE                    PIC ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  SNR-HL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  SNR-HL-TRADE-DTE              PIC 9(08).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  SNR-HL-AMOUNT                 PIC ---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  SNR-HL-FLAGS.
               10  SNR-HL-FLAG-LARGE         PIC X(06).
               10  FILLER                    PIC X(01)   VALUE SPACES.
               10  SNR-HL-FLAG-FIRST         PIC X(06).
               10  FILLER                    PIC X(01)   VALUE SPACES.
               10  SNR-HL-FLAG-NEWPAY        PIC X(06).
               10  FILLER                    PIC X(01)   VALUE SPACES.
               10  SNR-HL-FLAG-NEWADR        PIC X(06).
               10  FILLER                    PIC X(01)   VALUE SPACES.
           05  SNR-HL-CONTACT                PIC X(04).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  SNR-HL-PHN-NBR-TXT            PIC X(20).
       01  SNR-NTC-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'SENIORS REDEEMING WITH NO TRUSTED CONTACT'.
       01  SNR-NTC-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID1'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID2'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'CUSTOMER'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'AGE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'PHONE'.
       01  SNR-NTC-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  SNR-NL-BPR-ID1                PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  SNR-NL-BPR-ID2                PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  SNR-NL-LST-NME                PIC X(20).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  SNR-NL-AGE                    PIC ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  SNR-NL-PHN-NBR-TXT            PIC X(20).
       01  SNR-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'SENIOR REDEMPTION REVIEW CONTROL TOTALS'.
       01  SNR-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  SNR-TL-LABEL                  PIC X(30).
           05  SNR-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  SNR-FOOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  SNR-FT-RESULT                 PIC X(50).
      *---------------------------------------------------------*
      *    EACH DETAIL STREAM IS CAPTURED DURING THE RUN AND      *
      *    PRINTED UNDER ITS OWN NUMBERED SECTION AT END OF RUN,  *
      *    SO PAGE-OVERFLOW HEADINGS ALWAYS MATCH THE STREAM      *
      *---------------------------------------------------------*
       01  SNR-HIT-CAP-TBL.
           05  SNR-HIT-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY SNR-HIT-CAP-IX.
       01  SNR-HIT-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  SNR-HIT-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  SNR-NTC-CAP-TBL.
           05  SNR-NTC-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY SNR-NTC-CAP-IX.
       01  SNR-NTC-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  SNR-NTC-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  SNR-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-CUSTOMERS THRU 2000-EXIT
               UNTIL SNR-CST-EOF.
           PERFORM 3000-LOAD-ACCOUNT-LINKS THRU 3000-EXIT
               UNTIL SNR-ACT-EOF.
           PERFORM 3500-LOAD-ADDRESS-CHANGES THRU 3500-EXIT
               UNTIL SNR-SAC-EOF.
           PERFORM 4000-REVIEW-CASH-MOVEMENTS THRU 4000-EXIT
               UNTIL SNR-CSH-EOF.
           PERFORM 7000-CARRY-HISTORY-FORWARD THRU 7000-EXIT.
           PERFORM 8500-PRINT-HIT-SECTION THRU 8500-EXIT.
           PERFORM 8510-PRINT-NTC-SECTION THRU 8510-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE SNR-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------*
      *    OPEN FILES, LOAD THE REDEMPTION HISTORY, PRIME THE     *
      *    CUSTOMER, ACCOUNT AND CASH READS                       *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT SNR-CASH-FL.
           OPEN INPUT SNR-ACCT-FL.
           OPEN INPUT SNR-CUST-FL.
           OPEN INPUT SNR-ADDR-CHG-FL.
           OPEN INPUT SNR-CONTACT-MASTER-FL.
           OPEN INPUT SNR-HIST-IN.
           OPEN OUTPUT SNR-HIST-OUT.
           OPEN EXTEND SNR-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT SNR-RUN-DTE FROM DATE YYYYMMDD.
           MOVE SNR-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1100-LOAD-HISTORY THRU 1100-EXIT
               UNTIL SNR-SHI-EOF.
           READ SNR-CUST-FL
               AT END
                   SET SNR-CST-EOF TO TRUE
           END-READ.
           READ SNR-ACCT-FL
               AT END
                   SET SNR-ACT-EOF TO TRUE
           END-READ.
           READ SNR-CASH-FL
               AT END
                   SET SNR-CSH-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY ONLY HISTORY ROWS USED INSIDE THE RETENTION      *
      *    PERIOD -- A DESTINATION NOT PAID IN THAT LONG AGES     *
      *    OFF AND WOULD COUNT AS NEW AGAIN                       *
      *---------------------------------------------------------*
       1100-LOAD-HISTORY.
           READ SNR-HIST-IN
               AT END
                   SET SNR-SHI-EOF TO TRUE
           END-READ.
           IF SNR-SHI-EOF
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO SNR-HIST-IN-CT.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE SHI-LAST-DTE TO DTE-DATE-1.
           MOVE SNR-RUN-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO SNR-DAYS-SINCE.
           IF SNR-DAYS-SINCE > SNR-HIST-KEEP-DAYS
               ADD 1 TO SNR-HIST-AGED-CT
               GO TO 1100-EXIT
           END-IF.
           IF SNR-HST-USED-CT >= 30000
               MOVE ' REDEMPTION HISTORY' TO SNR-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO SNR-HST-USED-CT.
           SET SNR-HS-IDX TO SNR-HST-USED-CT.
           MOVE SHI-ACCOUNT-NBR TO SNR-HS-ACCOUNT-NBR (SNR-HS-IDX).
           MOVE SHI-PAY-METHOD-CDE
               TO SNR-HS-PAY-METHOD-CDE (SNR-HS-IDX).
           MOVE SHI-FINANCIAL-INST-ID
               TO SNR-HS-FINANCIAL-INST-ID (SNR-HS-IDX).
           MOVE SHI-FI-BRCH-ID TO SNR-HS-FI-BRCH-ID (SNR-HS-IDX).
           MOVE SHI-ACCOUNT-FROM-TO
               TO SNR-HS-ACCOUNT-FROM-TO (SNR-HS-IDX).
           MOVE SHI-FIRST-DTE TO SNR-HS-FIRST-DTE (SNR-HS-IDX).
           MOVE SHI-LAST-DTE TO SNR-HS-LAST-DTE (SNR-HS-IDX).
           MOVE SHI-REDEEM-CT TO SNR-HS-REDEEM-CT (SNR-HS-IDX).
           MOVE SHI-LARGEST-AT TO SNR-HS-LARGEST-AT (SNR-HS-IDX).
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    KEEP EVERY LIVING CUSTOMER AT OR PAST THE HISTORY AGE. *
      *    THOSE AT OR PAST THE SENIOR AGE ARE CHECKED FOR A      *
      *    TRUSTED CONTACT; ONE WITH NONE IS POSTED TO THE        *
      *    EXCEPTION QUEUE EVERY NIGHT UNTIL ONE IS CAPTURED      *
      *---------------------------------------------------------*
       2000-LOAD-CUSTOMERS.
           ADD 1 TO SNR-CST-READ-CT.
           PERFORM 2100-AGE-ONE-CUSTOMER THRU 2100-EXIT.
           READ SNR-CUST-FL
               AT END
                   SET SNR-CST-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
       2100-AGE-ONE-CUSTOMER.
           IF SNR-CMR-DCS-DTE NOT = SPACES
              AND SNR-CMR-DCS-DTE NOT = '0000-00-00'
               ADD 1 TO SNR-DECEASED-CT
               GO TO 2100-EXIT
           END-IF.
           IF SNR-CMR-BTH-YYYY NOT NUMERIC
              OR SNR-CMR-BTH-MM NOT NUMERIC
              OR SNR-CMR-BTH-DD NOT NUMERIC
              OR SNR-CMR-BTH-YYYY < '1850'
               ADD 1 TO SNR-NO-BIRTH-CT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-COMPUTE-AGE THRU 2150-EXIT.
           IF SNR-AGE-WK < SNR-HISTORY-AGE
               GO TO 2100-EXIT
           END-IF.
           IF SNR-CU-USED-CT >= 20000
               MOVE ' CUSTOMERS' TO SNR-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO SNR-CU-USED-CT.
           SET SNR-CU-IDX TO SNR-CU-USED-CT.
           MOVE SNR-CMR-BPR-ID1 TO SNR-CU-BPR-ID1 (SNR-CU-IDX).
           MOVE SNR-CMR-BPR-ID2 TO SNR-CU-BPR-ID2 (SNR-CU-IDX).
           MOVE SNR-CMR-CRP-LST-NME TO SNR-CU-LST-NME (SNR-CU-IDX).
           MOVE SNR-AGE-WK TO SNR-CU-AGE (SNR-CU-IDX).
           MOVE 'N' TO SNR-CU-SENIOR-SW (SNR-CU-IDX).
           MOVE 'N' TO SNR-CU-CONTACT-SW (SNR-CU-IDX).
           MOVE 'N' TO SNR-CU-ADR-CHG-SW (SNR-CU-IDX).
           MOVE 'N' TO SNR-CU-LISTED-SW (SNR-CU-IDX).
           MOVE SNR-CMR-PHN-NBR-TXT
               TO SNR-CU-PHN-NBR-TXT (SNR-CU-IDX).
           IF SNR-AGE-WK < SNR-SENIOR-AGE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO SNR-SENIOR-CT.
           MOVE 'Y' TO SNR-CU-SENIOR-SW (SNR-CU-IDX).
           PERFORM 2200-CHECK-TRUSTED-CONTACT THRU 2200-EXIT.
           IF SNR-TC-FOUND
               MOVE 'Y' TO SNR-CU-CONTACT-SW (SNR-CU-IDX)
           ELSE
               ADD 1 TO SNR-NO-CONTACT-CT
               PERFORM 2300-POST-NO-CONTACT THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    AGE IN WHOLE YEARS AT TODAY'S DATE -- ONE YEAR LESS    *
      *    UNTIL THIS YEAR'S BIRTHDAY HAS BEEN REACHED            *
      *---------------------------------------------------------*
       2150-COMPUTE-AGE.
           MOVE SNR-CMR-BTH-YYYY TO SNR-BTH-YYYY.
           MOVE SNR-CMR-BTH-MM TO SNR-BTH-MM.
           MOVE SNR-CMR-BTH-DD TO SNR-BTH-DD.
           IF SNR-BTH-YYYY NOT < SNR-RUN-YYYY
               MOVE ZERO TO SNR-AGE-WK
               GO TO 2150-EXIT
           END-IF.
           COMPUTE SNR-AGE-WK = SNR-RUN-YYYY - SNR-BTH-YYYY.
           IF SNR-RUN-MM < SNR-BTH-MM
               SUBTRACT 1 FROM SNR-AGE-WK
               GO TO 2150-EXIT
           END-IF.
           IF SNR-RUN-MM = SNR-BTH-MM
              AND SNR-RUN-DD < SNR-BTH-DD
               SUBTRACT 1 FROM SNR-AGE-WK
           END-IF.
       2150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POSITION ON THE FIRST CONTACT ROW FOR THE CUSTOMER --  *
      *    ANY ROW UNDER THE SAME BPR ID1/ID2 IS A CONTACT ON     *
      *    FILE                                                   *
      *---------------------------------------------------------*
       2200-CHECK-TRUSTED-CONTACT.
           SET SNR-TC-NOT-FOUND TO TRUE.
           MOVE SNR-CMR-BPR-ID1 TO TCN-MST-CMR-BPR-ID1.
           MOVE SNR-CMR-BPR-ID2 TO TCN-MST-CMR-BPR-ID2.
           MOVE ZERO TO TCN-MST-CONTACT-SEQ.
           START SNR-CONTACT-MASTER-FL KEY NOT < TCN-MST-KEY
               INVALID KEY
                   GO TO 2200-EXIT
           END-START.
           READ SNR-CONTACT-MASTER-FL NEXT RECORD
               AT END
                   GO TO 2200-EXIT
           END-READ.
           IF TCN-MST-CMR-BPR-ID1 = SNR-CMR-BPR-ID1
              AND TCN-MST-CMR-BPR-ID2 = SNR-CMR-BPR-ID2
               SET SNR-TC-FOUND TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
       2300-POST-NO-CONTACT.
           MOVE SNR-CMR-BPR-ID1 TO SNR-EXC-BPR-ID1.
           MOVE SNR-CMR-BPR-ID2 TO SNR-EXC-BPR-ID2.
           MOVE 'SRNOTC' TO RPT-EXC-TYPE-CD.
           MOVE SNR-EXC-CUST-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE ZERO TO RPT-EXC-AMOUNT-AT.
           MOVE 'SENIOR CUSTOMER - NO TRUSTED CONTACT'
               TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       2300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BRIDGE ACCOUNTS TO THE KEPT CUSTOMERS THROUGH THE      *
      *    ACCOUNT-ACTIVITY LINKAGE, THE SAME WAY THE ADDRESS     *
      *    WATCH DOES                                             *
      *---------------------------------------------------------*
       3000-LOAD-ACCOUNT-LINKS.
           PERFORM 3100-LINK-ONE-ACCOUNT THRU 3100-EXIT.
           READ SNR-ACCT-FL
               AT END
                   SET SNR-ACT-EOF TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.
       3100-LINK-ONE-ACCOUNT.
           IF SNR-CU-USED-CT = ZERO
               GO TO 3100-EXIT
           END-IF.
           SET SNR-CU-IDX TO 1.
           SEARCH SNR-CU-ENTRY VARYING SNR-CU-IDX
               AT END
                   GO TO 3100-EXIT
               WHEN SNR-CU-BPR-ID1 (SNR-CU-IDX) = SNR-CLO-CMR-BPR-ID1
                AND SNR-CU-BPR-ID2 (SNR-CU-IDX) = SNR-CLO-CMR-BPR-ID2
                   CONTINUE
           END-SEARCH.
           IF SNR-LNK-USED-CT >= 30000
               MOVE ' ACCOUNT LINKS' TO SNR-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO SNR-LNK-USED-CT.
           SET SNR-LK-IDX TO SNR-LNK-USED-CT.
           MOVE SNR-CLO-ACCOUNT-NUMBER
               TO SNR-LK-ACCOUNT-NBR (SNR-LK-IDX).
           SET SNR-LK-CU-SUB (SNR-LK-IDX) TO SNR-CU-IDX.
       3100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A KEPT CUSTOMER WHOSE ADDRESS MOVED INSIDE THE WINDOW  *
      *    IS MARKED -- A REDEMPTION NOW GOES TO A NEW ADDRESS    *
      *---------------------------------------------------------*
       3500-LOAD-ADDRESS-CHANGES.
           READ SNR-ADDR-CHG-FL
               AT END
                   SET SNR-SAC-EOF TO TRUE
           END-READ.
           IF SNR-SAC-EOF
               GO TO 3500-EXIT
           END-IF.
           IF SNR-CU-USED-CT = ZERO
               GO TO 3500-EXIT
           END-IF.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE SAC-CHANGE-DTE TO DTE-DATE-1.
           MOVE SNR-RUN-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO SNR-DAYS-SINCE.
           IF SNR-DAYS-SINCE > SNR-ADR-WINDOW-DAYS
               GO TO 3500-EXIT
           END-IF.
           SET SNR-CU-IDX TO 1.
           SEARCH SNR-CU-ENTRY VARYING SNR-CU-IDX
               AT END
                   GO TO 3500-EXIT
               WHEN SNR-CU-BPR-ID1 (SNR-CU-IDX) = SAC-CMR-BPR-ID1
                AND SNR-CU-BPR-ID2 (SNR-CU-IDX) = SAC-CMR-BPR-ID2
                   MOVE 'Y' TO SNR-CU-ADR-CHG-SW (SNR-CU-IDX)
           END-SEARCH.
       3500-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY POSTABLE REDEMPTION ON A KEPT CUSTOMER'S         *
      *    ACCOUNT FEEDS THE HISTORY; A SENIOR'S IS REVIEWED      *
      *    AGAINST THAT HISTORY BEFORE IT IS ADDED                *
      *---------------------------------------------------------*
       4000-REVIEW-CASH-MOVEMENTS.
           ADD 1 TO SNR-CSH-READ-CT.
           IF SNR-CSH-RECORD-TYPE-DETAIL
              AND SNR-CSH-REDEMPTION
               PERFORM 4100-REVIEW-ONE-REDEMPTION THRU 4100-EXIT
           END-IF.
           READ SNR-CASH-FL
               AT END
                   SET SNR-CSH-EOF TO TRUE
           END-READ.
       4000-EXIT.
           EXIT.
       4100-REVIEW-ONE-REDEMPTION.
           IF SNR-CSH-STATUS-NOT-POSTABLE
               ADD 1 TO SNR-STATUS-SKIP-CT
               GO TO 4100-EXIT
           END-IF.
           IF SNR-CSH-REVERSAL
               ADD 1 TO SNR-REVERSAL-SKIP-CT
               GO TO 4100-EXIT
           END-IF.
           IF SNR-LNK-USED-CT = ZERO
               GO TO 4100-EXIT
           END-IF.
      *    THE MOVEMENT MAY RIDE ON EITHER SIDE OF THE ACCOUNT
      *    PAIR -- TRY THE LOAD NUMBER FIRST, THEN THE NOLOAD
           MOVE SNR-CSH-LOAD-ACCT TO SNR-WK-ACCT-NBR.
           PERFORM 4150-FIND-ACCOUNT-LINK THRU 4150-EXIT.
           IF SNR-LNK-NOT-FOUND
              AND SNR-CSH-NOLOAD-ACCT NOT = ZERO
              AND SNR-CSH-NOLOAD-ACCT NOT = SNR-CSH-LOAD-ACCT
               MOVE SNR-CSH-NOLOAD-ACCT TO SNR-WK-ACCT-NBR
               PERFORM 4150-FIND-ACCOUNT-LINK THRU 4150-EXIT
           END-IF.
           IF SNR-LNK-NOT-FOUND
               GO TO 4100-EXIT
           END-IF.
           SET SNR-CU-IDX TO SNR-LK-CU-SUB (SNR-LK-IDX).
           PERFORM 4200-SCAN-HISTORY THRU 4200-EXIT.
           IF SNR-CU-SENIOR (SNR-CU-IDX)
               ADD 1 TO SNR-REVIEWED-CT
               PERFORM 4300-FLAG-REDEMPTION THRU 4300-EXIT
           END-IF.
           PERFORM 4500-UPDATE-HISTORY THRU 4500-EXIT.
       4100-EXIT.
           EXIT.
       4150-FIND-ACCOUNT-LINK.
           SET SNR-LNK-NOT-FOUND TO TRUE.
           SET SNR-LK-IDX TO 1.
           SEARCH SNR-LK-ENTRY VARYING SNR-LK-IDX
               AT END
                   CONTINUE
               WHEN SNR-LK-ACCOUNT-NBR (SNR-LK-IDX)
                    = SNR-WK-ACCT-NBR
                   SET SNR-LNK-FOUND TO TRUE
           END-SEARCH.
       4150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    WHAT THE ACCOUNT HAS DONE BEFORE -- HOW MANY PRIOR     *
      *    DESTINATION ROWS, THE LARGEST PRIOR REDEMPTION, AND    *
      *    WHETHER TODAY'S DESTINATION HAS BEEN PAID BEFORE       *
      *---------------------------------------------------------*
       4200-SCAN-HISTORY.
           MOVE ZERO TO SNR-HST-PRIOR-CT.
           MOVE ZERO TO SNR-HST-MATCH-SUB.
           MOVE ZERO TO SNR-WK-LARGEST-AT.
           IF SNR-HST-USED-CT > ZERO
               PERFORM 4210-SCAN-ONE-HISTORY THRU 4210-EXIT
                       VARYING SNR-HST-SUB FROM 1 BY 1
                       UNTIL SNR-HST-SUB > SNR-HST-USED-CT
           END-IF.
       4200-EXIT.
           EXIT.
       4210-SCAN-ONE-HISTORY.
           IF SNR-HS-ACCOUNT-NBR (SNR-HST-SUB) NOT = SNR-WK-ACCT-NBR
               GO TO 4210-EXIT
           END-IF.
           ADD 1 TO SNR-HST-PRIOR-CT.
           IF SNR-HS-LARGEST-AT (SNR-HST-SUB) > SNR-WK-LARGEST-AT
               MOVE SNR-HS-LARGEST-AT (SNR-HST-SUB)
                   TO SNR-WK-LARGEST-AT
           END-IF.
           IF SNR-HS-PAY-METHOD-CDE (SNR-HST-SUB)
                  = SNR-CSH-PAY-METHOD-CDE
              AND SNR-HS-FINANCIAL-INST-ID (SNR-HST-SUB)
                  = SNR-CSH-FINANCIAL-INST-ID
              AND SNR-HS-FI-BRCH-ID (SNR-HST-SUB)
                  = SNR-CSH-FI-BRCH-ID
              AND SNR-HS-ACCOUNT-FROM-TO (SNR-HST-SUB)
                  = SNR-CSH-ACCOUNT-FROM-TO
               MOVE SNR-HST-SUB TO SNR-HST-MATCH-SUB
           END-IF.
       4210-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    REVIEW TESTS FOR A SENIOR'S REDEMPTION:                *
      *      LARGE  - AT OR OVER THE LARGE AMOUNT, OR OVER THE    *
      *               FLOOR AND A MULTIPLE OF THE LARGEST PRIOR   *
      *      FIRST  - NO PRIOR REDEMPTION ON THE ACCOUNT          *
      *      NEWPAY - A DESTINATION NEVER PAID BEFORE, OR A       *
      *               THIRD-PARTY CHECK                           *
      *      NEWADR - THE CUSTOMER'S ADDRESS MOVED IN THE WINDOW  *
      *    A SENIOR WITH NO TRUSTED CONTACT IS LISTED ONCE FOR    *
      *    THE DESK WHENEVER ANY REDEMPTION COMES THROUGH         *
      *---------------------------------------------------------*
       4300-FLAG-REDEMPTION.
           MOVE 'N' TO SNR-LARGE-SW.
           MOVE 'N' TO SNR-FIRST-SW.
           MOVE 'N' TO SNR-NEWPAY-SW.
           MOVE 'N' TO SNR-NEWADR-SW.
           IF SNR-CSH-GROSS-AT NOT < SNR-LARGE-AT
               MOVE 'Y' TO SNR-LARGE-SW
           END-IF.
           IF SNR-HST-PRIOR-CT = ZERO
               MOVE 'Y' TO SNR-FIRST-SW
           ELSE
               COMPUTE SNR-WK-RELATIVE-AT
                   = SNR-WK-LARGEST-AT * SNR-LARGE-MULTIPLE
               IF SNR-CSH-GROSS-AT NOT < SNR-LARGE-FLOOR-AT
                  AND SNR-CSH-GROSS-AT > SNR-WK-RELATIVE-AT
                   MOVE 'Y' TO SNR-LARGE-SW
               END-IF
               IF SNR-HST-MATCH-SUB = ZERO
                   MOVE 'Y' TO SNR-NEWPAY-SW
               END-IF
           END-IF.
           IF SNR-CSH-PAY-THIRD-PARTY
               MOVE 'Y' TO SNR-NEWPAY-SW
           END-IF.
           IF SNR-CU-ADR-CHANGED (SNR-CU-IDX)
               MOVE 'Y' TO SNR-NEWADR-SW
           END-IF.
           IF SNR-CU-NO-CONTACT (SNR-CU-IDX)
              AND NOT SNR-CU-LISTED (SNR-CU-IDX)
               PERFORM 4450-LIST-NO-CONTACT THRU 4450-EXIT
           END-IF.
           IF NOT SNR-FLAG-LARGE
              AND NOT SNR-FLAG-FIRST
              AND NOT SNR-FLAG-NEW-PAYEE
              AND NOT SNR-FLAG-NEW-ADDRESS
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO SNR-HIT-CT.
           MOVE SNR-CU-BPR-ID1 (SNR-CU-IDX) TO SNR-HL-BPR-ID1.
           MOVE SNR-CU-LST-NME (SNR-CU-IDX) TO SNR-HL-LST-NME.
           MOVE SNR-CU-AGE (SNR-CU-IDX) TO SNR-HL-AGE.
           MOVE SNR-WK-ACCT-NBR TO SNR-HL-ACCOUNT-NBR.
           MOVE SNR-CSH-TRADE-DTE TO SNR-HL-TRADE-DTE.
           MOVE SNR-CSH-GROSS-AT TO SNR-HL-AMOUNT.
           MOVE SPACES TO SNR-HL-FLAG-LARGE.
           MOVE SPACES TO SNR-HL-FLAG-FIRST.
           MOVE SPACES TO SNR-HL-FLAG-NEWPAY.
           MOVE SPACES TO SNR-HL-FLAG-NEWADR.
           IF SNR-CU-HAS-CONTACT (SNR-CU-IDX)
               MOVE SPACES TO SNR-HL-CONTACT
           ELSE
               MOVE 'NONE' TO SNR-HL-CONTACT
           END-IF.
           MOVE SNR-CU-PHN-NBR-TXT (SNR-CU-IDX)
               TO SNR-HL-PHN-NBR-TXT.
           MOVE SNR-WK-ACCT-NBR TO SNR-EXC-ACCOUNT-NBR.
           MOVE SNR-CSH-ORDER-NBR TO SNR-EXC-ORDER-NBR.
           MOVE SNR-CSH-TRADE-DTE TO SNR-EXC-TRADE-DTE.
           MOVE SNR-EXC-RED-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE SNR-CSH-GROSS-AT TO RPT-EXC-AMOUNT-AT.
           PERFORM 4400-POST-FLAGS THRU 4400-EXIT.
           PERFORM 9550-CAPTURE-HIT-LINE THRU 9550-EXIT.
       4300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE EXCEPTION-QUEUE POSTING PER FLAG RAISED, SO EACH   *
      *    CONCERN IS WORKED AND CLOSED ON ITS OWN                *
      *---------------------------------------------------------*
       4400-POST-FLAGS.
           IF SNR-FLAG-LARGE
               ADD 1 TO SNR-LARGE-CT
               MOVE 'LARGE' TO SNR-HL-FLAG-LARGE
               MOVE 'SRLARGE' TO RPT-EXC-TYPE-CD
               MOVE 'SENIOR - UNUSUALLY LARGE REDEMPTION'
                   TO RPT-EXC-DESCRIPTION-TX
               PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT
           END-IF.
           IF SNR-FLAG-FIRST
               ADD 1 TO SNR-FIRST-CT
               MOVE 'FIRST' TO SNR-HL-FLAG-FIRST
               MOVE 'SRFIRST' TO RPT-EXC-TYPE-CD
               MOVE 'SENIOR - FIRST REDEMPTION ON ACCOUNT'
                   TO RPT-EXC-DESCRIPTION-TX
               PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT
           END-IF.
           IF SNR-FLAG-NEW-PAYEE
               ADD 1 TO SNR-NEWPAY-CT
               MOVE 'NEWPAY' TO SNR-HL-FLAG-NEWPAY
               MOVE 'SRNEWPAY' TO RPT-EXC-TYPE-CD
               MOVE 'SENIOR - REDEMPTION PAID TO NEW PAYEE'
                   TO RPT-EXC-DESCRIPTION-TX
               PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT
           END-IF.
           IF SNR-FLAG-NEW-ADDRESS
               ADD 1 TO SNR-NEWADR-CT
               MOVE 'NEWADR' TO SNR-HL-FLAG-NEWADR
               MOVE 'SRNEWADR' TO RPT-EXC-TYPE-CD
               MOVE 'SENIOR - REDEMPTION AFTER ADDRESS CHANGE'
                   TO RPT-EXC-DESCRIPTION-TX
               PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT
           END-IF.
       4400-EXIT.
           EXIT.
       4450-LIST-NO-CONTACT.
           ADD 1 TO SNR-NOTC-REDEEM-CT.
           MOVE 'Y' TO SNR-CU-LISTED-SW (SNR-CU-IDX).
           MOVE SNR-CU-BPR-ID1 (SNR-CU-IDX) TO SNR-NL-BPR-ID1.
           MOVE SNR-CU-BPR-ID2 (SNR-CU-IDX) TO SNR-NL-BPR-ID2.
           MOVE SNR-CU-LST-NME (SNR-CU-IDX) TO SNR-NL-LST-NME.
           MOVE SNR-CU-AGE (SNR-CU-IDX) TO SNR-NL-AGE.
           MOVE SNR-CU-PHN-NBR-TXT (SNR-CU-IDX)
               TO SNR-NL-PHN-NBR-TXT.
           PERFORM 9560-CAPTURE-NTC-LINE THRU 9560-EXIT.
       4450-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FOLD TODAY'S REDEMPTION INTO THE HISTORY -- BUMP THE   *
      *    DESTINATION ROW ALREADY HELD OR START A NEW ONE        *
      *---------------------------------------------------------*
       4500-UPDATE-HISTORY.
           IF SNR-HST-MATCH-SUB NOT = ZERO
               SET SNR-HS-IDX TO SNR-HST-MATCH-SUB
               ADD 1 TO SNR-HS-REDEEM-CT (SNR-HS-IDX)
               IF SNR-CSH-TRADE-DTE > SNR-HS-LAST-DTE (SNR-HS-IDX)
                   MOVE SNR-CSH-TRADE-DTE
                       TO SNR-HS-LAST-DTE (SNR-HS-IDX)
               END-IF
               IF SNR-CSH-GROSS-AT > SNR-HS-LARGEST-AT (SNR-HS-IDX)
                   MOVE SNR-CSH-GROSS-AT
                       TO SNR-HS-LARGEST-AT (SNR-HS-IDX)
               END-IF
               GO TO 4500-EXIT
           END-IF.
           IF SNR-HST-USED-CT >= 30000
               MOVE ' REDEMPTION HISTORY' TO SNR-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO SNR-HST-USED-CT.
           ADD 1 TO SNR-HIST-ADDED-CT.
           SET SNR-HS-IDX TO SNR-HST-USED-CT.
           MOVE SNR-WK-ACCT-NBR TO SNR-HS-ACCOUNT-NBR (SNR-HS-IDX).
           MOVE SNR-CSH-PAY-METHOD-CDE
               TO SNR-HS-PAY-METHOD-CDE (SNR-HS-IDX).
           MOVE SNR-CSH-FINANCIAL-INST-ID
               TO SNR-HS-FINANCIAL-INST-ID (SNR-HS-IDX).
           MOVE SNR-CSH-FI-BRCH-ID TO SNR-HS-FI-BRCH-ID (SNR-HS-IDX).
           MOVE SNR-CSH-ACCOUNT-FROM-TO
               TO SNR-HS-ACCOUNT-FROM-TO (SNR-HS-IDX).
           MOVE SNR-CSH-TRADE-DTE TO SNR-HS-FIRST-DTE (SNR-HS-IDX).
           MOVE SNR-CSH-TRADE-DTE TO SNR-HS-LAST-DTE (SNR-HS-IDX).
           MOVE 1 TO SNR-HS-REDEEM-CT (SNR-HS-IDX).
           MOVE SNR-CSH-GROSS-AT TO SNR-HS-LARGEST-AT (SNR-HS-IDX).
       4500-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY THE REDEMPTION HISTORY FORWARD FOR THE NEXT      *
      *    CYCLE                                                  *
      *---------------------------------------------------------*
       7000-CARRY-HISTORY-FORWARD.
           IF SNR-HST-USED-CT > ZERO
               PERFORM 7100-WRITE-ONE-HISTORY THRU 7100-EXIT
                       VARYING SNR-HS-IDX FROM 1 BY 1
                       UNTIL SNR-HS-IDX > SNR-HST-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-HISTORY.
           MOVE SPACES TO SNR-HIST-OUT-RECORD.
           MOVE SNR-HS-ACCOUNT-NBR (SNR-HS-IDX) TO SHO-ACCOUNT-NBR.
           MOVE SNR-HS-PAY-METHOD-CDE (SNR-HS-IDX)
               TO SHO-PAY-METHOD-CDE.
           MOVE SNR-HS-FINANCIAL-INST-ID (SNR-HS-IDX)
               TO SHO-FINANCIAL-INST-ID.
           MOVE SNR-HS-FI-BRCH-ID (SNR-HS-IDX) TO SHO-FI-BRCH-ID.
           MOVE SNR-HS-ACCOUNT-FROM-TO (SNR-HS-IDX)
               TO SHO-ACCOUNT-FROM-TO.
           MOVE SNR-HS-FIRST-DTE (SNR-HS-IDX) TO SHO-FIRST-DTE.
           MOVE SNR-HS-LAST-DTE (SNR-HS-IDX) TO SHO-LAST-DTE.
           MOVE SNR-HS-REDEEM-CT (SNR-HS-IDX) TO SHO-REDEEM-CT.
           MOVE SNR-HS-LARGEST-AT (SNR-HS-IDX) TO SHO-LARGEST-AT.
           WRITE SNR-HIST-OUT-RECORD.
           ADD 1 TO SNR-HIST-OUT-CT.
       7100-EXIT.
           EXIT.
       8500-PRINT-HIT-SECTION.
           MOVE SNR-HIT-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE SNR-HIT-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF SNR-HIT-CAP-USED-CT > ZERO
               PERFORM 8505-PRINT-ONE-HIT THRU 8505-EXIT
                       VARYING SNR-HIT-CAP-IX FROM 1 BY 1
                       UNTIL SNR-HIT-CAP-IX > SNR-HIT-CAP-USED-CT
           END-IF.
           IF SNR-HIT-CAP-TRUNC-SW = 'Y'
               MOVE SNR-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
       8505-PRINT-ONE-HIT.
           MOVE SNR-HIT-CAP-LINE (SNR-HIT-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8505-EXIT.
           EXIT.
       8510-PRINT-NTC-SECTION.
           MOVE SNR-NTC-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE SNR-NTC-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF SNR-NTC-CAP-USED-CT > ZERO
               PERFORM 8515-PRINT-ONE-NTC THRU 8515-EXIT
                       VARYING SNR-NTC-CAP-IX FROM 1 BY 1
                       UNTIL SNR-NTC-CAP-IX > SNR-NTC-CAP-USED-CT
           END-IF.
           IF SNR-NTC-CAP-TRUNC-SW = 'Y'
               MOVE SNR-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8510-EXIT.
           EXIT.
       8515-PRINT-ONE-NTC.
           MOVE SNR-NTC-CAP-LINE (SNR-NTC-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8515-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    REVIEW TOTALS -- HISTORY ROWS IN LESS AGED-OFF PLUS    *
      *    NEW DESTINATIONS MUST FOOT TO HISTORY ROWS OUT         *
      *---------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE SNR-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'CUSTOMERS READ:' TO SNR-TL-LABEL.
           MOVE SNR-CST-READ-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NO USABLE BIRTH DATE:' TO SNR-TL-LABEL.
           MOVE SNR-NO-BIRTH-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DECEASED SKIPPED:' TO SNR-TL-LABEL.
           MOVE SNR-DECEASED-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SENIOR CUSTOMERS:' TO SNR-TL-LABEL.
           MOVE SNR-SENIOR-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SENIORS WITH NO TRUSTED CONTACT:' TO SNR-TL-LABEL.
           MOVE SNR-NO-CONTACT-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CASH RECORDS READ:' TO SNR-TL-LABEL.
           MOVE SNR-CSH-READ-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NOT POSTABLE SKIPPED:' TO SNR-TL-LABEL.
           MOVE SNR-STATUS-SKIP-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REVERSALS SKIPPED:' TO SNR-TL-LABEL.
           MOVE SNR-REVERSAL-SKIP-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SENIOR REDEMPTIONS REVIEWED:' TO SNR-TL-LABEL.
           MOVE SNR-REVIEWED-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REDEMPTIONS FLAGGED:' TO SNR-TL-LABEL.
           MOVE SNR-HIT-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE '  LARGE:' TO SNR-TL-LABEL.
           MOVE SNR-LARGE-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE '  FIRST-TIME:' TO SNR-TL-LABEL.
           MOVE SNR-FIRST-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE '  NEW PAYEE:' TO SNR-TL-LABEL.
           MOVE SNR-NEWPAY-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE '  NEW ADDRESS:' TO SNR-TL-LABEL.
           MOVE SNR-NEWADR-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REDEEMING WITH NO CONTACT:' TO SNR-TL-LABEL.
           MOVE SNR-NOTC-REDEEM-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HISTORY ROWS IN:' TO SNR-TL-LABEL.
           MOVE SNR-HIST-IN-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HISTORY ROWS AGED OFF:' TO SNR-TL-LABEL.
           MOVE SNR-HIST-AGED-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NEW DESTINATIONS ADDED:' TO SNR-TL-LABEL.
           MOVE SNR-HIST-ADDED-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HISTORY ROWS OUT:' TO SNR-TL-LABEL.
           MOVE SNR-HIST-OUT-CT TO SNR-TL-COUNT.
           MOVE SNR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF SNR-HIST-IN-CT - SNR-HIST-AGED-CT + SNR-HIST-ADDED-CT
              = SNR-HIST-OUT-CT
               MOVE 'HISTORY CONTROL TOTALS FOOT' TO SNR-FT-RESULT
           ELSE
               MOVE 'HISTORY CONTROL TOTALS DO NOT FOOT'
                   TO SNR-FT-RESULT
               ADD 1 TO SNR-FOOT-BREAK-CT
           END-IF.
           MOVE SNR-FOOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO SNR-RUN-CTL-RECORD.
           MOVE 'SNR-SENIOR-REVIEW' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE SNR-RUN-CTL-RECORD.
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
           MOVE SPACES TO SNR-RUN-CTL-RECORD.
           MOVE 'SNR-SENIOR-REVIEW' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE SNR-CSH-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE SNR-RUN-CTL-RECORD.
           CLOSE SNR-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE                                        *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE SNR-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO SNR-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE SNR-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE SNR-CASH-FL.
           CLOSE SNR-ACCT-FL.
           CLOSE SNR-CUST-FL.
           CLOSE SNR-ADDR-CHG-FL.
           CLOSE SNR-CONTACT-MASTER-FL.
           CLOSE SNR-HIST-IN.
           CLOSE SNR-HIST-OUT.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF SNR-NEW-RC > SNR-RUN-RC
               MOVE SNR-NEW-RC TO SNR-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF SNR-HIT-CT > ZERO
              OR SNR-NO-CONTACT-CT > ZERO
               MOVE 4 TO SNR-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF SNR-FOOT-BREAK-CT > ZERO
               MOVE 8 TO SNR-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE SNR-RUN-RC TO SNR-RCD-OUT.
           EVALUATE SNR-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO SNR-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO SNR-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO SNR-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO SNR-RCD-REASON
           END-EVALUATE.
           MOVE SNR-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE SNR-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
       9000-EXIT.
           EXIT.
       9550-CAPTURE-HIT-LINE.
           IF SNR-HIT-CAP-USED-CT >= 5000
               MOVE 'Y' TO SNR-HIT-CAP-TRUNC-SW
               GO TO 9550-EXIT
           END-IF.
           ADD 1 TO SNR-HIT-CAP-USED-CT.
           SET SNR-HIT-CAP-IX TO SNR-HIT-CAP-USED-CT.
           MOVE SNR-HIT-LINE TO SNR-HIT-CAP-LINE (SNR-HIT-CAP-IX).
       9550-EXIT.
           EXIT.
       9560-CAPTURE-NTC-LINE.
           IF SNR-NTC-CAP-USED-CT >= 5000
               MOVE 'Y' TO SNR-NTC-CAP-TRUNC-SW
               GO TO 9560-EXIT
           END-IF.
           ADD 1 TO SNR-NTC-CAP-USED-CT.
           SET SNR-NTC-CAP-IX TO SNR-NTC-CAP-USED-CT.
           MOVE SNR-NTC-LINE TO SNR-NTC-CAP-LINE (SNR-NTC-CAP-IX).
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
           MOVE 'SNR-SENIOR-REVIEW' TO RPT-PROGRAM-ID-TX.
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
