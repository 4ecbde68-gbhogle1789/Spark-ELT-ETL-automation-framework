       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-SUSPICIOUS-CASES.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT AML-CASH-FL ASSIGN TO "FNAME1".
	    SELECT AML-ACCT-FL ASSIGN TO "FNAME4".
	    SELECT OPTIONAL AML-ACTV-HIST-IN ASSIGN TO "AMLACTI".
	    SELECT AML-ACTV-HIST-OUT ASSIGN TO "AMLACTO".
	    SELECT OPTIONAL AML-CASE-IN ASSIGN TO "AMLCASEI".
	    SELECT AML-CASE-OUT ASSIGN TO "AMLCASEO".
	    SELECT OPTIONAL AML-CASE-MAINT-FL ASSIGN TO "AMLCMNT".
	    SELECT OPTIONAL AML-CASE-EVID-FL ASSIGN TO "AMLEVID".
	    SELECT OPTIONAL AML-PARM-FL ASSIGN TO "AMLPARM".
	    SELECT OPTIONAL AML-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
       FD  AML-CASH-FL.
       01  AML-CASH-RECORD.
           05  AML-CSH-RECORD-TYPE-CD        PIC X(1).
               88  AML-CSH-RECORD-TYPE-HEADER    VALUE 'H'.
               88  AML-CSH-RECORD-TYPE-DETAIL    VALUE 'D'.
           05  AML-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(5).
               10  AML-CSH-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(11).
               10  AML-CSH-LOAD-ACCT         PIC 9(11).
               10  AML-CSH-NOLOAD-ACCT       PIC 9(11).
               10  FILLER                    PIC X(10).
               10  AML-CSH-ORDER-NBR         PIC 9(9).
               10  FILLER                    PIC X(54).
               10  AML-CSH-TRADE-DTE         PIC 9(8).
               10  FILLER                    PIC X(25).
               10  AML-CSH-GROSS-AT          PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(51).
               10  AML-CSH-TRAN-TYPE-CD      PIC X(1).
                   88  AML-CSH-PURCHASE          VALUE '0'.
                   88  AML-CSH-REDEMPTION        VALUE '1'.
               10  AML-CSH-LOAD-NOLOAD-CD    PIC 9(1).
                   88  AML-CSH-NOLOAD            VALUE 1.
               10  FILLER                    PIC X(87).
               10  AML-CSH-MATRIX-ERROR-CD   PIC X(1).
               10  FILLER                    PIC X(37).
      *    PAYMENT METHOD AS CARRIED ON THE CASH FEED -- WIRE AND
      *    ACH ARE BANK-REPORTED AND SIT OUTSIDE THE STRUCTURING
      *    TEST; A CHECK DRAWN BY SOMEONE OTHER THAN THE
      *    SHAREHOLDER IS CARRIED AS THIRD PARTY
               10  AML-CSH-PAY-METHOD-CDE    PIC X(1).
                   88  AML-CSH-PAY-ELECTRONIC    VALUE 'W' 'A'.
                   88  AML-CSH-PAY-THIRD-PARTY   VALUE 'T'.
               10  FILLER                    PIC X(4).
               10  AML-CSH-REVERSE-CD        PIC X(1).
                   88  AML-CSH-REVERSAL          VALUE 'Y'.
               10  AML-CSH-TRAN-STATUS-CDE   PIC X(1).
                   88  AML-CSH-STATUS-NOT-POSTABLE
                                             VALUE 'B' 'D' 'R'.
               10  FILLER                    PIC X(117).
           05  AML-CSH-HEADER-AREA REDEFINES AML-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(3).
               10  AML-CSH-RUN-DTE-TME       PIC X(26).
               10  FILLER                    PIC X(440).
       FD  AML-ACCT-FL.
       01  AML-ACCT-RECORD.
           05  AML-CLO-FUND-CODE             PIC 9(7).
           05  AML-CLO-ACCOUNT-NUMBER        PIC 9(11).
           05  AML-CLO-CMR-BPR-ID2           PIC 9(11).
           05  AML-CLO-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(606).
      *---------------------------------------------------------*
      *    ROLLING ACTIVITY HISTORY -- EVERY POSTED PURCHASE AND  *
      *    REDEMPTION AT OR ABOVE THE STRUCTURING FLOOR, PLUS     *
      *    EVERY THIRD-PARTY CHECK, KEPT FOR THE WATCH WINDOW     *
      *---------------------------------------------------------*
       FD  AML-ACTV-HIST-IN.
       01  AML-ACTV-HIST-IN-RECORD.
           05  ACI-CMR-BPR-ID1               PIC 9(11).
           05  ACI-CMR-BPR-ID2               PIC 9(11).
           05  ACI-FUND-CODE                 PIC 9(7).
           05  ACI-ACCOUNT-NUMBER            PIC 9(11).
           05  ACI-TRADE-DTE                 PIC 9(8).
           05  ACI-TRAN-TYPE-CD              PIC X(1).
           05  ACI-ORDER-NBR                 PIC 9(9).
           05  ACI-GROSS-AT                  PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  ACI-PAY-METHOD-CDE            PIC X(1).
           05  FILLER                        PIC X(25).
       FD  AML-ACTV-HIST-OUT.
       01  AML-ACTV-HIST-OUT-RECORD.
           05  ACO-CMR-BPR-ID1               PIC 9(11).
           05  ACO-CMR-BPR-ID2               PIC 9(11).
           05  ACO-FUND-CODE                 PIC 9(7).
           05  ACO-ACCOUNT-NUMBER            PIC 9(11).
           05  ACO-TRADE-DTE                 PIC 9(8).
           05  ACO-TRAN-TYPE-CD              PIC X(1).
           05  ACO-ORDER-NBR                 PIC 9(9).
           05  ACO-GROSS-AT                  PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  ACO-PAY-METHOD-CDE            PIC X(1).
           05  FILLER                        PIC X(25).
      *---------------------------------------------------------*
      *    SUSPICIOUS-ACTIVITY CASE FILE -- ONE NUMBERED CASE PER *
      *    CUSTOMER AND PATTERN WHILE IT IS OPEN.  NEW HITS ADD   *
      *    TO THE OPEN CASE; THE BSA OFFICER'S DECISION CLOSES IT *
      *---------------------------------------------------------*
       FD  AML-CASE-IN.
       01  AML-CASE-IN-RECORD.
           05  CSI-CASE-NBR                  PIC 9(9).
           05  CSI-CMR-BPR-ID1               PIC 9(11).
           05  CSI-CMR-BPR-ID2               PIC 9(11).
           05  CSI-CASE-TYPE-CD              PIC X(2).
           05  CSI-STATUS-CD                 PIC X(1).
           05  CSI-OPEN-DTE                  PIC 9(8).
           05  CSI-LAST-HIT-DTE              PIC 9(8).
           05  CSI-HIT-CT                    PIC 9(5).
           05  CSI-HIT-AT                    PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  CSI-DECISION-DTE              PIC 9(8).
           05  CSI-OFFICER-ID                PIC X(8).
           05  CSI-SAR-REF                   PIC X(14).
           05  CSI-NOTE-TX                   PIC X(60).
           05  FILLER                        PIC X(19).
       FD  AML-CASE-OUT.
       01  AML-CASE-OUT-RECORD.
           05  CSO-CASE-NBR                  PIC 9(9).
           05  CSO-CMR-BPR-ID1               PIC 9(11).
           05  CSO-CMR-BPR-ID2               PIC 9(11).
           05  CSO-CASE-TYPE-CD              PIC X(2).
               88  CSO-CASE-STRUCTURING          VALUE 'ST'.
               88  CSO-CASE-RAPID-MOVEMENT       VALUE 'RM'.
               88  CSO-CASE-THIRD-PARTY-CHECK    VALUE 'TP'.
           05  CSO-STATUS-CD                 PIC X(1).
               88  CSO-STATUS-OPEN               VALUE 'O'.
               88  CSO-STATUS-WORKING            VALUE 'W'.
               88  CSO-STATUS-SAR-FILED          VALUE 'S'.
               88  CSO-STATUS-NO-SAR             VALUE 'N'.
           05  CSO-OPEN-DTE                  PIC 9(8).
           05  CSO-LAST-HIT-DTE              PIC 9(8).
           05  CSO-HIT-CT                    PIC 9(5).
           05  CSO-HIT-AT                    PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  CSO-DECISION-DTE              PIC 9(8).
           05  CSO-OFFICER-ID                PIC X(8).
           05  CSO-SAR-REF                   PIC X(14).
           05  CSO-NOTE-TX                   PIC X(60).
           05  FILLER                        PIC X(19).
      *---------------------------------------------------------*
      *    CASE WORK FROM THE BSA OFFICER -- W TAKES A CASE INTO  *
      *    REVIEW, S CLOSES IT WITH A SAR FILED, N CLOSES IT WITH *
      *    NO SAR WARRANTED                                       *
      *---------------------------------------------------------*
       FD  AML-CASE-MAINT-FL.
       01  AML-CASE-MAINT-RECORD.
           05  CMT-CASE-NBR                  PIC 9(9).
           05  CMT-ACTION-CD                 PIC X(1).
               88  CMT-ACTION-WORKING            VALUE 'W'.
               88  CMT-ACTION-SAR-FILED          VALUE 'S'.
               88  CMT-ACTION-NO-SAR             VALUE 'N'.
           05  CMT-ACTION-DTE                PIC 9(8).
           05  CMT-OFFICER-ID                PIC X(8).
           05  CMT-SAR-REF                   PIC X(14).
           05  CMT-NOTE-TX                   PIC X(60).
           05  FILLER                        PIC X(20).
      *---------------------------------------------------------*
      *    CASE EVIDENCE -- EACH TRANSACTION THAT OPENED OR ADDED *
      *    TO A CASE, APPENDED RUN OVER RUN                       *
      *---------------------------------------------------------*
       FD  AML-CASE-EVID-FL.
       01  AML-CASE-EVID-RECORD.
           05  EVD-CASE-NBR                  PIC 9(9).
           05  EVD-CASE-TYPE-CD              PIC X(2).
           05  EVD-CMR-BPR-ID1               PIC 9(11).
           05  EVD-CMR-BPR-ID2               PIC 9(11).
           05  EVD-FUND-CODE                 PIC 9(7).
           05  EVD-ACCOUNT-NUMBER            PIC 9(11).
           05  EVD-TRADE-DTE                 PIC 9(8).
           05  EVD-TRAN-TYPE-CD              PIC X(1).
           05  EVD-ORDER-NBR                 PIC 9(9).
           05  EVD-GROSS-AT                  PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  EVD-PAY-METHOD-CDE            PIC X(1).
           05  EVD-RUN-DTE                   PIC 9(8).
           05  FILLER                        PIC X(26).
      *---------------------------------------------------------*
      *    OPTIONAL WATCH-LIMITS CARD AS MAINTAINED BY THE BSA    *
      *    OFFICER -- REPORTING THRESHOLD, STRUCTURING FLOOR,     *
      *    WINDOW AND ITEM COUNT, RAPID WINDOW AND AMOUNT.        *
      *    DEFAULTS 10000.00, 8000.00, 30, 2, 10 AND 10000.00     *
      *---------------------------------------------------------*
       FD  AML-PARM-FL.
       01  AML-PARM-RECORD.
           05  PRM-REPORT-THRESHOLD-AT       PIC 9(11)V9(2).
           05  PRM-STRUCT-FLOOR-AT           PIC 9(11)V9(2).
           05  PRM-STRUCT-WINDOW-DAYS        PIC 9(03).
           05  PRM-STRUCT-MIN-CT             PIC 9(03).
           05  PRM-RAPID-WINDOW-DAYS         PIC 9(03).
           05  PRM-RAPID-MIN-AT              PIC 9(11)V9(2).
           05  FILLER                        PIC X(32).
       FD  AML-RUN-CTL-FL.
       01  AML-RUN-CTL-RECORD.
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
       01  AML-SWITCHES.
           05  AML-CSH-EOF-SW                PIC X(01)   VALUE 'N'.
               88  AML-CSH-EOF                   VALUE 'Y'.
           05  AML-ACT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  AML-ACT-EOF                   VALUE 'Y'.
           05  AML-ACI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  AML-ACI-EOF                   VALUE 'Y'.
           05  AML-CSI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  AML-CSI-EOF                   VALUE 'Y'.
           05  AML-CMT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  AML-CMT-EOF                   VALUE 'Y'.
           05  AML-DUP-SW                    PIC X(01)   VALUE 'N'.
               88  AML-DUP-FOUND                 VALUE 'Y'.
               88  AML-DUP-NOT-FOUND             VALUE 'N'.
           05  AML-LNK-SW                    PIC X(01)   VALUE 'N'.
               88  AML-LNK-FOUND                 VALUE 'Y'.
               88  AML-LNK-NOT-FOUND             VALUE 'N'.
           05  AML-PAIR-SW                   PIC X(01)   VALUE 'N'.
               88  AML-PAIR-FOUND                VALUE 'Y'.
               88  AML-PAIR-NOT-FOUND            VALUE 'N'.
       01  AML-COUNTERS                      COMP.
           05  AML-DETAIL-CT                 PIC 9(09)   VALUE ZERO.
           05  AML-ACCT-READ-CT              PIC 9(09)   VALUE ZERO.
           05  AML-MATRIX-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  AML-STATUS-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  AML-REVERSAL-SKIP-CT          PIC 9(07)   VALUE ZERO.
           05  AML-NO-LINK-SKIP-CT           PIC 9(07)   VALUE ZERO.
           05  AML-BELOW-FLOOR-CT            PIC 9(09)   VALUE ZERO.
           05  AML-RESENT-CT                 PIC 9(07)   VALUE ZERO.
           05  AML-AGED-OFF-CT               PIC 9(07)   VALUE ZERO.
           05  AML-WATCHED-CT                PIC 9(07)   VALUE ZERO.
           05  AML-ST-HIT-CT                 PIC 9(07)   VALUE ZERO.
           05  AML-RM-HIT-CT                 PIC 9(07)   VALUE ZERO.
           05  AML-TP-HIT-CT                 PIC 9(07)   VALUE ZERO.
           05  AML-CASE-OPEN-CT              PIC 9(07)   VALUE ZERO.
           05  AML-CASE-ADD-CT               PIC 9(07)   VALUE ZERO.
           05  AML-CMT-READ-CT               PIC 9(07)   VALUE ZERO.
           05  AML-CMT-APPLIED-CT            PIC 9(07)   VALUE ZERO.
           05  AML-CMT-REJECT-CT             PIC 9(07)   VALUE ZERO.
           05  AML-CASE-STILL-OPEN-CT        PIC 9(07)   VALUE ZERO.
       01  AML-LNK-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  AML-HST-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  AML-CAS-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  AML-NEXT-CASE-NBR                 PIC 9(09)   VALUE ZERO.
       01  AML-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  AML-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  AML-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  AML-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  AML-RCD-REASON               PIC X(40).
       01  AML-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  AML-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    REPORTING THRESHOLD AND THE BAND JUST UNDER IT, THE    *
      *    NUMBER OF IN-BAND ITEMS IN THE WINDOW THAT MAKES A     *
      *    PATTERN, AND THE IN-AND-OUT WINDOW AND AMOUNT --       *
      *    SEE THE PARAMETER CARD                                 *
      *---------------------------------------------------------*
       01  AML-REPORT-THRESHOLD-AT           PIC S9(13)V9(2)
                                              VALUE 10000.00.
       01  AML-STRUCT-FLOOR-AT               PIC S9(13)V9(2)
                                              VALUE 8000.00.
       01  AML-STRUCT-WINDOW-DAYS            PIC 9(03)   VALUE 30.
       01  AML-STRUCT-MIN-CT                 PIC 9(03)   VALUE 2.
       01  AML-RAPID-WINDOW-DAYS             PIC 9(03)   VALUE 10.
       01  AML-RAPID-MIN-AT                  PIC S9(13)V9(2)
                                              VALUE 10000.00.
       01  AML-LNK-TBL.
           05  AML-LK-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY AML-LK-IDX.
               10  AML-LK-FUND-CODE          PIC 9(07).
               10  AML-LK-ACCOUNT-NBR        PIC 9(11).
               10  AML-LK-BPR-ID1            PIC 9(11).
               10  AML-LK-BPR-ID2            PIC 9(11).
       01  AML-HST-TBL.
           05  AML-AH-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY AML-AH-IDX
                                                         AML-AX-IDX.
               10  AML-AH-BPR-ID1            PIC 9(11).
               10  AML-AH-BPR-ID2            PIC 9(11).
               10  AML-AH-FUND-CODE          PIC 9(07).
               10  AML-AH-ACCOUNT-NBR        PIC 9(11).
               10  AML-AH-TRADE-DTE          PIC 9(08).
               10  AML-AH-TRADE-DAYS         PIC S9(09)  COMP.
               10  AML-AH-TRAN-TYPE-CD       PIC X(01).
                   88  AML-AH-PURCHASE           VALUE 'P'.
                   88  AML-AH-REDEMPTION         VALUE 'R'.
               10  AML-AH-ORDER-NBR          PIC 9(09).
               10  AML-AH-GROSS-AT           PIC S9(13)V9(2).
               10  AML-AH-PAY-METHOD-CDE     PIC X(01).
                   88  AML-AH-PAY-ELECTRONIC     VALUE 'W' 'A'.
                   88  AML-AH-PAY-THIRD-PARTY    VALUE 'T'.
               10  AML-AH-NEW-SW             PIC X(01).
                   88  AML-AH-NEW                VALUE 'Y'.
       01  AML-CAS-TBL.
           05  AML-CS-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY AML-CS-IDX.
               10  AML-CS-CASE-NBR           PIC 9(09).
               10  AML-CS-BPR-ID1            PIC 9(11).
               10  AML-CS-BPR-ID2            PIC 9(11).
               10  AML-CS-CASE-TYPE-CD       PIC X(02).
               10  AML-CS-STATUS-CD          PIC X(01).
                   88  AML-CS-STATUS-ACTIVE      VALUE 'O' 'W'.
                   88  AML-CS-STATUS-CLOSED      VALUE 'S' 'N'.
               10  AML-CS-OPEN-DTE           PIC 9(08).
               10  AML-CS-LAST-HIT-DTE       PIC 9(08).
               10  AML-CS-HIT-CT             PIC 9(05).
               10  AML-CS-HIT-AT             PIC S9(13)V9(2).
               10  AML-CS-DECISION-DTE       PIC 9(08).
               10  AML-CS-OFFICER-ID         PIC X(08).
               10  AML-CS-SAR-REF            PIC X(14).
               10  AML-CS-NOTE-TX            PIC X(60).
       01  AML-WORK.
           05  AML-WK-ACCOUNT-NBR            PIC 9(11)   VALUE ZERO.
           05  AML-WK-CASE-TYPE-CD           PIC X(02)   VALUE SPACES.
           05  AML-WK-IN-BAND-CT             PIC 9(05)   COMP
                                              VALUE ZERO.
           05  AML-WK-GAP-DAYS               PIC S9(09)  COMP
                                              VALUE ZERO.
           05  AML-WK-CASE-ACTION            PIC X(04)   VALUE SPACES.
       01  AML-DATE-WORK.
           05  AML-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  AML-RUN-DTE-R REDEFINES AML-RUN-DTE.
               10  AML-RUN-YYYY              PIC 9(04).
               10  AML-RUN-MM                PIC 9(02).
               10  AML-RUN-DD                PIC 9(02).
           05  AML-CNV-DTE                   PIC 9(08)   VALUE ZERO.
           05  AML-CNV-DTE-R REDEFINES AML-CNV-DTE.
               10  AML-CNV-YYYY              PIC 9(04).
               10  AML-CNV-MM                PIC 9(02).
               10  AML-CNV-DD                PIC 9(02).
           05  AML-RUN-DAYS                  PIC S9(09)  COMP
                                              VALUE ZERO.
           05  AML-CNV-DAYS                  PIC S9(09)  COMP
                                              VALUE ZERO.
           05  AML-DAYS-SINCE                PIC S9(09)  COMP
                                              VALUE ZERO.
       01  AML-HIT-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'SUSPICIOUS-ACTIVITY CASE HITS THIS RUN'.
       01  AML-HIT-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'CASE NBR'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'CASE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'TYPE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID1'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FUND'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'TRADE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'P/R'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'PAY'.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'AMOUNT'.
       01  AML-HIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-HL-CASE-NBR               PIC 9(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  AML-HL-CASE-ACTION            PIC X(04).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-HL-CASE-TYPE-CD           PIC X(02).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-HL-BPR-ID1                PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  AML-HL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  AML-HL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  AML-HL-TRADE-DTE              PIC 9(08).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-HL-TRAN-TYPE-CD           PIC X(01).
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  AML-HL-PAY-METHOD-CDE         PIC X(01).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  AML-HL-AMOUNT                 PIC ---,---,--9.99.
       01  AML-HIT-CAP-TBL.
           05  AML-HIT-CAP-LINE              PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY AML-HIT-CAP-IX.
       01  AML-HIT-CAP-USED-CT               PIC 9(07)   COMP
                                              VALUE ZERO.
       01  AML-HIT-CAP-TRUNC-SW              PIC X(01)   VALUE 'N'.
       01  AML-CMT-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'CASE MAINTENANCE REJECTED'.
       01  AML-CMT-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'CASE NBR'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'ACT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'OFFICER'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'REASON'.
       01  AML-CMT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-ML-CASE-NBR               PIC 9(09).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-ML-ACTION-CD              PIC X(01).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-ML-OFFICER-ID             PIC X(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  AML-ML-REASON                 PIC X(40).
       01  AML-CMT-CAP-TBL.
           05  AML-CMT-CAP-LINE              PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY AML-CMT-CAP-IX.
       01  AML-CMT-CAP-USED-CT               PIC 9(07)   COMP
                                              VALUE ZERO.
       01  AML-CMT-CAP-TRUNC-SW              PIC X(01)   VALUE 'N'.
       01  AML-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       01  AML-OPN-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'OPEN SUSPICIOUS-ACTIVITY CASES'.
       01  AML-OPN-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'CASE NBR'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'TYPE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'STS'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID1'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'OPENED'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'LAST HIT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'HITS'.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'AMOUNT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'OFFICER'.
       01  AML-OPN-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-OL-CASE-NBR               PIC 9(09).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-OL-CASE-TYPE-CD           PIC X(02).
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  AML-OL-STATUS-CD              PIC X(01).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-OL-BPR-ID1                PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  AML-OL-OPEN-DTE               PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  AML-OL-LAST-HIT-DTE           PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  AML-OL-HIT-CT                 PIC ZZZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  AML-OL-HIT-AT                 PIC ---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  AML-OL-OFFICER-ID             PIC X(08).
       01  AML-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'SUSPICIOUS-ACTIVITY WATCH RUN TOTALS'.
       01  AML-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-TL-LABEL                  PIC X(25).
           05  AML-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  AML-AMT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  AML-AL-LABEL                  PIC X(25).
           05  AML-AL-AMOUNT                 PIC -(14)9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CASH THRU 2000-EXIT
               UNTIL AML-CSH-EOF.
           PERFORM 3000-DETECT-PATTERNS THRU 3000-EXIT.
           PERFORM 7000-CARRY-FILES-FORWARD THRU 7000-EXIT.
           PERFORM 8000-PRINT-CASE-HITS THRU 8000-EXIT.
           PERFORM 8200-PRINT-MAINT-REJECTS THRU 8200-EXIT.
           PERFORM 8300-PRINT-OPEN-CASES THRU 8300-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE AML-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT AML-CASH-FL.
           OPEN INPUT AML-ACCT-FL.
           OPEN INPUT AML-ACTV-HIST-IN.
           OPEN OUTPUT AML-ACTV-HIST-OUT.
           OPEN INPUT AML-CASE-IN.
           OPEN OUTPUT AML-CASE-OUT.
           OPEN INPUT AML-CASE-MAINT-FL.
           OPEN EXTEND AML-CASE-EVID-FL.
           OPEN INPUT AML-PARM-FL.
           OPEN EXTEND AML-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT AML-RUN-DTE FROM DATE YYYYMMDD.
           MOVE AML-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           READ AML-PARM-FL
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1020-APPLY-PARM-CARD THRU 1020-EXIT
           END-READ.
           CLOSE AML-PARM-FL.
           MOVE AML-RUN-DTE TO AML-CNV-DTE.
           PERFORM 2600-DATE-TO-DAYS THRU 2600-EXIT.
           MOVE AML-CNV-DAYS TO AML-RUN-DAYS.
           READ AML-ACCT-FL
               AT END
                   SET AML-ACT-EOF TO TRUE
           END-READ.
           PERFORM 1100-LOAD-ACCOUNT-LINKS THRU 1100-EXIT
               UNTIL AML-ACT-EOF.
           PERFORM 1200-LOAD-ACTIVITY-HISTORY THRU 1200-EXIT
               UNTIL AML-ACI-EOF.
           PERFORM 1300-LOAD-CASES THRU 1300-EXIT
               UNTIL AML-CSI-EOF.
           PERFORM 1400-APPLY-CASE-MAINT THRU 1400-EXIT
               UNTIL AML-CMT-EOF.
           READ AML-CASH-FL
               AT END
                   SET AML-CSH-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TAKE EACH LIMIT FROM THE CARD WHEN IT IS PRESENT AND   *
      *    SENSIBLE.  THE FLOOR MUST STAY UNDER THE THRESHOLD     *
      *---------------------------------------------------------*
       1020-APPLY-PARM-CARD.
           IF PRM-REPORT-THRESHOLD-AT NUMERIC
              AND PRM-REPORT-THRESHOLD-AT > ZERO
               MOVE PRM-REPORT-THRESHOLD-AT TO AML-REPORT-THRESHOLD-AT
           END-IF.
           IF PRM-STRUCT-FLOOR-AT NUMERIC
              AND PRM-STRUCT-FLOOR-AT > ZERO
              AND PRM-STRUCT-FLOOR-AT < AML-REPORT-THRESHOLD-AT
               MOVE PRM-STRUCT-FLOOR-AT TO AML-STRUCT-FLOOR-AT
           END-IF.
           IF PRM-STRUCT-WINDOW-DAYS NUMERIC
              AND PRM-STRUCT-WINDOW-DAYS > ZERO
               MOVE PRM-STRUCT-WINDOW-DAYS TO AML-STRUCT-WINDOW-DAYS
           END-IF.
           IF PRM-STRUCT-MIN-CT NUMERIC
              AND PRM-STRUCT-MIN-CT > ZERO
               MOVE PRM-STRUCT-MIN-CT TO AML-STRUCT-MIN-CT
           END-IF.
           IF PRM-RAPID-WINDOW-DAYS NUMERIC
              AND PRM-RAPID-WINDOW-DAYS > ZERO
               MOVE PRM-RAPID-WINDOW-DAYS TO AML-RAPID-WINDOW-DAYS
           END-IF.
           IF PRM-RAPID-MIN-AT NUMERIC
              AND PRM-RAPID-MIN-AT > ZERO
               MOVE PRM-RAPID-MIN-AT TO AML-RAPID-MIN-AT
           END-IF.
       1020-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BRIDGE EVERY ACCOUNT TO ITS CUSTOMER THROUGH THE       *
      *    ACCOUNT-ACTIVITY LINKAGE                               *
      *---------------------------------------------------------*
       1100-LOAD-ACCOUNT-LINKS.
           ADD 1 TO AML-ACCT-READ-CT.
           IF AML-LNK-USED-CT >= 50000
               MOVE ' ACCOUNT LINKS' TO AML-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO AML-LNK-USED-CT.
           SET AML-LK-IDX TO AML-LNK-USED-CT.
           MOVE AML-CLO-FUND-CODE TO AML-LK-FUND-CODE (AML-LK-IDX).
           MOVE AML-CLO-ACCOUNT-NUMBER
               TO AML-LK-ACCOUNT-NBR (AML-LK-IDX).
           MOVE AML-CLO-CMR-BPR-ID1 TO AML-LK-BPR-ID1 (AML-LK-IDX).
           MOVE AML-CLO-CMR-BPR-ID2 TO AML-LK-BPR-ID2 (AML-LK-IDX).
           READ AML-ACCT-FL
               AT END
                   SET AML-ACT-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY ONLY THE ACTIVITY STILL INSIDE THE WATCH WINDOW  *
      *    -- ANYTHING OLDER AGES OFF THE ROLLING FILE            *
      *---------------------------------------------------------*
       1200-LOAD-ACTIVITY-HISTORY.
           READ AML-ACTV-HIST-IN
               AT END
                   SET AML-ACI-EOF TO TRUE
           END-READ.
           IF AML-ACI-EOF
               GO TO 1200-EXIT
           END-IF.
           MOVE ACI-TRADE-DTE TO AML-CNV-DTE.
           PERFORM 2600-DATE-TO-DAYS THRU 2600-EXIT.
           COMPUTE AML-DAYS-SINCE = AML-RUN-DAYS - AML-CNV-DAYS.
           IF AML-DAYS-SINCE > AML-STRUCT-WINDOW-DAYS
               ADD 1 TO AML-AGED-OFF-CT
               GO TO 1200-EXIT
           END-IF.
           IF AML-HST-USED-CT >= 50000
               MOVE ' ACTIVITY HISTORY' TO AML-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO AML-HST-USED-CT.
           SET AML-AH-IDX TO AML-HST-USED-CT.
           MOVE ACI-CMR-BPR-ID1 TO AML-AH-BPR-ID1 (AML-AH-IDX).
           MOVE ACI-CMR-BPR-ID2 TO AML-AH-BPR-ID2 (AML-AH-IDX).
           MOVE ACI-FUND-CODE TO AML-AH-FUND-CODE (AML-AH-IDX).
           MOVE ACI-ACCOUNT-NUMBER TO AML-AH-ACCOUNT-NBR (AML-AH-IDX).
           MOVE ACI-TRADE-DTE TO AML-AH-TRADE-DTE (AML-AH-IDX).
           MOVE AML-CNV-DAYS TO AML-AH-TRADE-DAYS (AML-AH-IDX).
           MOVE ACI-TRAN-TYPE-CD TO AML-AH-TRAN-TYPE-CD (AML-AH-IDX).
           MOVE ACI-ORDER-NBR TO AML-AH-ORDER-NBR (AML-AH-IDX).
           MOVE ACI-GROSS-AT TO AML-AH-GROSS-AT (AML-AH-IDX).
           MOVE ACI-PAY-METHOD-CDE
               TO AML-AH-PAY-METHOD-CDE (AML-AH-IDX).
           MOVE 'N' TO AML-AH-NEW-SW (AML-AH-IDX).
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY CASE EVER OPENED IS CARRIED -- CLOSED CASES STAY *
      *    ON FILE AS THE RECORD OF THE SAR DECISION.  THE NEXT   *
      *    CASE NUMBER FOLLOWS THE HIGHEST ON FILE                *
      *---------------------------------------------------------*
       1300-LOAD-CASES.
           READ AML-CASE-IN
               AT END
                   SET AML-CSI-EOF TO TRUE
           END-READ.
           IF AML-CSI-EOF
               GO TO 1300-EXIT
           END-IF.
           IF AML-CAS-USED-CT >= 20000
               MOVE ' CASE FILE' TO AML-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO AML-CAS-USED-CT.
           SET AML-CS-IDX TO AML-CAS-USED-CT.
           MOVE CSI-CASE-NBR TO AML-CS-CASE-NBR (AML-CS-IDX).
           MOVE CSI-CMR-BPR-ID1 TO AML-CS-BPR-ID1 (AML-CS-IDX).
           MOVE CSI-CMR-BPR-ID2 TO AML-CS-BPR-ID2 (AML-CS-IDX).
           MOVE CSI-CASE-TYPE-CD TO AML-CS-CASE-TYPE-CD (AML-CS-IDX).
           MOVE CSI-STATUS-CD TO AML-CS-STATUS-CD (AML-CS-IDX).
           MOVE CSI-OPEN-DTE TO AML-CS-OPEN-DTE (AML-CS-IDX).
           MOVE CSI-LAST-HIT-DTE TO AML-CS-LAST-HIT-DTE (AML-CS-IDX).
           MOVE CSI-HIT-CT TO AML-CS-HIT-CT (AML-CS-IDX).
           MOVE CSI-HIT-AT TO AML-CS-HIT-AT (AML-CS-IDX).
           MOVE CSI-DECISION-DTE TO AML-CS-DECISION-DTE (AML-CS-IDX).
           MOVE CSI-OFFICER-ID TO AML-CS-OFFICER-ID (AML-CS-IDX).
           MOVE CSI-SAR-REF TO AML-CS-SAR-REF (AML-CS-IDX).
           MOVE CSI-NOTE-TX TO AML-CS-NOTE-TX (AML-CS-IDX).
           IF CSI-CASE-NBR > AML-NEXT-CASE-NBR
               MOVE CSI-CASE-NBR TO AML-NEXT-CASE-NBR
           END-IF.
       1300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    APPLY THE BSA OFFICER'S CASE WORK BEFORE TODAY'S HITS  *
      *    SO A CASE CLOSED TODAY IS NOT ADDED TO -- A NEW HIT    *
      *    ON THAT CUSTOMER OPENS A FRESH CASE                    *
      *---------------------------------------------------------*
       1400-APPLY-CASE-MAINT.
           READ AML-CASE-MAINT-FL
               AT END
                   SET AML-CMT-EOF TO TRUE
           END-READ.
           IF AML-CMT-EOF
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO AML-CMT-READ-CT.
           IF NOT CMT-ACTION-WORKING
              AND NOT CMT-ACTION-SAR-FILED
              AND NOT CMT-ACTION-NO-SAR
               MOVE 'ACTION CODE NOT W, S OR N' TO AML-ML-REASON
               PERFORM 1450-REJECT-CASE-MAINT THRU 1450-EXIT
               GO TO 1400-EXIT
           END-IF.
           IF CMT-OFFICER-ID = SPACES
               MOVE 'OFFICER ID MISSING' TO AML-ML-REASON
               PERFORM 1450-REJECT-CASE-MAINT THRU 1450-EXIT
               GO TO 1400-EXIT
           END-IF.
           IF CMT-ACTION-SAR-FILED
              AND CMT-SAR-REF = SPACES
               MOVE 'SAR FILED WITHOUT A SAR REFERENCE'
                   TO AML-ML-REASON
               PERFORM 1450-REJECT-CASE-MAINT THRU 1450-EXIT
               GO TO 1400-EXIT
           END-IF.
           IF AML-CAS-USED-CT = ZERO
               MOVE 'CASE NOT ON FILE' TO AML-ML-REASON
               PERFORM 1450-REJECT-CASE-MAINT THRU 1450-EXIT
               GO TO 1400-EXIT
           END-IF.
           SET AML-CS-IDX TO 1.
           SEARCH AML-CS-ENTRY VARYING AML-CS-IDX
               AT END
                   MOVE 'CASE NOT ON FILE' TO AML-ML-REASON
                   PERFORM 1450-REJECT-CASE-MAINT THRU 1450-EXIT
                   GO TO 1400-EXIT
               WHEN AML-CS-IDX > AML-CAS-USED-CT
                   MOVE 'CASE NOT ON FILE' TO AML-ML-REASON
                   PERFORM 1450-REJECT-CASE-MAINT THRU 1450-EXIT
                   GO TO 1400-EXIT
               WHEN AML-CS-CASE-NBR (AML-CS-IDX) = CMT-CASE-NBR
                   CONTINUE
           END-SEARCH.
           IF AML-CS-STATUS-CLOSED (AML-CS-IDX)
               MOVE 'CASE ALREADY CLOSED' TO AML-ML-REASON
               PERFORM 1450-REJECT-CASE-MAINT THRU 1450-EXIT
               GO TO 1400-EXIT
           END-IF.
           MOVE CMT-ACTION-CD TO AML-CS-STATUS-CD (AML-CS-IDX).
           MOVE CMT-OFFICER-ID TO AML-CS-OFFICER-ID (AML-CS-IDX).
           IF CMT-NOTE-TX NOT = SPACES
               MOVE CMT-NOTE-TX TO AML-CS-NOTE-TX (AML-CS-IDX)
           END-IF.
           IF NOT CMT-ACTION-WORKING
               IF CMT-ACTION-DTE IS NUMERIC
                  AND CMT-ACTION-DTE NOT = ZERO
                   MOVE CMT-ACTION-DTE
                       TO AML-CS-DECISION-DTE (AML-CS-IDX)
               ELSE
                   MOVE AML-RUN-DTE
                       TO AML-CS-DECISION-DTE (AML-CS-IDX)
               END-IF
               MOVE CMT-SAR-REF TO AML-CS-SAR-REF (AML-CS-IDX)
           END-IF.
           ADD 1 TO AML-CMT-APPLIED-CT.
       1400-EXIT.
           EXIT.
       1450-REJECT-CASE-MAINT.
           ADD 1 TO AML-CMT-REJECT-CT.
           MOVE CMT-CASE-NBR TO AML-ML-CASE-NBR.
           MOVE CMT-ACTION-CD TO AML-ML-ACTION-CD.
           MOVE CMT-OFFICER-ID TO AML-ML-OFFICER-ID.
           IF AML-CMT-CAP-USED-CT < 5000
               ADD 1 TO AML-CMT-CAP-USED-CT
               SET AML-CMT-CAP-IX TO AML-CMT-CAP-USED-CT
               MOVE AML-CMT-LINE
                   TO AML-CMT-CAP-LINE (AML-CMT-CAP-IX)
           ELSE
               MOVE 'Y' TO AML-CMT-CAP-TRUNC-SW
           END-IF.
       1450-EXIT.
           EXIT.
       2000-PROCESS-CASH.
           IF AML-CSH-RECORD-TYPE-HEADER
               MOVE AML-CSH-RUN-DTE-TME (1:10) TO RPT-CYCLE-TX
           END-IF.
           IF AML-CSH-RECORD-TYPE-DETAIL
               ADD 1 TO AML-DETAIL-CT
               PERFORM 2100-SCREEN-ONE-MOVEMENT THRU 2100-EXIT
           END-IF.
           READ AML-CASH-FL
               AT END
                   SET AML-CSH-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONLY POSTED MONEY MOVEMENT COUNTS.  A MOVEMENT BELOW   *
      *    THE STRUCTURING FLOOR CAN ONLY MATTER AS A THIRD-      *
      *    PARTY CHECK; EVERYTHING ELSE JOINS THE ROLLING HISTORY *
      *    UNDER THE CUSTOMER WHO OWNS THE ACCOUNT                *
      *---------------------------------------------------------*
       2100-SCREEN-ONE-MOVEMENT.
           IF AML-CSH-MATRIX-ERROR-CD NOT = SPACE
               ADD 1 TO AML-MATRIX-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF AML-CSH-STATUS-NOT-POSTABLE
               ADD 1 TO AML-STATUS-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF AML-CSH-REVERSAL
               ADD 1 TO AML-REVERSAL-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           IF AML-CSH-GROSS-AT < AML-STRUCT-FLOOR-AT
              AND NOT AML-CSH-PAY-THIRD-PARTY
               ADD 1 TO AML-BELOW-FLOOR-CT
               GO TO 2100-EXIT
           END-IF.
           IF AML-CSH-NOLOAD
               MOVE AML-CSH-NOLOAD-ACCT TO AML-WK-ACCOUNT-NBR
           ELSE
               MOVE AML-CSH-LOAD-ACCT TO AML-WK-ACCOUNT-NBR
           END-IF.
           IF AML-WK-ACCOUNT-NBR = ZERO
               IF AML-CSH-LOAD-ACCT NOT = ZERO
                   MOVE AML-CSH-LOAD-ACCT TO AML-WK-ACCOUNT-NBR
               ELSE
                   MOVE AML-CSH-NOLOAD-ACCT TO AML-WK-ACCOUNT-NBR
               END-IF
           END-IF.
           PERFORM 2150-FIND-ACCOUNT-LINK THRU 2150-EXIT.
           IF AML-LNK-NOT-FOUND
               ADD 1 TO AML-NO-LINK-SKIP-CT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-ADD-ACTIVITY THRU 2300-EXIT.
       2100-EXIT.
           EXIT.
       2150-FIND-ACCOUNT-LINK.
           SET AML-LNK-NOT-FOUND TO TRUE.
           IF AML-WK-ACCOUNT-NBR = ZERO
              OR AML-LNK-USED-CT = ZERO
               GO TO 2150-EXIT
           END-IF.
           SET AML-LK-IDX TO 1.
           SEARCH AML-LK-ENTRY VARYING AML-LK-IDX
               AT END
                   CONTINUE
               WHEN AML-LK-IDX > AML-LNK-USED-CT
                   CONTINUE
               WHEN AML-LK-FUND-CODE (AML-LK-IDX) = AML-CSH-FUND-CODE
                AND AML-LK-ACCOUNT-NBR (AML-LK-IDX)
                    = AML-WK-ACCOUNT-NBR
                   SET AML-LNK-FOUND TO TRUE
           END-SEARCH.
       2150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A RE-SENT FEED MUST NOT PUT THE SAME ORDER ON THE      *
      *    HISTORY TWICE OR ADD IT TO A CASE TWICE                *
      *---------------------------------------------------------*
       2300-ADD-ACTIVITY.
           SET AML-DUP-NOT-FOUND TO TRUE.
           IF AML-CSH-ORDER-NBR NOT = ZERO
              AND AML-HST-USED-CT > ZERO
               PERFORM 2310-TEST-ONE-DUP THRU 2310-EXIT
                       VARYING AML-AH-IDX FROM 1 BY 1
                       UNTIL AML-AH-IDX > AML-HST-USED-CT
                          OR AML-DUP-FOUND
           END-IF.
           IF AML-DUP-FOUND
               ADD 1 TO AML-RESENT-CT
               GO TO 2300-EXIT
           END-IF.
           IF AML-HST-USED-CT >= 50000
               MOVE ' ACTIVITY HISTORY' TO AML-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO AML-WATCHED-CT.
           ADD 1 TO AML-HST-USED-CT.
           SET AML-AH-IDX TO AML-HST-USED-CT.
           MOVE AML-CSH-TRADE-DTE TO AML-CNV-DTE.
           PERFORM 2600-DATE-TO-DAYS THRU 2600-EXIT.
           MOVE AML-LK-BPR-ID1 (AML-LK-IDX)
               TO AML-AH-BPR-ID1 (AML-AH-IDX).
           MOVE AML-LK-BPR-ID2 (AML-LK-IDX)
               TO AML-AH-BPR-ID2 (AML-AH-IDX).
           MOVE AML-CSH-FUND-CODE TO AML-AH-FUND-CODE (AML-AH-IDX).
           MOVE AML-WK-ACCOUNT-NBR TO AML-AH-ACCOUNT-NBR (AML-AH-IDX).
           MOVE AML-CSH-TRADE-DTE TO AML-AH-TRADE-DTE (AML-AH-IDX).
           MOVE AML-CNV-DAYS TO AML-AH-TRADE-DAYS (AML-AH-IDX).
           IF AML-CSH-REDEMPTION
               MOVE 'R' TO AML-AH-TRAN-TYPE-CD (AML-AH-IDX)
           ELSE
               MOVE 'P' TO AML-AH-TRAN-TYPE-CD (AML-AH-IDX)
           END-IF.
           MOVE AML-CSH-ORDER-NBR TO AML-AH-ORDER-NBR (AML-AH-IDX).
           MOVE AML-CSH-GROSS-AT TO AML-AH-GROSS-AT (AML-AH-IDX).
           MOVE AML-CSH-PAY-METHOD-CDE
               TO AML-AH-PAY-METHOD-CDE (AML-AH-IDX).
           MOVE 'Y' TO AML-AH-NEW-SW (AML-AH-IDX).
       2300-EXIT.
           EXIT.
       2310-TEST-ONE-DUP.
           IF AML-AH-ACCOUNT-NBR (AML-AH-IDX) = AML-WK-ACCOUNT-NBR
              AND AML-AH-FUND-CODE (AML-AH-IDX) = AML-CSH-FUND-CODE
              AND AML-AH-ORDER-NBR (AML-AH-IDX) = AML-CSH-ORDER-NBR
              AND AML-AH-TRADE-DTE (AML-AH-IDX) = AML-CSH-TRADE-DTE
               SET AML-DUP-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    DAY NUMBER OF AML-CNV-DTE -- TWO DAY NUMBERS SUBTRACT  *
      *    TO TRUE CALENDAR DAYS                                  *
      *---------------------------------------------------------*
       2600-DATE-TO-DAYS.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE DTE-BASE-DTE TO DTE-DATE-1.
           MOVE AML-CNV-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO AML-CNV-DAYS.
       2600-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TEST EACH OF TODAY'S MOVEMENTS ONCE THE WHOLE FEED IS  *
      *    IN, SO A PATTERN FINISHED LATER IN THE FILE IS SEEN    *
      *---------------------------------------------------------*
       3000-DETECT-PATTERNS.
           IF AML-HST-USED-CT > ZERO
               PERFORM 3050-TEST-ONE-MOVEMENT THRU 3050-EXIT
                       VARYING AML-AH-IDX FROM 1 BY 1
                       UNTIL AML-AH-IDX > AML-HST-USED-CT
           END-IF.
       3000-EXIT.
           EXIT.
       3050-TEST-ONE-MOVEMENT.
           IF NOT AML-AH-NEW (AML-AH-IDX)
               GO TO 3050-EXIT
           END-IF.
           PERFORM 3100-TEST-STRUCTURING THRU 3100-EXIT.
           PERFORM 3200-TEST-RAPID-MOVEMENT THRU 3200-EXIT.
           PERFORM 3300-TEST-THIRD-PARTY THRU 3300-EXIT.
       3050-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STRUCTURING -- AN IN-BAND PURCHASE OR REDEMPTION IS A  *
      *    HIT WHEN THE CUSTOMER HAS AT LEAST THE MINIMUM COUNT   *
      *    OF IN-BAND ITEMS THE SAME WAY INSIDE THE WINDOW,       *
      *    ACROSS ALL OF THE CUSTOMER'S ACCOUNTS                  *
      *---------------------------------------------------------*
       3100-TEST-STRUCTURING.
           IF AML-AH-GROSS-AT (AML-AH-IDX) < AML-STRUCT-FLOOR-AT
            OR AML-AH-GROSS-AT (AML-AH-IDX)
               NOT < AML-REPORT-THRESHOLD-AT
            OR AML-AH-PAY-ELECTRONIC (AML-AH-IDX)
               GO TO 3100-EXIT
           END-IF.
           MOVE ZERO TO AML-WK-IN-BAND-CT.
           PERFORM 3110-COUNT-ONE-IN-BAND THRU 3110-EXIT
                   VARYING AML-AX-IDX FROM 1 BY 1
                   UNTIL AML-AX-IDX > AML-HST-USED-CT.
           IF AML-WK-IN-BAND-CT < AML-STRUCT-MIN-CT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO AML-ST-HIT-CT.
           MOVE 'ST' TO AML-WK-CASE-TYPE-CD.
           PERFORM 4000-LINK-TO-CASE THRU 4000-EXIT.
       3100-EXIT.
           EXIT.
       3110-COUNT-ONE-IN-BAND.
           IF AML-AH-BPR-ID1 (AML-AX-IDX)
               NOT = AML-AH-BPR-ID1 (AML-AH-IDX)
            OR AML-AH-BPR-ID2 (AML-AX-IDX)
               NOT = AML-AH-BPR-ID2 (AML-AH-IDX)
            OR AML-AH-TRAN-TYPE-CD (AML-AX-IDX)
               NOT = AML-AH-TRAN-TYPE-CD (AML-AH-IDX)
            OR AML-AH-PAY-ELECTRONIC (AML-AX-IDX)
            OR AML-AH-GROSS-AT (AML-AX-IDX) < AML-STRUCT-FLOOR-AT
            OR AML-AH-GROSS-AT (AML-AX-IDX)
               NOT < AML-REPORT-THRESHOLD-AT
               GO TO 3110-EXIT
           END-IF.
           COMPUTE AML-WK-GAP-DAYS = AML-AH-TRADE-DAYS (AML-AH-IDX)
               - AML-AH-TRADE-DAYS (AML-AX-IDX).
           IF AML-WK-GAP-DAYS < ZERO
               COMPUTE AML-WK-GAP-DAYS = ZERO - AML-WK-GAP-DAYS
           END-IF.
           IF AML-WK-GAP-DAYS NOT > AML-STRUCT-WINDOW-DAYS
               ADD 1 TO AML-WK-IN-BAND-CT
           END-IF.
       3110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RAPID IN-AND-OUT -- A LARGE REDEMPTION FROM ONE OF THE *
      *    CUSTOMER'S ACCOUNTS WITHIN THE WINDOW AFTER A LARGE    *
      *    PURCHASE INTO A DIFFERENT ACCOUNT OF THE SAME CUSTOMER *
      *---------------------------------------------------------*
       3200-TEST-RAPID-MOVEMENT.
           IF NOT AML-AH-REDEMPTION (AML-AH-IDX)
            OR AML-AH-GROSS-AT (AML-AH-IDX) < AML-RAPID-MIN-AT
               GO TO 3200-EXIT
           END-IF.
           SET AML-PAIR-NOT-FOUND TO TRUE.
           PERFORM 3210-TEST-ONE-PURCHASE THRU 3210-EXIT
                   VARYING AML-AX-IDX FROM 1 BY 1
                   UNTIL AML-AX-IDX > AML-HST-USED-CT
                      OR AML-PAIR-FOUND.
           IF AML-PAIR-NOT-FOUND
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO AML-RM-HIT-CT.
           MOVE 'RM' TO AML-WK-CASE-TYPE-CD.
           PERFORM 4000-LINK-TO-CASE THRU 4000-EXIT.
       3200-EXIT.
           EXIT.
       3210-TEST-ONE-PURCHASE.
           IF NOT AML-AH-PURCHASE (AML-AX-IDX)
            OR AML-AH-BPR-ID1 (AML-AX-IDX)
               NOT = AML-AH-BPR-ID1 (AML-AH-IDX)
            OR AML-AH-BPR-ID2 (AML-AX-IDX)
               NOT = AML-AH-BPR-ID2 (AML-AH-IDX)
            OR AML-AH-GROSS-AT (AML-AX-IDX) < AML-RAPID-MIN-AT
               GO TO 3210-EXIT
           END-IF.
           IF AML-AH-FUND-CODE (AML-AX-IDX)
              = AML-AH-FUND-CODE (AML-AH-IDX)
              AND AML-AH-ACCOUNT-NBR (AML-AX-IDX)
              = AML-AH-ACCOUNT-NBR (AML-AH-IDX)
               GO TO 3210-EXIT
           END-IF.
           COMPUTE AML-WK-GAP-DAYS = AML-AH-TRADE-DAYS (AML-AH-IDX)
               - AML-AH-TRADE-DAYS (AML-AX-IDX).
           IF AML-WK-GAP-DAYS NOT < ZERO
              AND AML-WK-GAP-DAYS NOT > AML-RAPID-WINDOW-DAYS
               SET AML-PAIR-FOUND TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THIRD-PARTY CHECKS -- EVERY PURCHASE PAID WITH A CHECK *
      *    DRAWN BY SOMEONE OTHER THAN THE SHAREHOLDER            *
      *---------------------------------------------------------*
       3300-TEST-THIRD-PARTY.
           IF NOT AML-AH-PURCHASE (AML-AH-IDX)
            OR NOT AML-AH-PAY-THIRD-PARTY (AML-AH-IDX)
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO AML-TP-HIT-CT.
           MOVE 'TP' TO AML-WK-CASE-TYPE-CD.
           PERFORM 4000-LINK-TO-CASE THRU 4000-EXIT.
       3300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ADD THE HIT TO THE CUSTOMER'S OPEN CASE FOR THE SAME   *
      *    PATTERN, OR OPEN A NEW NUMBERED CASE, AND RECORD THE   *
      *    TRANSACTION AS EVIDENCE ON THE CASE                    *
      *---------------------------------------------------------*
       4000-LINK-TO-CASE.
           MOVE 'ADD ' TO AML-WK-CASE-ACTION.
           SET AML-CS-IDX TO 1.
           SEARCH AML-CS-ENTRY VARYING AML-CS-IDX
               AT END
                   PERFORM 4100-OPEN-CASE THRU 4100-EXIT
               WHEN AML-CS-IDX > AML-CAS-USED-CT
                   PERFORM 4100-OPEN-CASE THRU 4100-EXIT
               WHEN AML-CS-BPR-ID1 (AML-CS-IDX)
                    = AML-AH-BPR-ID1 (AML-AH-IDX)
                AND AML-CS-BPR-ID2 (AML-CS-IDX)
                    = AML-AH-BPR-ID2 (AML-AH-IDX)
                AND AML-CS-CASE-TYPE-CD (AML-CS-IDX)
                    = AML-WK-CASE-TYPE-CD
                AND AML-CS-STATUS-ACTIVE (AML-CS-IDX)
                   ADD 1 TO AML-CASE-ADD-CT
           END-SEARCH.
           ADD 1 TO AML-CS-HIT-CT (AML-CS-IDX).
           ADD AML-AH-GROSS-AT (AML-AH-IDX)
               TO AML-CS-HIT-AT (AML-CS-IDX).
           IF AML-AH-TRADE-DTE (AML-AH-IDX)
              > AML-CS-LAST-HIT-DTE (AML-CS-IDX)
               MOVE AML-AH-TRADE-DTE (AML-AH-IDX)
                   TO AML-CS-LAST-HIT-DTE (AML-CS-IDX)
           END-IF.
           PERFORM 4200-WRITE-EVIDENCE THRU 4200-EXIT.
       4000-EXIT.
           EXIT.
       4100-OPEN-CASE.
           IF AML-CAS-USED-CT >= 20000
               MOVE ' CASE FILE' TO AML-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           MOVE 'NEW ' TO AML-WK-CASE-ACTION.
           ADD 1 TO AML-CASE-OPEN-CT.
           ADD 1 TO AML-NEXT-CASE-NBR.
           ADD 1 TO AML-CAS-USED-CT.
           SET AML-CS-IDX TO AML-CAS-USED-CT.
           MOVE AML-NEXT-CASE-NBR TO AML-CS-CASE-NBR (AML-CS-IDX).
           MOVE AML-AH-BPR-ID1 (AML-AH-IDX)
               TO AML-CS-BPR-ID1 (AML-CS-IDX).
           MOVE AML-AH-BPR-ID2 (AML-AH-IDX)
               TO AML-CS-BPR-ID2 (AML-CS-IDX).
           MOVE AML-WK-CASE-TYPE-CD TO AML-CS-CASE-TYPE-CD (AML-CS-IDX).
           MOVE 'O' TO AML-CS-STATUS-CD (AML-CS-IDX).
           MOVE AML-RUN-DTE TO AML-CS-OPEN-DTE (AML-CS-IDX).
           MOVE ZERO TO AML-CS-LAST-HIT-DTE (AML-CS-IDX).
           MOVE ZERO TO AML-CS-HIT-CT (AML-CS-IDX).
           MOVE ZERO TO AML-CS-HIT-AT (AML-CS-IDX).
           MOVE ZERO TO AML-CS-DECISION-DTE (AML-CS-IDX).
           MOVE SPACES TO AML-CS-OFFICER-ID (AML-CS-IDX).
           MOVE SPACES TO AML-CS-SAR-REF (AML-CS-IDX).
           MOVE SPACES TO AML-CS-NOTE-TX (AML-CS-IDX).
       4100-EXIT.
           EXIT.
       4200-WRITE-EVIDENCE.
           MOVE SPACES TO AML-CASE-EVID-RECORD.
           MOVE AML-CS-CASE-NBR (AML-CS-IDX) TO EVD-CASE-NBR.
           MOVE AML-WK-CASE-TYPE-CD TO EVD-CASE-TYPE-CD.
           MOVE AML-AH-BPR-ID1 (AML-AH-IDX) TO EVD-CMR-BPR-ID1.
           MOVE AML-AH-BPR-ID2 (AML-AH-IDX) TO EVD-CMR-BPR-ID2.
           MOVE AML-AH-FUND-CODE (AML-AH-IDX) TO EVD-FUND-CODE.
           MOVE AML-AH-ACCOUNT-NBR (AML-AH-IDX) TO EVD-ACCOUNT-NUMBER.
           MOVE AML-AH-TRADE-DTE (AML-AH-IDX) TO EVD-TRADE-DTE.
           MOVE AML-AH-TRAN-TYPE-CD (AML-AH-IDX) TO EVD-TRAN-TYPE-CD.
           MOVE AML-AH-ORDER-NBR (AML-AH-IDX) TO EVD-ORDER-NBR.
           MOVE AML-AH-GROSS-AT (AML-AH-IDX) TO EVD-GROSS-AT.
           MOVE AML-AH-PAY-METHOD-CDE (AML-AH-IDX)
               TO EVD-PAY-METHOD-CDE.
           MOVE AML-RUN-DTE TO EVD-RUN-DTE.
           WRITE AML-CASE-EVID-RECORD.
           MOVE AML-CS-CASE-NBR (AML-CS-IDX) TO AML-HL-CASE-NBR.
           MOVE AML-WK-CASE-ACTION TO AML-HL-CASE-ACTION.
           MOVE AML-WK-CASE-TYPE-CD TO AML-HL-CASE-TYPE-CD.
           MOVE AML-AH-BPR-ID1 (AML-AH-IDX) TO AML-HL-BPR-ID1.
           MOVE AML-AH-FUND-CODE (AML-AH-IDX) TO AML-HL-FUND-CODE.
           MOVE AML-AH-ACCOUNT-NBR (AML-AH-IDX) TO AML-HL-ACCOUNT-NBR.
           MOVE AML-AH-TRADE-DTE (AML-AH-IDX) TO AML-HL-TRADE-DTE.
           MOVE AML-AH-TRAN-TYPE-CD (AML-AH-IDX)
               TO AML-HL-TRAN-TYPE-CD.
           MOVE AML-AH-PAY-METHOD-CDE (AML-AH-IDX)
               TO AML-HL-PAY-METHOD-CDE.
           MOVE AML-AH-GROSS-AT (AML-AH-IDX) TO AML-HL-AMOUNT.
           IF AML-HIT-CAP-USED-CT < 5000
               ADD 1 TO AML-HIT-CAP-USED-CT
               SET AML-HIT-CAP-IX TO AML-HIT-CAP-USED-CT
               MOVE AML-HIT-LINE
                   TO AML-HIT-CAP-LINE (AML-HIT-CAP-IX)
           ELSE
               MOVE 'Y' TO AML-HIT-CAP-TRUNC-SW
           END-IF.
       4200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY THE ROLLING ACTIVITY AND THE WHOLE CASE FILE     *
      *    FORWARD TO THE NEXT RUN                                *
      *---------------------------------------------------------*
       7000-CARRY-FILES-FORWARD.
           IF AML-HST-USED-CT > ZERO
               PERFORM 7100-WRITE-ONE-ACTIVITY THRU 7100-EXIT
                       VARYING AML-AH-IDX FROM 1 BY 1
                       UNTIL AML-AH-IDX > AML-HST-USED-CT
           END-IF.
           IF AML-CAS-USED-CT > ZERO
               PERFORM 7200-WRITE-ONE-CASE THRU 7200-EXIT
                       VARYING AML-CS-IDX FROM 1 BY 1
                       UNTIL AML-CS-IDX > AML-CAS-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-ACTIVITY.
           MOVE SPACES TO AML-ACTV-HIST-OUT-RECORD.
           MOVE AML-AH-BPR-ID1 (AML-AH-IDX) TO ACO-CMR-BPR-ID1.
           MOVE AML-AH-BPR-ID2 (AML-AH-IDX) TO ACO-CMR-BPR-ID2.
           MOVE AML-AH-FUND-CODE (AML-AH-IDX) TO ACO-FUND-CODE.
           MOVE AML-AH-ACCOUNT-NBR (AML-AH-IDX) TO ACO-ACCOUNT-NUMBER.
           MOVE AML-AH-TRADE-DTE (AML-AH-IDX) TO ACO-TRADE-DTE.
           MOVE AML-AH-TRAN-TYPE-CD (AML-AH-IDX) TO ACO-TRAN-TYPE-CD.
           MOVE AML-AH-ORDER-NBR (AML-AH-IDX) TO ACO-ORDER-NBR.
           MOVE AML-AH-GROSS-AT (AML-AH-IDX) TO ACO-GROSS-AT.
           MOVE AML-AH-PAY-METHOD-CDE (AML-AH-IDX)
               TO ACO-PAY-METHOD-CDE.
           WRITE AML-ACTV-HIST-OUT-RECORD.
       7100-EXIT.
           EXIT.
       7200-WRITE-ONE-CASE.
           MOVE SPACES TO AML-CASE-OUT-RECORD.
           MOVE AML-CS-CASE-NBR (AML-CS-IDX) TO CSO-CASE-NBR.
           MOVE AML-CS-BPR-ID1 (AML-CS-IDX) TO CSO-CMR-BPR-ID1.
           MOVE AML-CS-BPR-ID2 (AML-CS-IDX) TO CSO-CMR-BPR-ID2.
           MOVE AML-CS-CASE-TYPE-CD (AML-CS-IDX) TO CSO-CASE-TYPE-CD.
           MOVE AML-CS-STATUS-CD (AML-CS-IDX) TO CSO-STATUS-CD.
           MOVE AML-CS-OPEN-DTE (AML-CS-IDX) TO CSO-OPEN-DTE.
           MOVE AML-CS-LAST-HIT-DTE (AML-CS-IDX) TO CSO-LAST-HIT-DTE.
           MOVE AML-CS-HIT-CT (AML-CS-IDX) TO CSO-HIT-CT.
           MOVE AML-CS-HIT-AT (AML-CS-IDX) TO CSO-HIT-AT.
           MOVE AML-CS-DECISION-DTE (AML-CS-IDX) TO CSO-DECISION-DTE.
           MOVE AML-CS-OFFICER-ID (AML-CS-IDX) TO CSO-OFFICER-ID.
           MOVE AML-CS-SAR-REF (AML-CS-IDX) TO CSO-SAR-REF.
           MOVE AML-CS-NOTE-TX (AML-CS-IDX) TO CSO-NOTE-TX.
           WRITE AML-CASE-OUT-RECORD.
       7200-EXIT.
           EXIT.
       8000-PRINT-CASE-HITS.
           MOVE AML-HIT-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE AML-HIT-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF AML-HIT-CAP-USED-CT > ZERO
               PERFORM 8100-PRINT-ONE-HIT THRU 8100-EXIT
                       VARYING AML-HIT-CAP-IX FROM 1 BY 1
                       UNTIL AML-HIT-CAP-IX > AML-HIT-CAP-USED-CT
           END-IF.
           IF AML-HIT-CAP-TRUNC-SW = 'Y'
               MOVE AML-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8000-EXIT.
           EXIT.
       8100-PRINT-ONE-HIT.
           MOVE AML-HIT-CAP-LINE (AML-HIT-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8100-EXIT.
           EXIT.
       8200-PRINT-MAINT-REJECTS.
           MOVE AML-CMT-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE AML-CMT-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF AML-CMT-CAP-USED-CT > ZERO
               PERFORM 8210-PRINT-ONE-REJECT THRU 8210-EXIT
                       VARYING AML-CMT-CAP-IX FROM 1 BY 1
                       UNTIL AML-CMT-CAP-IX > AML-CMT-CAP-USED-CT
           END-IF.
           IF AML-CMT-CAP-TRUNC-SW = 'Y'
               MOVE AML-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8200-EXIT.
           EXIT.
       8210-PRINT-ONE-REJECT.
           MOVE AML-CMT-CAP-LINE (AML-CMT-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8210-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE BSA OFFICER'S WORK QUEUE -- EVERY CASE STILL OPEN  *
      *    OR IN REVIEW                                           *
      *---------------------------------------------------------*
       8300-PRINT-OPEN-CASES.
           MOVE AML-OPN-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE AML-OPN-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF AML-CAS-USED-CT > ZERO
               PERFORM 8310-PRINT-ONE-OPEN-CASE THRU 8310-EXIT
                       VARYING AML-CS-IDX FROM 1 BY 1
                       UNTIL AML-CS-IDX > AML-CAS-USED-CT
           END-IF.
       8300-EXIT.
           EXIT.
       8310-PRINT-ONE-OPEN-CASE.
           IF NOT AML-CS-STATUS-ACTIVE (AML-CS-IDX)
               GO TO 8310-EXIT
           END-IF.
           ADD 1 TO AML-CASE-STILL-OPEN-CT.
           MOVE AML-CS-CASE-NBR (AML-CS-IDX) TO AML-OL-CASE-NBR.
           MOVE AML-CS-CASE-TYPE-CD (AML-CS-IDX)
               TO AML-OL-CASE-TYPE-CD.
           MOVE AML-CS-STATUS-CD (AML-CS-IDX) TO AML-OL-STATUS-CD.
           MOVE AML-CS-BPR-ID1 (AML-CS-IDX) TO AML-OL-BPR-ID1.
           MOVE AML-CS-OPEN-DTE (AML-CS-IDX) TO AML-OL-OPEN-DTE.
           MOVE AML-CS-LAST-HIT-DTE (AML-CS-IDX)
               TO AML-OL-LAST-HIT-DTE.
           MOVE AML-CS-HIT-CT (AML-CS-IDX) TO AML-OL-HIT-CT.
           MOVE AML-CS-HIT-AT (AML-CS-IDX) TO AML-OL-HIT-AT.
           MOVE AML-CS-OFFICER-ID (AML-CS-IDX) TO AML-OL-OFFICER-ID.
           MOVE AML-OPN-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8310-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE AML-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'CASH DETAILS READ: ' TO AML-TL-LABEL.
           MOVE AML-DETAIL-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - MATRIX ERROR: ' TO AML-TL-LABEL.
           MOVE AML-MATRIX-SKIP-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - NOT POSTABLE: ' TO AML-TL-LABEL.
           MOVE AML-STATUS-SKIP-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - REVERSAL: ' TO AML-TL-LABEL.
           MOVE AML-REVERSAL-SKIP-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BELOW STRUCTURING FLOOR: ' TO AML-TL-LABEL.
           MOVE AML-BELOW-FLOOR-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - NO CUSTOMER: ' TO AML-TL-LABEL.
           MOVE AML-NO-LINK-SKIP-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SKIPPED - RE-SENT ORDER: ' TO AML-TL-LABEL.
           MOVE AML-RESENT-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'MOVEMENTS WATCHED: ' TO AML-TL-LABEL.
           MOVE AML-WATCHED-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HISTORY AGED OFF: ' TO AML-TL-LABEL.
           MOVE AML-AGED-OFF-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'STRUCTURING HITS: ' TO AML-TL-LABEL.
           MOVE AML-ST-HIT-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'RAPID IN-AND-OUT HITS: ' TO AML-TL-LABEL.
           MOVE AML-RM-HIT-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'THIRD-PARTY CHECK HITS: ' TO AML-TL-LABEL.
           MOVE AML-TP-HIT-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CASES OPENED: ' TO AML-TL-LABEL.
           MOVE AML-CASE-OPEN-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HITS ADDED TO OPEN CASES: ' TO AML-TL-LABEL.
           MOVE AML-CASE-ADD-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CASE MAINT READ: ' TO AML-TL-LABEL.
           MOVE AML-CMT-READ-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CASE MAINT APPLIED: ' TO AML-TL-LABEL.
           MOVE AML-CMT-APPLIED-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CASE MAINT REJECTED: ' TO AML-TL-LABEL.
           MOVE AML-CMT-REJECT-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CASES STILL OPEN: ' TO AML-TL-LABEL.
           MOVE AML-CASE-STILL-OPEN-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REPORTING THRESHOLD USED:' TO AML-AL-LABEL.
           MOVE AML-REPORT-THRESHOLD-AT TO AML-AL-AMOUNT.
           MOVE AML-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'STRUCTURING FLOOR USED: ' TO AML-AL-LABEL.
           MOVE AML-STRUCT-FLOOR-AT TO AML-AL-AMOUNT.
           MOVE AML-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'STRUCTURING WINDOW DAYS: ' TO AML-TL-LABEL.
           MOVE AML-STRUCT-WINDOW-DAYS TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'STRUCTURING MIN ITEMS: ' TO AML-TL-LABEL.
           MOVE AML-STRUCT-MIN-CT TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'RAPID WINDOW DAYS: ' TO AML-TL-LABEL.
           MOVE AML-RAPID-WINDOW-DAYS TO AML-TL-COUNT.
           MOVE AML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'RAPID MINIMUM USED: ' TO AML-AL-LABEL.
           MOVE AML-RAPID-MIN-AT TO AML-AL-AMOUNT.
           MOVE AML-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO AML-RUN-CTL-RECORD.
           MOVE 'AML-SUSPICIOUS-CASES' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE AML-RUN-CTL-RECORD.
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
           MOVE SPACES TO AML-RUN-CTL-RECORD.
           MOVE 'AML-SUSPICIOUS-CASES' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE AML-DETAIL-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE AML-RUN-CTL-RECORD.
           CLOSE AML-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE OR DROP A CASE                         *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE AML-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO AML-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE AML-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE AML-CASH-FL.
           CLOSE AML-ACCT-FL.
           CLOSE AML-ACTV-HIST-IN.
           CLOSE AML-ACTV-HIST-OUT.
           CLOSE AML-CASE-IN.
           CLOSE AML-CASE-OUT.
           CLOSE AML-CASE-MAINT-FL.
           CLOSE AML-CASE-EVID-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF AML-NEW-RC > AML-RUN-RC
               MOVE AML-NEW-RC TO AML-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF AML-CASE-OPEN-CT > ZERO
            OR AML-CASE-ADD-CT > ZERO
            OR AML-CMT-REJECT-CT > ZERO
               MOVE 4 TO AML-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE AML-RUN-RC TO AML-RCD-OUT.
           EVALUATE AML-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO AML-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO AML-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO AML-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO AML-RCD-REASON
           END-EVALUATE.
           MOVE AML-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE AML-RUN-RC TO RETURN-CODE.
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
           MOVE 'AML-SUSPICIOUS-CASES' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BRIDGE TO THE COMMON DATE SERVICE                      *
      *---------------------------------------------------------*
       9600-CALL-DATE-SERVICE.
           CALL 'DTE-DATE-SERVICE' USING DTE-COMMAREA.
       9600-EXIT.
           EXIT.
