       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRQ-PAYEE-INQUIRY.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT PRQ-REQUEST-FL ASSIGN TO "PAYRQST".
	    SELECT PRQ-RESPONSE-FL ASSIGN TO "PAYRESP".
	    SELECT PRQ-PAY-HIST-FL ASSIGN TO "PAYHISTI".
	    SELECT OPTIONAL PRQ-WH-REMIT-FL ASSIGN TO "WHREMIT".
	    SELECT OPTIONAL PRQ-LINEAGE-FL ASSIGN TO "PAYLINE".
	    SELECT OPTIONAL PRQ-REGISTER-FL ASSIGN TO "CMREGI".
	    SELECT OPTIONAL PRQ-ISSUED-FL ASSIGN TO "CHKPRNT".
	    SELECT OPTIONAL PRQ-NACHA-FL ASSIGN TO "NACHAOUT".
	    SELECT OPTIONAL PRQ-REISSUE-FL ASSIGN TO "REISSUE".
	    SELECT OPTIONAL PRQ-HELD-FL ASSIGN TO "HELDIN".
	    SELECT OPTIONAL PRQ-ALPHA-XREF-FL ASSIGN TO "ALPHAXRF".
	    SELECT OPTIONAL PRQ-YTD-MASTER-FL ASSIGN TO "YTDIN".
	    SELECT OPTIONAL PRQ-REP-YTD-FL ASSIGN TO "REPYTDI".
	    SELECT OPTIONAL PRQ-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    ONE REQUEST PER PAYEE FROM THE SERVICE DESK.  THE      *
      *    DEALER IS REQUIRED; A PAY OFFICE OR REP NARROWS THE    *
      *    ANSWER, AND A ZERO FROM OR TO PERIOD-END DATE LEAVES   *
      *    THAT END OF THE RANGE OPEN.  THE CALLER'S REFERENCE    *
      *    COMES BACK ON EVERY RESPONSE RECORD'S HEADER           *
      *---------------------------------------------------------*
       FD  PRQ-REQUEST-FL.
       01  PRQ-REQUEST-RECORD.
           05  RQP-FINANCIAL-INST-ID         PIC 9(7).
           05  RQP-FI-PAY-OFC-ID             PIC X(9).
           05  RQP-FI-BRANCH-REP-ID          PIC X(9).
           05  RQP-FROM-PER-END-DT           PIC 9(8).
           05  RQP-TO-PER-END-DT             PIC 9(8).
           05  RQP-TO-PER-END-R REDEFINES RQP-TO-PER-END-DT.
               10  RQP-TO-YEAR               PIC 9(4).
               10  FILLER                    PIC X(4).
           05  RQP-REQUESTOR-REF             PIC X(10).
           05  FILLER                        PIC X(29).
      *---------------------------------------------------------*
      *    MACHINE-READABLE RESPONSE FOR THE SERVICE-DESK LOAD.   *
      *    EVERY ROW CARRIES THE REQUEST SEQUENCE AND THE KEYS    *
      *    AS REQUESTED; THE TYPE CODE SAYS WHICH VIEW OF THE     *
      *    DATA AREA APPLIES.  ONE 'H' PER REQUEST, THEN ITS      *
      *    PERIOD, PAYMENT, HOLD AND YTD ROWS, AND ONE 'T' AT     *
      *    THE END OF THE FILE.  TINS GO OUT MASKED TO ZEROS      *
      *---------------------------------------------------------*
       FD  PRQ-RESPONSE-FL.
       01  PRQ-RESPONSE-RECORD.
           05  PRS-RECORD-TYPE-CD            PIC X(1).
               88  PRS-TYPE-HEADER               VALUE 'H'.
               88  PRS-TYPE-PERIOD               VALUE 'P'.
               88  PRS-TYPE-PAYMENT              VALUE 'M'.
               88  PRS-TYPE-HOLD                 VALUE 'O'.
               88  PRS-TYPE-YTD                  VALUE 'Y'.
               88  PRS-TYPE-TRAILER              VALUE 'T'.
           05  PRS-REQUEST-SEQ-NBR           PIC 9(5).
           05  PRS-FINANCIAL-INST-ID         PIC 9(7).
           05  PRS-FI-PAY-OFC-ID             PIC X(9).
           05  PRS-FI-BRANCH-REP-ID          PIC X(9).
           05  PRS-DATA-AREA                 PIC X(169).
           05  PRS-HEADER-AREA REDEFINES PRS-DATA-AREA.
               10  PRS-HDR-REQUESTOR-REF     PIC X(10).
               10  PRS-HDR-FROM-PER-END-DT   PIC 9(8).
               10  PRS-HDR-TO-PER-END-DT     PIC 9(8).
               10  PRS-HDR-TAX-ID-MASKED     PIC 9(9).
               10  PRS-HDR-ANSWER-CD         PIC X(1).
                   88  PRS-ANSWER-FOUND          VALUE 'Y'.
                   88  PRS-ANSWER-NOT-FOUND      VALUE 'N'.
                   88  PRS-ANSWER-REJECTED       VALUE 'R'.
               10  PRS-HDR-PERIOD-CT         PIC 9(3).
               10  PRS-HDR-PAYMENT-CT        PIC 9(3).
               10  PRS-HDR-HOLD-CT           PIC 9(3).
               10  PRS-HDR-YTD-CT            PIC 9(3).
               10  PRS-HDR-CAPPED-CD         PIC X(1).
               10  PRS-HDR-REJECT-REASON     PIC X(30).
               10  FILLER                    PIC X(90).
           05  PRS-PERIOD-AREA REDEFINES PRS-DATA-AREA.
               10  PRS-PER-END-DT            PIC 9(8).
               10  PRS-PER-GROSS-AT          PIC -9(15).9(2).
               10  PRS-PER-HELD-AT           PIC -9(15).9(2).
               10  PRS-PER-RELEASED-AT       PIC -9(15).9(2).
               10  PRS-PER-WITHHELD-AT       PIC -9(15).9(2).
               10  PRS-PER-REISSUED-AT       PIC -9(15).9(2).
               10  PRS-PER-NET-PAID-AT       PIC -9(15).9(2).
               10  PRS-PER-METHOD-CD         PIC X(5).
               10  FILLER                    PIC X(42).
           05  PRS-PAYMENT-AREA REDEFINES PRS-DATA-AREA.
               10  PRS-PAY-TYPE-CD           PIC X(5).
               10  PRS-PAY-REFERENCE         PIC X(15).
               10  PRS-PAY-ACCOUNT-NUMBER    PIC 9(11).
               10  PRS-PAY-PAY-OFC-ID        PIC X(9).
               10  PRS-PAY-AMOUNT-AT         PIC -9(15).9(2).
               10  PRS-PAY-DTE               PIC 9(8).
               10  PRS-PAY-PER-END-DT        PIC 9(8).
               10  PRS-PAY-STATUS-TX         PIC X(16).
               10  PRS-PAY-REASON-CD         PIC X(3).
               10  FILLER                    PIC X(75).
           05  PRS-HOLD-AREA REDEFINES PRS-DATA-AREA.
               10  PRS-HLD-ACCOUNT-NUMBER    PIC 9(11).
               10  PRS-HLD-ALPHA-CODE        PIC X(10).
               10  PRS-HLD-FD-SPNSR-SHRT-NME PIC X(3).
               10  PRS-HLD-PRE-AGREE-AT      PIC -9(15).9(2).
               10  PRS-HLD-FIRST-HELD-DT     PIC 9(8).
               10  PRS-HLD-AGE-CT            PIC 9(2).
               10  FILLER                    PIC X(116).
           05  PRS-YTD-AREA REDEFINES PRS-DATA-AREA.
               10  PRS-YTD-YEAR              PIC 9(4).
               10  PRS-YTD-TAX-ID-MASKED     PIC 9(9).
               10  PRS-YTD-AT                PIC -9(15).9(2).
               10  PRS-YTD-PERIOD-CT         PIC 9(3).
               10  PRS-YTD-LEVEL-CD          PIC X(1).
                   88  PRS-YTD-LEVEL-PAYEE       VALUE 'P'.
                   88  PRS-YTD-LEVEL-REP         VALUE 'R'.
               10  FILLER                    PIC X(133).
           05  PRS-TRAILER-AREA REDEFINES PRS-DATA-AREA.
               10  PRS-TRL-REQUEST-CT        PIC 9(9).
               10  PRS-TRL-ANSWERED-CT       PIC 9(9).
               10  PRS-TRL-NOT-FOUND-CT      PIC 9(9).
               10  PRS-TRL-REJECTED-CT       PIC 9(9).
               10  PRS-TRL-RECORD-CT         PIC 9(9).
               10  FILLER                    PIC X(124).
      *---------------------------------------------------------*
      *    PAY-HISTORY MASTER AS THE PAYOUT RUN LEFT IT -- GROSS  *
      *    PAID BY DEALER, BRANCH, REP AND PERIOD                 *
      *---------------------------------------------------------*
       FD  PRQ-PAY-HIST-FL.
       01  PRQ-PAY-HIST-RECORD.
           05  PHI-FINANCIAL-INST-ID        PIC 9(7).
           05  PHI-FINCL-INST-BRCH-ID       PIC X(9).
           05  PHI-FI-BRANCH-REP-ID         PIC X(9).
           05  PHI-ACCOUNT-NUMBER           PIC 9(11).
           05  PHI-TOTAL-COMPN-AT           PIC -9(15).9(2).
           05  PHI-PER-END-DT               PIC 9(8).
           05  PHI-WKO-NBR-ID               PIC X(8).
           05  PHI-SPLIT-SHARE-CD           PIC X(1).
           05  FILLER                       PIC X(8).
       FD  PRQ-WH-REMIT-FL.
       01  PRQ-WH-REMIT-RECORD.
           05  WHR-FINANCIAL-INST-ID        PIC 9(7).
           05  WHR-TAX-ID                   PIC 9(9).
           05  WHR-GROSS-AT                 PIC -9(15).9(2).
           05  WHR-WITHHELD-AT              PIC -9(15).9(2).
           05  WHR-PER-END-DT               PIC 9(8).
           05  FILLER                       PIC X(8).
      *---------------------------------------------------------*
      *    PAYMENT BUILD-UP LINEAGE FROM THE PAYOUT RUN.  THE     *
      *    HELD, RELEASE AND REISSUE STEPS FEED THE PERIOD LINE,  *
      *    AND EVERY STEP CARRYING A SETTLEMENT SECTION IS PART   *
      *    OF WHAT THE PAYEE WAS PAID AND HOW                     *
      *---------------------------------------------------------*
       FD  PRQ-LINEAGE-FL.
       01  PRQ-LINEAGE-RECORD.
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
           05  FILLER                       PIC X(10).
      *---------------------------------------------------------*
      *    OUTSTANDING CHECK REGISTER FROM THE CHECK RECONCILE.   *
      *    PAID AND VOIDED CHECKS HAVE ALREADY COME OFF IT        *
      *---------------------------------------------------------*
       FD  PRQ-REGISTER-FL.
       01  PRQ-REGISTER-RECORD.
           05  RGI-CHECK-NBR                 PIC 9(13).
           05  RGI-FINANCIAL-INST-ID         PIC 9(7).
           05  RGI-FI-PAY-OFC-ID             PIC X(9).
           05  RGI-ACCOUNT-NUMBER            PIC 9(11).
           05  RGI-CHECK-AT                  PIC -9(15).9(2).
           05  RGI-ISSUE-DTE                 PIC 9(8).
           05  RGI-STATUS-CD                 PIC X(1).
               88  RGI-OUTSTANDING               VALUE 'O'.
               88  RGI-STOPPED                   VALUE 'S'.
               88  RGI-STALE                     VALUE 'T'.
               88  RGI-PAID                      VALUE 'P'.
               88  RGI-VOIDED                    VALUE 'V'.
           05  RGI-STATUS-DTE                PIC 9(8).
           05  FILLER                        PIC X(24).
      *---------------------------------------------------------*
      *    CHECKS CUT BY CHK-CHECK-PRINT                          *
      *---------------------------------------------------------*
       FD  PRQ-ISSUED-FL.
       01  PRQ-ISSUED-RECORD.
           05  CPR-CHECK-NBR                 PIC 9(13).
           05  CPR-FINANCIAL-INST-ID         PIC 9(7).
           05  CPR-FI-PAY-OFC-ID             PIC X(9).
           05  CPR-PAYEE-NAME                PIC X(40).
           05  CPR-CHECK-AT                  PIC -9(15).9(2).
           05  CPR-ISSUE-DTE                 PIC 9(8).
           05  CPR-ACCOUNT-NUMBER            PIC 9(11).
           05  FILLER                        PIC X(03).
      *---------------------------------------------------------*
      *    NACHA FILE FROM ACH-NACHA-GENERATION.  THE BATCH       *
      *    HEADER GIVES THE EFFECTIVE DATE; EACH ENTRY CARRIES    *
      *    THE PINS ACCOUNT IN THE INDIVIDUAL ID AND THE PAY      *
      *    OFFICE IN THE INDIVIDUAL NAME, WITH ITS TRACE NUMBER   *
      *---------------------------------------------------------*
       FD  PRQ-NACHA-FL.
       01  PRQ-NACHA-RECORD.
           05  NCH-RECORD-TYPE-CD            PIC X(1).
               88  NCH-TYPE-BATCH-HEADER         VALUE '5'.
               88  NCH-TYPE-ENTRY                VALUE '6'.
           05  NCH-RECORD-AREA               PIC X(93).
           05  NCH-BATCH-HDR-AREA REDEFINES NCH-RECORD-AREA.
               10  FILLER                    PIC X(68).
               10  NCH-BH-EFF-DTE            PIC 9(6).
               10  FILLER                    PIC X(19).
           05  NCH-ENTRY-AREA REDEFINES NCH-RECORD-AREA.
               10  NCH-EN-TRAN-CD            PIC 9(2).
               10  NCH-EN-RDFI-RT            PIC 9(9).
               10  NCH-EN-BANK-ACCT          PIC X(17).
               10  NCH-EN-AMOUNT             PIC 9(10).
               10  NCH-EN-INDIV-ID.
                   15  NCH-EN-ACCOUNT-NBR    PIC 9(11).
                   15  FILLER                PIC X(4).
               10  NCH-EN-INDIV-NME.
                   15  NCH-EN-PAY-OFC-ID     PIC X(9).
                   15  FILLER                PIC X(13).
               10  FILLER                    PIC X(3).
               10  NCH-EN-TRACE-NBR.
                   15  NCH-EN-TRACE-RT-8     PIC 9(8).
                   15  NCH-EN-TRACE-SEQ      PIC 9(7).
      *---------------------------------------------------------*
      *    REISSUE QUEUE -- ACH RETURNS (R-CODES), VOIDED CHECKS  *
      *    ('VOD') AND PAYMENTS WAITING ON A PRENOTE ('PRE'),     *
      *    ALL TO BE REPAID BY THE NEXT PAYOUT RUN                *
      *---------------------------------------------------------*
       FD  PRQ-REISSUE-FL.
       01  PRQ-REISSUE-RECORD.
           05  RIS-FINANCIAL-INST-ID         PIC 9(7).
           05  RIS-FI-PAY-OFC-ID             PIC X(9).
           05  RIS-ACCOUNT-NUMBER            PIC 9(11).
           05  RIS-REISSUE-AT                PIC -9(15).9(2).
           05  RIS-RETURN-REASON-CD          PIC X(3).
               88  RIS-REASON-VOIDED-CHECK       VALUE 'VOD'.
               88  RIS-REASON-PRENOTE            VALUE 'PRE'.
           05  RIS-RETURN-REASON-R REDEFINES RIS-RETURN-REASON-CD.
               10  RIS-REASON-CLASS-CD       PIC X(1).
                   88  RIS-REASON-ACH-RETURN     VALUE 'R'.
               10  FILLER                    PIC X(2).
           05  RIS-RETURN-DTE                PIC 9(8).
           05  FILLER                        PIC X(13).
      *---------------------------------------------------------*
      *    HELD-COMMISSION MASTER -- KEYED BY ALPHA CODE, SO THE  *
      *    DEALER COMES FROM THE ALPHA CROSS-REFERENCE            *
      *---------------------------------------------------------*
       FD  PRQ-HELD-FL.
       01  PRQ-HELD-RECORD.
           05  HLI-FD-SPNSR-SHRT-NME        PIC X(3).
           05  HLI-ACCOUNT-NUMBER           PIC 9(11).
           05  HLI-ALPHA-CODE               PIC X(10).
           05  HLI-PRE-AGREE-AT             PIC -9(15).9(2).
           05  HLI-FIRST-HELD-DT            PIC 9(8).
           05  HLI-AGE-CT                   PIC 9(2).
           05  FILLER                       PIC X(7).
       FD  PRQ-ALPHA-XREF-FL.
       01  PRQ-ALPHA-XREF-RECORD.
           05  AXF-ALPHA-CODE                PIC X(10).
           05  AXF-FINANCIAL-INST-ID         PIC 9(7).
           05  AXF-FINCL-INST-BRCH-ID        PIC X(9).
           05  FILLER                        PIC X(14).
       FD  PRQ-YTD-MASTER-FL.
       01  PRQ-YTD-MASTER-RECORD.
           05  YTI-FINANCIAL-INST-ID         PIC 9(7).
           05  YTI-TAX-ID                    PIC 9(9).
           05  YTI-YEAR                      PIC 9(4).
           05  YTI-YTD-AT                    PIC -9(15).9(2).
           05  YTI-PERIOD-CT                 PIC 9(3).
           05  FILLER                        PIC X(8).
       FD  PRQ-REP-YTD-FL.
       01  PRQ-REP-YTD-RECORD.
           05  YRI-FINANCIAL-INST-ID         PIC 9(7).
           05  YRI-FINCL-INST-BRCH-ID        PIC X(9).
           05  YRI-FI-BRANCH-REP-ID          PIC X(9).
           05  YRI-YEAR                      PIC 9(4).
           05  YRI-YTD-AT                    PIC -9(15).9(2).
           05  YRI-PERIOD-CT                 PIC 9(3).
           05  FILLER                        PIC X(9).
       FD  PRQ-RUN-CTL-FL.
       01  PRQ-RUN-CTL-RECORD.
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
       01  PRQ-SWITCHES.
           05  PRQ-RQS-EOF-SW                PIC X(01)   VALUE 'N'.
               88  PRQ-RQS-EOF                   VALUE 'Y'.
           05  PRQ-AXF-EOF-SW                PIC X(01)   VALUE 'N'.
               88  PRQ-AXF-EOF                   VALUE 'Y'.
           05  PRQ-SRC-EOF-SW                PIC X(01)   VALUE 'N'.
               88  PRQ-SRC-EOF                   VALUE 'Y'.
           05  PRQ-PD-FOUND-SW               PIC X(01)   VALUE 'N'.
               88  PRQ-PD-FOUND                  VALUE 'Y'.
               88  PRQ-PD-NOT-FOUND              VALUE 'N'.
           05  PRQ-PY-FOUND-SW               PIC X(01)   VALUE 'N'.
               88  PRQ-PY-FOUND                  VALUE 'Y'.
               88  PRQ-PY-NOT-FOUND              VALUE 'N'.
           05  PRQ-PO-FOUND-SW               PIC X(01)   VALUE 'N'.
               88  PRQ-PO-FOUND                  VALUE 'Y'.
               88  PRQ-PO-NOT-FOUND              VALUE 'N'.
           05  PRQ-AX-FOUND-SW               PIC X(01)   VALUE 'N'.
               88  PRQ-AX-FOUND                  VALUE 'Y'.
               88  PRQ-AX-NOT-FOUND              VALUE 'N'.
           05  PRQ-CAPPED-SW                 PIC X(01)   VALUE 'N'.
               88  PRQ-CAPPED                    VALUE 'Y'.
           05  PRQ-REJECT-SW                 PIC X(01)   VALUE 'N'.
               88  PRQ-REJECTED                  VALUE 'Y'.
               88  PRQ-ACCEPTED                  VALUE 'N'.
       01  PRQ-COUNTERS                      COMP.
           05  PRQ-REQUEST-CT                PIC 9(09)   VALUE ZERO.
           05  PRQ-ANSWERED-CT               PIC 9(09)   VALUE ZERO.
           05  PRQ-NOT-FOUND-CT              PIC 9(09)   VALUE ZERO.
           05  PRQ-REJECTED-CT               PIC 9(09)   VALUE ZERO.
           05  PRQ-CAPPED-CT                 PIC 9(09)   VALUE ZERO.
           05  PRQ-RESPONSE-CT               PIC 9(09)   VALUE ZERO.
       01  PRQ-AXF-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  PRQ-PD-USED-CT                    PIC 9(04)   COMP
                                              VALUE ZERO.
       01  PRQ-PY-USED-CT                    PIC 9(04)   COMP
                                              VALUE ZERO.
       01  PRQ-PO-USED-CT                    PIC 9(04)   COMP
                                              VALUE ZERO.
       01  PRQ-HD-USED-CT                    PIC 9(04)   COMP
                                              VALUE ZERO.
       01  PRQ-YT-USED-CT                    PIC 9(04)   COMP
                                              VALUE ZERO.
       01  PRQ-YT-SHOWN-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  PRQ-PD-SUB                        PIC 9(04)   COMP
                                              VALUE ZERO.
       01  PRQ-PD-POS                        PIC 9(04)   COMP
                                              VALUE ZERO.
       01  PRQ-SHIFT-SUB                     PIC 9(04)   COMP
                                              VALUE ZERO.
       01  PRQ-SHIFT-TO                      PIC 9(04)   COMP
                                              VALUE ZERO.
       01  PRQ-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  PRQ-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  PRQ-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  PRQ-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  PRQ-RCD-REASON               PIC X(40).
       01  PRQ-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  PRQ-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    PER-REQUEST LIMITS.  A PAYEE WITH MORE PERIODS OR      *
      *    PAYMENTS THAN THIS IN ONE REQUEST GETS WHAT FITS AND   *
      *    A CAPPED NOTE -- THE DESK NARROWS THE PERIOD RANGE     *
      *---------------------------------------------------------*
       01  PRQ-PD-LIMIT                      PIC 9(04)   COMP
                                              VALUE 60.
       01  PRQ-PY-LIMIT                      PIC 9(04)   COMP
                                              VALUE 100.
       01  PRQ-PO-LIMIT                      PIC 9(04)   COMP
                                              VALUE 20.
       01  PRQ-HD-LIMIT                      PIC 9(04)   COMP
                                              VALUE 50.
       01  PRQ-YT-LIMIT                      PIC 9(04)   COMP
                                              VALUE 10.
       01  PRQ-WORK-FIELDS.
           05  PRQ-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  PRQ-WK-PER-END-DT             PIC 9(08)   VALUE ZERO.
           05  PRQ-NEXT-PER-END-DT           PIC 9(08)   VALUE ZERO.
           05  PRQ-WK-AT                     PIC S9(15)V9(2)
                                                         VALUE ZERO.
           05  PRQ-WK-TAX-ID                 PIC 9(09)   VALUE ZERO.
           05  PRQ-TIN-MASKED                PIC 9(09)   VALUE ZERO.
           05  PRQ-YTD-YEAR                  PIC 9(04)   VALUE ZERO.
           05  PRQ-BATCH-EFF-DTE             PIC 9(08)   VALUE ZERO.
           05  PRQ-RGI-HIGH-ISSUE-DTE        PIC 9(08)   VALUE ZERO.
           05  PRQ-WK-PAY-OFC-ID             PIC X(09)   VALUE SPACES.
           05  PRQ-WK-STATUS-TX              PIC X(16)   VALUE SPACES.
           05  PRQ-WK-TYPE-CD                PIC X(05)   VALUE SPACES.
           05  PRQ-WK-REASON-CD              PIC X(03)   VALUE SPACES.
           05  PRQ-WK-REJECT-REASON          PIC X(30)   VALUE SPACES.
      *---------------------------------------------------------*
      *    NACHA DATES ARE YYMMDD -- CENTURY SUPPLIED HERE        *
      *---------------------------------------------------------*
       01  PRQ-WK-ACH-DTE.
           05  PRQ-WK-ACH-CC                 PIC 9(02)   VALUE 20.
           05  PRQ-WK-ACH-YYMMDD             PIC 9(06)   VALUE ZERO.
       01  PRQ-WK-ACH-DTE-N REDEFINES PRQ-WK-ACH-DTE
                                             PIC 9(08).
      *---------------------------------------------------------*
      *    ALPHA-CODE TO DEALER CROSS-REFERENCE FOR THE HELD      *
      *    MASTER                                                 *
      *---------------------------------------------------------*
       01  PRQ-AXF-TBL.
           05  PRQ-AX-ENTRY OCCURS 2000 TIMES
                           INDEXED BY PRQ-AX-IDX.
               10  PRQ-AX-ALPHA-CODE         PIC X(10).
               10  PRQ-AX-FI-ID              PIC 9(07).
      *---------------------------------------------------------*
      *    ONE ROW PER PAY PERIOD IN THE REQUESTED RANGE, KEPT    *
      *    IN PERIOD-END ORDER AS THE SOURCES ARE PASSED          *
      *---------------------------------------------------------*
       01  PRQ-PD-TBL.
           05  PRQ-PD-ENTRY OCCURS 60 TIMES.
               10  PRQ-PD-PER-END-DT         PIC 9(08).
               10  PRQ-PD-GROSS-AT           PIC S9(15)V9(2).
               10  PRQ-PD-HELD-AT            PIC S9(15)V9(2).
               10  PRQ-PD-RELEASED-AT        PIC S9(15)V9(2).
               10  PRQ-PD-WITHHELD-AT        PIC S9(15)V9(2).
               10  PRQ-PD-REISSUED-AT        PIC S9(15)V9(2).
               10  PRQ-PD-NET-PAID-AT        PIC S9(15)V9(2).
               10  PRQ-PD-METHOD-CD          PIC X(05).
      *---------------------------------------------------------*
      *    ONE ROW PER CHECK, ACH ENTRY OR QUEUED REPAYMENT,      *
      *    TIED TO THE PERIOD IT PAID                             *
      *---------------------------------------------------------*
       01  PRQ-WK-PY-ENTRY.
           05  PRQ-WK-PY-TYPE-CD             PIC X(05).
           05  PRQ-WK-PY-REFERENCE           PIC X(15).
           05  PRQ-WK-PY-ACCOUNT-NBR         PIC 9(11).
           05  PRQ-WK-PY-PAY-OFC-ID          PIC X(09).
           05  PRQ-WK-PY-AMOUNT-AT           PIC S9(15)V9(2).
           05  PRQ-WK-PY-PAY-DTE             PIC 9(08).
           05  PRQ-WK-PY-PER-END-DT          PIC 9(08).
           05  PRQ-WK-PY-STATUS-TX           PIC X(16).
           05  PRQ-WK-PY-REASON-CD           PIC X(03).
       01  PRQ-PY-TBL.
           05  PRQ-PY-ENTRY OCCURS 100 TIMES
                           INDEXED BY PRQ-PY-IDX.
               10  PRQ-PY-TYPE-CD            PIC X(05).
               10  PRQ-PY-REFERENCE          PIC X(15).
               10  PRQ-PY-ACCOUNT-NBR        PIC 9(11).
               10  PRQ-PY-PAY-OFC-ID         PIC X(09).
               10  PRQ-PY-AMOUNT-AT          PIC S9(15)V9(2).
               10  PRQ-PY-PAY-DTE            PIC 9(08).
               10  PRQ-PY-PER-END-DT         PIC 9(08).
               10  PRQ-PY-STATUS-TX          PIC X(16).
               10  PRQ-PY-REASON-CD          PIC X(03).
      *---------------------------------------------------------*
      *    PAY OFFICES SEEN FOR THE DEALER -- THE NACHA ENTRY     *
      *    CARRIES NO DEALER, ONLY ITS PAY OFFICE                 *
      *---------------------------------------------------------*
       01  PRQ-PO-TBL.
           05  PRQ-PO-ENTRY OCCURS 20 TIMES
                           INDEXED BY PRQ-PO-IDX.
               10  PRQ-PO-PAY-OFC-ID         PIC X(09).
       01  PRQ-HD-TBL.
           05  PRQ-HD-ENTRY OCCURS 50 TIMES
                           INDEXED BY PRQ-HD-IDX.
               10  PRQ-HD-ACCOUNT-NBR        PIC 9(11).
               10  PRQ-HD-ALPHA-CODE         PIC X(10).
               10  PRQ-HD-SPNSR              PIC X(03).
               10  PRQ-HD-PRE-AGREE-AT       PIC S9(15)V9(2).
               10  PRQ-HD-FIRST-HELD-DT      PIC 9(08).
               10  PRQ-HD-AGE-CT             PIC 9(02).
       01  PRQ-YT-TBL.
           05  PRQ-YT-ENTRY OCCURS 10 TIMES
                           INDEXED BY PRQ-YT-IDX.
               10  PRQ-YT-YEAR               PIC 9(04).
               10  PRQ-YT-TAX-ID             PIC 9(09).
               10  PRQ-YT-YTD-AT             PIC S9(15)V9(2).
               10  PRQ-YT-PERIOD-CT          PIC 9(03).
               10  PRQ-YT-LEVEL-CD           PIC X(01).
       01  PRQ-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'PAYEE PAYMENT-STATUS BATCH INQUIRY RESPONSES'.
       01  PRQ-PAYEE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'DEALER '.
           05  PRQ-PL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(10)
               VALUE '  PAY OFC '.
           05  PRQ-PL-PAY-OFC-ID             PIC X(09).
           05  FILLER                        PIC X(06)   VALUE '  REP '.
           05  PRQ-PL-REP-ID                 PIC X(09).
           05  FILLER                        PIC X(10)
               VALUE '  PERIODS '.
           05  PRQ-PL-FROM-DT                PIC 9(08).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  PRQ-PL-TO-DT                  PIC 9(08).
           05  FILLER                        PIC X(06)   VALUE '  TIN '.
           05  PRQ-PL-TIN                    PIC X(09).
           05  FILLER                        PIC X(06)   VALUE '  REF '.
           05  PRQ-PL-REF                    PIC X(10).
       01  PRQ-PERIOD-HDG-LINE.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'PER END '.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE '          GROSS'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE '           HELD'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE '       RELEASED'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE '       WITHHELD'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE '       REISSUED'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE '       NET PAID'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'VIA  '.
       01  PRQ-PERIOD-LINE.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  PRQ-PD-L-PER-END-DT           PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PD-L-GROSS-AT             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PD-L-HELD-AT              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PD-L-RELEASED-AT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PD-L-WITHHELD-AT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PD-L-REISSUED-AT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PD-L-NET-PAID-AT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PD-L-METHOD-CD            PIC X(05).
       01  PRQ-PAYMENT-HDG-LINE.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'TYPE '.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE 'CHECK/TRACE NBR'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'PAY OFC'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE '         AMOUNT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'DATE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'PERIOD'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(16)   VALUE 'STATUS'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'RSN'.
       01  PRQ-PAYMENT-LINE.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  PRQ-PY-L-TYPE-CD              PIC X(05).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PY-L-REFERENCE            PIC X(15).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PY-L-ACCOUNT-NBR          PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PY-L-PAY-OFC-ID           PIC X(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PY-L-AMOUNT-AT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PY-L-PAY-DTE              PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PY-L-PER-END-DT           PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-PY-L-STATUS-TX            PIC X(16).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  PRQ-PY-L-REASON-CD            PIC X(03).
       01  PRQ-HOLD-HDG-LINE.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'HELD ACCT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'ALPHA CODE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'SPN'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(15)
               VALUE '    HELD AMOUNT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'HELD ON'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'AGE'.
       01  PRQ-HOLD-LINE.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  PRQ-HD-L-ACCOUNT-NBR          PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-HD-L-ALPHA-CODE           PIC X(10).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-HD-L-SPNSR                PIC X(03).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-HD-L-PRE-AGREE-AT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-HD-L-FIRST-HELD-DT        PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-HD-L-AGE-CT               PIC ZZ9.
       01  PRQ-YTD-LINE.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  FILLER                        PIC X(13)
               VALUE 'YEAR-TO-DATE '.
           05  PRQ-YT-L-YEAR                 PIC 9(04).
           05  FILLER                        PIC X(06)   VALUE '  TIN '.
           05  PRQ-YT-L-TIN                  PIC X(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-YT-L-YTD-AT               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(10)
               VALUE '  PERIODS '.
           05  PRQ-YT-L-PERIOD-CT            PIC ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRQ-YT-L-LEVEL-TX             PIC X(11).
       01  PRQ-MISS-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'DEALER '.
           05  PRQ-ML-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PRQ-ML-TEXT                   PIC X(50)
               VALUE '** NO PAYMENT ACTIVITY ON FILE FOR THIS PAYEE'.
       01  PRQ-NOTE-LINE.
           05  FILLER                        PIC X(31)   VALUE SPACES.
           05  PRQ-NL-NOTE                   PIC X(45).
       01  PRQ-TOTAL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PRQ-TL-LABEL                  PIC X(20).
           05  PRQ-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL PRQ-RQS-EOF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE PRQ-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------*
      *    OPEN THE REQUEST AND RESPONSE FILES, LOAD THE ALPHA    *
      *    CROSS-REFERENCE AND PRIME THE REQUEST READ.  THE       *
      *    SOURCE FILES ARE OPENED PER REQUEST AS THEY ARE PASSED *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  PRQ-REQUEST-FL.
           OPEN OUTPUT PRQ-RESPONSE-FL.
           OPEN EXTEND PRQ-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT PRQ-RUN-DTE FROM DATE YYYYMMDD.
           MOVE PRQ-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           OPEN INPUT  PRQ-ALPHA-XREF-FL.
           PERFORM 1200-LOAD-ALPHA-XREF THRU 1200-EXIT
               UNTIL PRQ-AXF-EOF.
           CLOSE PRQ-ALPHA-XREF-FL.
           MOVE PRQ-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           READ PRQ-REQUEST-FL
               AT END
                   SET PRQ-RQS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
       1050-POST-RUN-START.
           MOVE SPACES TO PRQ-RUN-CTL-RECORD.
           MOVE 'PRQ-PAYEE-INQUIRY' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE PRQ-RUN-CTL-RECORD.
       1050-EXIT.
           EXIT.
       1060-STAMP-DATE-TIME.
           ACCEPT RCTL-WK-DATE FROM DATE YYYYMMDD.
           ACCEPT RCTL-WK-TIME FROM TIME.
           MOVE RCTL-WK-DATE TO RCTL-RUN-DATE.
           MOVE RCTL-WK-TIME (1:6) TO RCTL-RUN-TIME.
       1060-EXIT.
           EXIT.
       1200-LOAD-ALPHA-XREF.
           READ PRQ-ALPHA-XREF-FL
               AT END
                   SET PRQ-AXF-EOF TO TRUE
           END-READ.
           IF NOT PRQ-AXF-EOF
               IF PRQ-AXF-USED-CT >= 2000
                   MOVE ' ALPHA XREF ROWS' TO PRQ-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO PRQ-AXF-USED-CT
               SET PRQ-AX-IDX TO PRQ-AXF-USED-CT
               MOVE AXF-ALPHA-CODE TO PRQ-AX-ALPHA-CODE (PRQ-AX-IDX)
               MOVE AXF-FINANCIAL-INST-ID
                   TO PRQ-AX-FI-ID (PRQ-AX-IDX)
           END-IF.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE CONSOLIDATED ANSWER PER REQUEST -- A REQUEST THAT  *
      *    CANNOT BE READ IS REJECTED WITH ITS REASON, A PAYEE    *
      *    WITH NOTHING ON FILE GETS A CLEAR NOT-FOUND LINE, SO   *
      *    THE SERVICE DESK IS NEVER GUESSING                     *
      *---------------------------------------------------------*
       2000-PROCESS-REQUEST.
           ADD 1 TO PRQ-REQUEST-CT.
           PERFORM 2050-EDIT-REQUEST THRU 2050-EXIT.
           IF PRQ-REJECTED
               ADD 1 TO PRQ-REJECTED-CT
               PERFORM 5900-PRINT-NO-ANSWER THRU 5900-EXIT
           ELSE
               PERFORM 2100-ANSWER-ONE-PAYEE THRU 2100-EXIT
           END-IF.
           READ PRQ-REQUEST-FL
               AT END
                   SET PRQ-RQS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
       2050-EDIT-REQUEST.
           SET PRQ-ACCEPTED TO TRUE.
           MOVE SPACES TO PRQ-WK-REJECT-REASON.
           IF RQP-FINANCIAL-INST-ID NOT NUMERIC
            OR RQP-FINANCIAL-INST-ID = ZERO
               MOVE 'DEALER ID MISSING OR INVALID'
                   TO PRQ-WK-REJECT-REASON
               SET PRQ-REJECTED TO TRUE
               GO TO 2050-EXIT
           END-IF.
           IF RQP-FROM-PER-END-DT NOT NUMERIC
            OR RQP-TO-PER-END-DT NOT NUMERIC
               MOVE 'PERIOD DATE NOT NUMERIC'
                   TO PRQ-WK-REJECT-REASON
               SET PRQ-REJECTED TO TRUE
               GO TO 2050-EXIT
           END-IF.
           IF RQP-FROM-PER-END-DT NOT = ZERO
              AND RQP-TO-PER-END-DT NOT = ZERO
              AND RQP-FROM-PER-END-DT > RQP-TO-PER-END-DT
               MOVE 'FROM PERIOD AFTER TO PERIOD'
                   TO PRQ-WK-REJECT-REASON
               SET PRQ-REJECTED TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PASS EVERY SOURCE FOR THE ONE PAYEE.  THE PERIOD       *
      *    SOURCES GO FIRST SO EACH PAYMENT CAN BE TIED TO THE    *
      *    PERIOD IT PAID, THEN THE CHECKS AHEAD OF THE REISSUE   *
      *    QUEUE SO A VOID OR ACH RETURN CAN BE MARKED ON THE     *
      *    PAYMENT IT REVERSED                                    *
      *---------------------------------------------------------*
       2100-ANSWER-ONE-PAYEE.
           PERFORM 2150-RESET-PAYEE-WORK THRU 2150-EXIT.
           PERFORM 3100-PASS-PAY-HIST THRU 3100-EXIT.
           PERFORM 3200-PASS-WH-REMIT THRU 3200-EXIT.
           PERFORM 3300-PASS-LINEAGE THRU 3300-EXIT.
           PERFORM 3400-PASS-CHECK-REGISTER THRU 3400-EXIT.
           PERFORM 3500-PASS-CHECKS-ISSUED THRU 3500-EXIT.
           PERFORM 3600-PASS-NACHA THRU 3600-EXIT.
           PERFORM 3700-PASS-REISSUE THRU 3700-EXIT.
           PERFORM 3800-PASS-HELD THRU 3800-EXIT.
           PERFORM 3900-PASS-YTD THRU 3900-EXIT.
           PERFORM 3950-PICK-YTD-YEAR THRU 3950-EXIT.
           IF PRQ-PD-USED-CT = ZERO
              AND PRQ-PY-USED-CT = ZERO
              AND PRQ-HD-USED-CT = ZERO
              AND PRQ-YT-SHOWN-CT = ZERO
               ADD 1 TO PRQ-NOT-FOUND-CT
               PERFORM 5900-PRINT-NO-ANSWER THRU 5900-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO PRQ-ANSWERED-CT.
           IF PRQ-CAPPED
               ADD 1 TO PRQ-CAPPED-CT
           END-IF.
           MOVE ZERO TO PRQ-TIN-MASKED.
           PERFORM 5000-PRINT-PAYEE-HEADER THRU 5000-EXIT.
           PERFORM 5100-PRINT-PERIODS THRU 5100-EXIT.
           PERFORM 5200-PRINT-PAYMENTS THRU 5200-EXIT.
           PERFORM 5300-PRINT-HOLDS THRU 5300-EXIT.
           PERFORM 5400-PRINT-YTD THRU 5400-EXIT.
       2100-EXIT.
           EXIT.
       2150-RESET-PAYEE-WORK.
           MOVE ZERO TO PRQ-PD-USED-CT.
           MOVE ZERO TO PRQ-PY-USED-CT.
           MOVE ZERO TO PRQ-PO-USED-CT.
           MOVE ZERO TO PRQ-HD-USED-CT.
           MOVE ZERO TO PRQ-YT-USED-CT.
           MOVE ZERO TO PRQ-YT-SHOWN-CT.
           MOVE ZERO TO PRQ-NEXT-PER-END-DT.
           MOVE ZERO TO PRQ-WK-TAX-ID.
           MOVE ZERO TO PRQ-YTD-YEAR.
           MOVE ZERO TO PRQ-BATCH-EFF-DTE.
           MOVE ZERO TO PRQ-RGI-HIGH-ISSUE-DTE.
           MOVE 'N' TO PRQ-CAPPED-SW.
           IF RQP-FI-PAY-OFC-ID NOT = SPACES
               MOVE RQP-FI-PAY-OFC-ID TO PRQ-WK-PAY-OFC-ID
               PERFORM 2970-ADD-PAY-OFFICE THRU 2970-EXIT
           END-IF.
       2150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FIND THE PERIOD ROW FOR PRQ-WK-PER-END-DT, ADDING IT   *
      *    IN DATE ORDER WHEN NEW.  A PERIOD OUTSIDE THE RANGE    *
      *    IS NOT KEPT, BUT THE FIRST ONE PAST THE TO DATE IS     *
      *    REMEMBERED -- A PAYMENT ON OR AFTER IT PAID THAT       *
      *    LATER PERIOD.  PRQ-PD-POS POINTS AT THE ROW ON RETURN  *
      *---------------------------------------------------------*
       2900-FIND-PERIOD.
           SET PRQ-PD-NOT-FOUND TO TRUE.
           IF RQP-FROM-PER-END-DT NOT = ZERO
              AND PRQ-WK-PER-END-DT < RQP-FROM-PER-END-DT
               GO TO 2900-EXIT
           END-IF.
           IF RQP-TO-PER-END-DT NOT = ZERO
              AND PRQ-WK-PER-END-DT > RQP-TO-PER-END-DT
               IF PRQ-NEXT-PER-END-DT = ZERO
                OR PRQ-WK-PER-END-DT < PRQ-NEXT-PER-END-DT
                   MOVE PRQ-WK-PER-END-DT TO PRQ-NEXT-PER-END-DT
               END-IF
               GO TO 2900-EXIT
           END-IF.
           COMPUTE PRQ-PD-POS = PRQ-PD-USED-CT + 1.
           MOVE 1 TO PRQ-PD-SUB.
           PERFORM 2905-LOCATE-ONE-PERIOD THRU 2905-EXIT
               UNTIL PRQ-PD-SUB > PRQ-PD-USED-CT.
           IF PRQ-PD-POS <= PRQ-PD-USED-CT
              AND PRQ-PD-PER-END-DT (PRQ-PD-POS) = PRQ-WK-PER-END-DT
               SET PRQ-PD-FOUND TO TRUE
               GO TO 2900-EXIT
           END-IF.
           IF PRQ-PD-USED-CT >= PRQ-PD-LIMIT
               SET PRQ-CAPPED TO TRUE
               GO TO 2900-EXIT
           END-IF.
           IF PRQ-PD-POS <= PRQ-PD-USED-CT
               PERFORM 2920-SHIFT-ONE-PERIOD THRU 2920-EXIT
                   VARYING PRQ-SHIFT-SUB FROM PRQ-PD-USED-CT BY -1
                   UNTIL PRQ-SHIFT-SUB < PRQ-PD-POS
           END-IF.
           ADD 1 TO PRQ-PD-USED-CT.
           MOVE PRQ-WK-PER-END-DT TO PRQ-PD-PER-END-DT (PRQ-PD-POS).
           MOVE ZERO TO PRQ-PD-GROSS-AT (PRQ-PD-POS).
           MOVE ZERO TO PRQ-PD-HELD-AT (PRQ-PD-POS).
           MOVE ZERO TO PRQ-PD-RELEASED-AT (PRQ-PD-POS).
           MOVE ZERO TO PRQ-PD-WITHHELD-AT (PRQ-PD-POS).
           MOVE ZERO TO PRQ-PD-REISSUED-AT (PRQ-PD-POS).
           MOVE ZERO TO PRQ-PD-NET-PAID-AT (PRQ-PD-POS).
           MOVE SPACES TO PRQ-PD-METHOD-CD (PRQ-PD-POS).
           SET PRQ-PD-FOUND TO TRUE.
       2900-EXIT.
           EXIT.
       2905-LOCATE-ONE-PERIOD.
           IF PRQ-PD-PER-END-DT (PRQ-PD-SUB) >= PRQ-WK-PER-END-DT
               MOVE PRQ-PD-SUB TO PRQ-PD-POS
               COMPUTE PRQ-PD-SUB = PRQ-PD-USED-CT + 1
               GO TO 2905-EXIT
           END-IF.
           ADD 1 TO PRQ-PD-SUB.
       2905-EXIT.
           EXIT.
       2920-SHIFT-ONE-PERIOD.
           COMPUTE PRQ-SHIFT-TO = PRQ-SHIFT-SUB + 1.
           MOVE PRQ-PD-ENTRY (PRQ-SHIFT-SUB)
               TO PRQ-PD-ENTRY (PRQ-SHIFT-TO).
       2920-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ADD THE PAYMENT BUILT IN PRQ-WK-PY-ENTRY, TIED TO THE  *
      *    LATEST PERIOD ENDING ON OR BEFORE ITS DATE.  WHEN A    *
      *    RANGE WAS ASKED FOR, A PAYMENT THAT TIES TO NO PERIOD  *
      *    IN IT IS LEFT OUT                                      *
      *---------------------------------------------------------*
       2950-ADD-PAYMENT.
           MOVE ZERO TO PRQ-WK-PY-PER-END-DT.
           IF PRQ-NEXT-PER-END-DT = ZERO
            OR PRQ-WK-PY-PAY-DTE < PRQ-NEXT-PER-END-DT
               PERFORM 2955-TIE-ONE-PERIOD THRU 2955-EXIT
                   VARYING PRQ-PD-SUB FROM 1 BY 1
                   UNTIL PRQ-PD-SUB > PRQ-PD-USED-CT
           END-IF.
           IF PRQ-WK-PY-PER-END-DT = ZERO
              AND (RQP-FROM-PER-END-DT NOT = ZERO
                OR RQP-TO-PER-END-DT NOT = ZERO)
               GO TO 2950-EXIT
           END-IF.
           IF PRQ-PY-USED-CT >= PRQ-PY-LIMIT
               SET PRQ-CAPPED TO TRUE
               GO TO 2950-EXIT
           END-IF.
           ADD 1 TO PRQ-PY-USED-CT.
           SET PRQ-PY-IDX TO PRQ-PY-USED-CT.
           MOVE PRQ-WK-PY-ENTRY TO PRQ-PY-ENTRY (PRQ-PY-IDX).
       2950-EXIT.
           EXIT.
       2955-TIE-ONE-PERIOD.
           IF PRQ-PD-PER-END-DT (PRQ-PD-SUB) <= PRQ-WK-PY-PAY-DTE
               MOVE PRQ-PD-PER-END-DT (PRQ-PD-SUB)
                   TO PRQ-WK-PY-PER-END-DT
           END-IF.
       2955-EXIT.
           EXIT.
       2970-ADD-PAY-OFFICE.
           PERFORM 2975-FIND-PAY-OFFICE THRU 2975-EXIT.
           IF PRQ-PO-FOUND
               GO TO 2970-EXIT
           END-IF.
           IF PRQ-PO-USED-CT >= PRQ-PO-LIMIT
               SET PRQ-CAPPED TO TRUE
               GO TO 2970-EXIT
           END-IF.
           ADD 1 TO PRQ-PO-USED-CT.
           SET PRQ-PO-IDX TO PRQ-PO-USED-CT.
           MOVE PRQ-WK-PAY-OFC-ID TO PRQ-PO-PAY-OFC-ID (PRQ-PO-IDX).
       2970-EXIT.
           EXIT.
       2975-FIND-PAY-OFFICE.
           SET PRQ-PO-NOT-FOUND TO TRUE.
           IF PRQ-PO-USED-CT = ZERO
               GO TO 2975-EXIT
           END-IF.
           SET PRQ-PO-IDX TO 1.
           SEARCH PRQ-PO-ENTRY VARYING PRQ-PO-IDX
               AT END
                   CONTINUE
               WHEN PRQ-PO-IDX > PRQ-PO-USED-CT
                   CONTINUE
               WHEN PRQ-PO-PAY-OFC-ID (PRQ-PO-IDX) = PRQ-WK-PAY-OFC-ID
                   SET PRQ-PO-FOUND TO TRUE
           END-SEARCH.
       2975-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    GROSS PAID PER PERIOD -- THE REP FILTER APPLIES HERE   *
      *---------------------------------------------------------*
       3100-PASS-PAY-HIST.
           MOVE 'N' TO PRQ-SRC-EOF-SW.
           OPEN INPUT PRQ-PAY-HIST-FL.
           PERFORM 3110-READ-ONE-PAY-HIST THRU 3110-EXIT
               UNTIL PRQ-SRC-EOF.
           CLOSE PRQ-PAY-HIST-FL.
       3100-EXIT.
           EXIT.
       3110-READ-ONE-PAY-HIST.
           READ PRQ-PAY-HIST-FL
               AT END
                   SET PRQ-SRC-EOF TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           IF PHI-FINANCIAL-INST-ID NOT = RQP-FINANCIAL-INST-ID
               GO TO 3110-EXIT
           END-IF.
           IF RQP-FI-BRANCH-REP-ID NOT = SPACES
              AND PHI-FI-BRANCH-REP-ID NOT = RQP-FI-BRANCH-REP-ID
               GO TO 3110-EXIT
           END-IF.
           MOVE PHI-PER-END-DT TO PRQ-WK-PER-END-DT.
           PERFORM 2900-FIND-PERIOD THRU 2900-EXIT.
           IF PRQ-PD-NOT-FOUND
               GO TO 3110-EXIT
           END-IF.
           MOVE PHI-TOTAL-COMPN-AT TO PRQ-WK-AT.
           ADD PRQ-WK-AT TO PRQ-PD-GROSS-AT (PRQ-PD-POS).
       3110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BACKUP WITHHOLDING PER PERIOD, AND THE PAYEE'S TIN     *
      *---------------------------------------------------------*
       3200-PASS-WH-REMIT.
           MOVE 'N' TO PRQ-SRC-EOF-SW.
           OPEN INPUT PRQ-WH-REMIT-FL.
           PERFORM 3210-READ-ONE-WH-REMIT THRU 3210-EXIT
               UNTIL PRQ-SRC-EOF.
           CLOSE PRQ-WH-REMIT-FL.
       3200-EXIT.
           EXIT.
       3210-READ-ONE-WH-REMIT.
           READ PRQ-WH-REMIT-FL
               AT END
                   SET PRQ-SRC-EOF TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           IF WHR-FINANCIAL-INST-ID NOT = RQP-FINANCIAL-INST-ID
               GO TO 3210-EXIT
           END-IF.
           MOVE WHR-TAX-ID TO PRQ-WK-TAX-ID.
           MOVE WHR-PER-END-DT TO PRQ-WK-PER-END-DT.
           PERFORM 2900-FIND-PERIOD THRU 2900-EXIT.
           IF PRQ-PD-NOT-FOUND
               GO TO 3210-EXIT
           END-IF.
           MOVE WHR-WITHHELD-AT TO PRQ-WK-AT.
           ADD PRQ-WK-AT TO PRQ-PD-WITHHELD-AT (PRQ-PD-POS).
       3210-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    HOLDS, RELEASES, REISSUES AND NET PAID PER PERIOD,     *
      *    WITH THE SETTLEMENT SECTION THAT PAID IT.  A PERIOD    *
      *    PAID THROUGH MORE THAN ONE SECTION SHOWS 'MIXED'       *
      *---------------------------------------------------------*
       3300-PASS-LINEAGE.
           MOVE 'N' TO PRQ-SRC-EOF-SW.
           OPEN INPUT PRQ-LINEAGE-FL.
           PERFORM 3310-READ-ONE-LINEAGE THRU 3310-EXIT
               UNTIL PRQ-SRC-EOF.
           CLOSE PRQ-LINEAGE-FL.
       3300-EXIT.
           EXIT.
       3310-READ-ONE-LINEAGE.
           READ PRQ-LINEAGE-FL
               AT END
                   SET PRQ-SRC-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF PLN-FINANCIAL-INST-ID NOT = RQP-FINANCIAL-INST-ID
               GO TO 3310-EXIT
           END-IF.
           IF RQP-FI-PAY-OFC-ID NOT = SPACES
              AND PLN-FI-PAY-OFC-ID NOT = RQP-FI-PAY-OFC-ID
               GO TO 3310-EXIT
           END-IF.
           MOVE PLN-FI-PAY-OFC-ID TO PRQ-WK-PAY-OFC-ID.
           PERFORM 2970-ADD-PAY-OFFICE THRU 2970-EXIT.
           MOVE PLN-PER-END-DT TO PRQ-WK-PER-END-DT.
           PERFORM 2900-FIND-PERIOD THRU 2900-EXIT.
           IF PRQ-PD-NOT-FOUND
               GO TO 3310-EXIT
           END-IF.
           MOVE PLN-STEP-AT TO PRQ-WK-AT.
           EVALUATE TRUE
               WHEN PLN-STEP-HELD
                   SUBTRACT PRQ-WK-AT
                       FROM PRQ-PD-HELD-AT (PRQ-PD-POS)
               WHEN PLN-STEP-RELEASE
                   ADD PRQ-WK-AT TO PRQ-PD-RELEASED-AT (PRQ-PD-POS)
               WHEN PLN-STEP-REISSUE
                   ADD PRQ-WK-AT TO PRQ-PD-REISSUED-AT (PRQ-PD-POS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF PLN-SECTION-CD = SPACES
               GO TO 3310-EXIT
           END-IF.
           ADD PRQ-WK-AT TO PRQ-PD-NET-PAID-AT (PRQ-PD-POS).
           IF PRQ-PD-METHOD-CD (PRQ-PD-POS) = SPACES
               MOVE PLN-SECTION-CD TO PRQ-PD-METHOD-CD (PRQ-PD-POS)
           ELSE
               IF PRQ-PD-METHOD-CD (PRQ-PD-POS) NOT = PLN-SECTION-CD
                   MOVE 'MIXED' TO PRQ-PD-METHOD-CD (PRQ-PD-POS)
               END-IF
           END-IF.
       3310-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CHECKS STILL ON THE REGISTER CARRY THEIR STATUS.  THE  *
      *    LATEST ISSUE DATE ON THE REGISTER MARKS HOW FAR THE    *
      *    RECONCILE HAS GOT                                      *
      *---------------------------------------------------------*
       3400-PASS-CHECK-REGISTER.
           MOVE 'N' TO PRQ-SRC-EOF-SW.
           OPEN INPUT PRQ-REGISTER-FL.
           PERFORM 3410-READ-ONE-REGISTER THRU 3410-EXIT
               UNTIL PRQ-SRC-EOF.
           CLOSE PRQ-REGISTER-FL.
       3400-EXIT.
           EXIT.
       3410-READ-ONE-REGISTER.
           READ PRQ-REGISTER-FL
               AT END
                   SET PRQ-SRC-EOF TO TRUE
                   GO TO 3410-EXIT
           END-READ.
           IF RGI-ISSUE-DTE > PRQ-RGI-HIGH-ISSUE-DTE
               MOVE RGI-ISSUE-DTE TO PRQ-RGI-HIGH-ISSUE-DTE
           END-IF.
           IF RGI-FINANCIAL-INST-ID NOT = RQP-FINANCIAL-INST-ID
               GO TO 3410-EXIT
           END-IF.
           IF RQP-FI-PAY-OFC-ID NOT = SPACES
              AND RGI-FI-PAY-OFC-ID NOT = RQP-FI-PAY-OFC-ID
               GO TO 3410-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN RGI-OUTSTANDING
                   MOVE 'OUTSTANDING' TO PRQ-WK-PY-STATUS-TX
               WHEN RGI-STOPPED
                   MOVE 'STOPPED' TO PRQ-WK-PY-STATUS-TX
               WHEN RGI-STALE
                   MOVE 'STALE-DATED' TO PRQ-WK-PY-STATUS-TX
               WHEN RGI-PAID
                   MOVE 'PAID' TO PRQ-WK-PY-STATUS-TX
               WHEN RGI-VOIDED
                   MOVE 'VOIDED' TO PRQ-WK-PY-STATUS-TX
               WHEN OTHER
                   MOVE 'ON REGISTER' TO PRQ-WK-PY-STATUS-TX
           END-EVALUATE.
           MOVE 'CHECK' TO PRQ-WK-PY-TYPE-CD.
           MOVE RGI-CHECK-NBR TO PRQ-WK-PY-REFERENCE.
           MOVE RGI-ACCOUNT-NUMBER TO PRQ-WK-PY-ACCOUNT-NBR.
           MOVE RGI-FI-PAY-OFC-ID TO PRQ-WK-PY-PAY-OFC-ID.
           MOVE RGI-CHECK-AT TO PRQ-WK-PY-AMOUNT-AT.
           MOVE RGI-ISSUE-DTE TO PRQ-WK-PY-PAY-DTE.
           MOVE SPACES TO PRQ-WK-PY-REASON-CD.
           PERFORM 2950-ADD-PAYMENT THRU 2950-EXIT.
           MOVE RGI-FI-PAY-OFC-ID TO PRQ-WK-PAY-OFC-ID.
           PERFORM 2970-ADD-PAY-OFFICE THRU 2970-EXIT.
       3410-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CHECKS CUT BUT NO LONGER ON THE REGISTER HAVE CLEARED; *
      *    ONES CUT AFTER THE RECONCILE'S LATEST ISSUE DATE HAVE  *
      *    NOT BEEN THROUGH IT YET AND SHOW AS ISSUED             *
      *---------------------------------------------------------*
       3500-PASS-CHECKS-ISSUED.
           MOVE 'N' TO PRQ-SRC-EOF-SW.
           OPEN INPUT PRQ-ISSUED-FL.
           PERFORM 3510-READ-ONE-ISSUED THRU 3510-EXIT
               UNTIL PRQ-SRC-EOF.
           CLOSE PRQ-ISSUED-FL.
       3500-EXIT.
           EXIT.
       3510-READ-ONE-ISSUED.
           READ PRQ-ISSUED-FL
               AT END
                   SET PRQ-SRC-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ.
           IF CPR-FINANCIAL-INST-ID NOT = RQP-FINANCIAL-INST-ID
               GO TO 3510-EXIT
           END-IF.
           IF RQP-FI-PAY-OFC-ID NOT = SPACES
              AND CPR-FI-PAY-OFC-ID NOT = RQP-FI-PAY-OFC-ID
               GO TO 3510-EXIT
           END-IF.
           MOVE CPR-FI-PAY-OFC-ID TO PRQ-WK-PAY-OFC-ID.
           PERFORM 2970-ADD-PAY-OFFICE THRU 2970-EXIT.
           MOVE CPR-CHECK-NBR TO PRQ-WK-PY-REFERENCE.
           SET PRQ-PY-NOT-FOUND TO TRUE.
           IF PRQ-PY-USED-CT > ZERO
               SET PRQ-PY-IDX TO 1
               SEARCH PRQ-PY-ENTRY VARYING PRQ-PY-IDX
                   AT END
                       CONTINUE
                   WHEN PRQ-PY-IDX > PRQ-PY-USED-CT
                       CONTINUE
                   WHEN PRQ-PY-TYPE-CD (PRQ-PY-IDX) = 'CHECK'
                    AND PRQ-PY-REFERENCE (PRQ-PY-IDX)
                        = PRQ-WK-PY-REFERENCE
                       SET PRQ-PY-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF PRQ-PY-FOUND
               GO TO 3510-EXIT
           END-IF.
           IF CPR-ISSUE-DTE > PRQ-RGI-HIGH-ISSUE-DTE
               MOVE 'ISSUED' TO PRQ-WK-PY-STATUS-TX
           ELSE
               MOVE 'PAID' TO PRQ-WK-PY-STATUS-TX
           END-IF.
           MOVE 'CHECK' TO PRQ-WK-PY-TYPE-CD.
           MOVE CPR-ACCOUNT-NUMBER TO PRQ-WK-PY-ACCOUNT-NBR.
           MOVE CPR-FI-PAY-OFC-ID TO PRQ-WK-PY-PAY-OFC-ID.
           MOVE CPR-CHECK-AT TO PRQ-WK-PY-AMOUNT-AT.
           MOVE CPR-ISSUE-DTE TO PRQ-WK-PY-PAY-DTE.
           MOVE SPACES TO PRQ-WK-PY-REASON-CD.
           PERFORM 2950-ADD-PAYMENT THRU 2950-EXIT.
       3510-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ACH ENTRIES FOR ANY PAY OFFICE SEEN FOR THE DEALER,    *
      *    DATED BY THEIR BATCH'S EFFECTIVE DATE.  A ZERO-DOLLAR  *
      *    ENTRY IS THE PRENOTE                                   *
      *---------------------------------------------------------*
       3600-PASS-NACHA.
           IF PRQ-PO-USED-CT = ZERO
               GO TO 3600-EXIT
           END-IF.
           MOVE 'N' TO PRQ-SRC-EOF-SW.
           OPEN INPUT PRQ-NACHA-FL.
           PERFORM 3610-READ-ONE-NACHA THRU 3610-EXIT
               UNTIL PRQ-SRC-EOF.
           CLOSE PRQ-NACHA-FL.
       3600-EXIT.
           EXIT.
       3610-READ-ONE-NACHA.
           READ PRQ-NACHA-FL
               AT END
                   SET PRQ-SRC-EOF TO TRUE
                   GO TO 3610-EXIT
           END-READ.
           IF NCH-TYPE-BATCH-HEADER
               MOVE NCH-BH-EFF-DTE TO PRQ-WK-ACH-YYMMDD
               MOVE PRQ-WK-ACH-DTE-N TO PRQ-BATCH-EFF-DTE
               GO TO 3610-EXIT
           END-IF.
           IF NOT NCH-TYPE-ENTRY
               GO TO 3610-EXIT
           END-IF.
           MOVE NCH-EN-PAY-OFC-ID TO PRQ-WK-PAY-OFC-ID.
           PERFORM 2975-FIND-PAY-OFFICE THRU 2975-EXIT.
           IF PRQ-PO-NOT-FOUND
               GO TO 3610-EXIT
           END-IF.
           IF NCH-EN-AMOUNT = ZERO
               MOVE 'PRENOTE SENT' TO PRQ-WK-PY-STATUS-TX
           ELSE
               MOVE 'SENT' TO PRQ-WK-PY-STATUS-TX
           END-IF.
           MOVE 'ACH' TO PRQ-WK-PY-TYPE-CD.
           MOVE NCH-EN-TRACE-NBR TO PRQ-WK-PY-REFERENCE.
           MOVE NCH-EN-ACCOUNT-NBR TO PRQ-WK-PY-ACCOUNT-NBR.
           MOVE NCH-EN-PAY-OFC-ID TO PRQ-WK-PY-PAY-OFC-ID.
           COMPUTE PRQ-WK-PY-AMOUNT-AT = NCH-EN-AMOUNT / 100.
           MOVE PRQ-BATCH-EFF-DTE TO PRQ-WK-PY-PAY-DTE.
           MOVE SPACES TO PRQ-WK-PY-REASON-CD.
           PERFORM 2950-ADD-PAYMENT THRU 2950-EXIT.
       3610-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY QUEUED REPAYMENT IS LISTED, AND AN ACH RETURN    *
      *    OR VOIDED CHECK IS ALSO MARKED ON THE PAYMENT IT       *
      *    REVERSED -- SAME PAY OFFICE, ACCOUNT AND AMOUNT        *
      *---------------------------------------------------------*
       3700-PASS-REISSUE.
           MOVE 'N' TO PRQ-SRC-EOF-SW.
           OPEN INPUT PRQ-REISSUE-FL.
           PERFORM 3710-READ-ONE-REISSUE THRU 3710-EXIT
               UNTIL PRQ-SRC-EOF.
           CLOSE PRQ-REISSUE-FL.
       3700-EXIT.
           EXIT.
       3710-READ-ONE-REISSUE.
           READ PRQ-REISSUE-FL
               AT END
                   SET PRQ-SRC-EOF TO TRUE
                   GO TO 3710-EXIT
           END-READ.
           IF RIS-FINANCIAL-INST-ID NOT = RQP-FINANCIAL-INST-ID
               GO TO 3710-EXIT
           END-IF.
           IF RQP-FI-PAY-OFC-ID NOT = SPACES
              AND RIS-FI-PAY-OFC-ID NOT = RQP-FI-PAY-OFC-ID
               GO TO 3710-EXIT
           END-IF.
           MOVE RIS-REISSUE-AT TO PRQ-WK-AT.
           EVALUATE TRUE
               WHEN RIS-REASON-ACH-RETURN
                   MOVE 'ACH' TO PRQ-WK-TYPE-CD
                   MOVE 'SENT' TO PRQ-WK-STATUS-TX
                   MOVE 'RETURNED' TO PRQ-WK-PY-STATUS-TX
                   PERFORM 3720-MARK-REVERSED-PAYMENT THRU 3720-EXIT
               WHEN RIS-REASON-VOIDED-CHECK
                   MOVE 'CHECK' TO PRQ-WK-TYPE-CD
                   MOVE SPACES TO PRQ-WK-STATUS-TX
                   MOVE 'VOIDED' TO PRQ-WK-PY-STATUS-TX
                   PERFORM 3720-MARK-REVERSED-PAYMENT THRU 3720-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RIS-REASON-PRENOTE
               MOVE 'PRENOTE PENDING' TO PRQ-WK-PY-STATUS-TX
           ELSE
               MOVE 'REPAY QUEUED' TO PRQ-WK-PY-STATUS-TX
           END-IF.
           MOVE 'REPAY' TO PRQ-WK-PY-TYPE-CD.
           MOVE SPACES TO PRQ-WK-PY-REFERENCE.
           MOVE RIS-ACCOUNT-NUMBER TO PRQ-WK-PY-ACCOUNT-NBR.
           MOVE RIS-FI-PAY-OFC-ID TO PRQ-WK-PY-PAY-OFC-ID.
           MOVE PRQ-WK-AT TO PRQ-WK-PY-AMOUNT-AT.
           MOVE RIS-RETURN-DTE TO PRQ-WK-PY-PAY-DTE.
           MOVE RIS-RETURN-REASON-CD TO PRQ-WK-PY-REASON-CD.
           PERFORM 2950-ADD-PAYMENT THRU 2950-EXIT.
       3710-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    MARK THE FIRST MATCHING PAYMENT OF TYPE PRQ-WK-TYPE-CD *
      *    NOT ALREADY MARKED.  AN ACH RETURN ONLY MATCHES AN     *
      *    ENTRY STILL SHOWING SENT; A VOID MATCHES ANY CHECK NOT *
      *    ALREADY VOIDED                                         *
      *---------------------------------------------------------*
       3720-MARK-REVERSED-PAYMENT.
           IF PRQ-PY-USED-CT = ZERO
               GO TO 3720-EXIT
           END-IF.
           SET PRQ-PY-IDX TO 1.
           SEARCH PRQ-PY-ENTRY VARYING PRQ-PY-IDX
               AT END
                   CONTINUE
               WHEN PRQ-PY-IDX > PRQ-PY-USED-CT
                   CONTINUE
               WHEN PRQ-PY-TYPE-CD (PRQ-PY-IDX) = PRQ-WK-TYPE-CD
                AND PRQ-PY-PAY-OFC-ID (PRQ-PY-IDX) = RIS-FI-PAY-OFC-ID
                AND PRQ-PY-ACCOUNT-NBR (PRQ-PY-IDX)
                    = RIS-ACCOUNT-NUMBER
                AND PRQ-PY-AMOUNT-AT (PRQ-PY-IDX) = PRQ-WK-AT
                AND (PRQ-WK-STATUS-TX = SPACES
                  OR PRQ-PY-STATUS-TX (PRQ-PY-IDX) = PRQ-WK-STATUS-TX)
                AND PRQ-PY-STATUS-TX (PRQ-PY-IDX)
                    NOT = PRQ-WK-PY-STATUS-TX
                   MOVE PRQ-WK-PY-STATUS-TX
                       TO PRQ-PY-STATUS-TX (PRQ-PY-IDX)
                   MOVE RIS-RETURN-REASON-CD
                       TO PRQ-PY-REASON-CD (PRQ-PY-IDX)
           END-SEARCH.
       3720-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    COMMISSION STILL HELD FOR THE DEALER TODAY             *
      *---------------------------------------------------------*
       3800-PASS-HELD.
           MOVE 'N' TO PRQ-SRC-EOF-SW.
           OPEN INPUT PRQ-HELD-FL.
           PERFORM 3810-READ-ONE-HELD THRU 3810-EXIT
               UNTIL PRQ-SRC-EOF.
           CLOSE PRQ-HELD-FL.
       3800-EXIT.
           EXIT.
       3810-READ-ONE-HELD.
           READ PRQ-HELD-FL
               AT END
                   SET PRQ-SRC-EOF TO TRUE
                   GO TO 3810-EXIT
           END-READ.
           SET PRQ-AX-NOT-FOUND TO TRUE.
           IF PRQ-AXF-USED-CT > ZERO
               SET PRQ-AX-IDX TO 1
               SEARCH PRQ-AX-ENTRY VARYING PRQ-AX-IDX
                   AT END
                       CONTINUE
                   WHEN PRQ-AX-IDX > PRQ-AXF-USED-CT
                       CONTINUE
                   WHEN PRQ-AX-ALPHA-CODE (PRQ-AX-IDX)
                        = HLI-ALPHA-CODE
                       SET PRQ-AX-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF PRQ-AX-NOT-FOUND
               GO TO 3810-EXIT
           END-IF.
           IF PRQ-AX-FI-ID (PRQ-AX-IDX) NOT = RQP-FINANCIAL-INST-ID
               GO TO 3810-EXIT
           END-IF.
           IF PRQ-HD-USED-CT >= PRQ-HD-LIMIT
               SET PRQ-CAPPED TO TRUE
               GO TO 3810-EXIT
           END-IF.
           ADD 1 TO PRQ-HD-USED-CT.
           SET PRQ-HD-IDX TO PRQ-HD-USED-CT.
           MOVE HLI-ACCOUNT-NUMBER TO PRQ-HD-ACCOUNT-NBR (PRQ-HD-IDX).
           MOVE HLI-ALPHA-CODE TO PRQ-HD-ALPHA-CODE (PRQ-HD-IDX).
           MOVE HLI-FD-SPNSR-SHRT-NME TO PRQ-HD-SPNSR (PRQ-HD-IDX).
           MOVE HLI-PRE-AGREE-AT TO PRQ-HD-PRE-AGREE-AT (PRQ-HD-IDX).
           MOVE HLI-FIRST-HELD-DT
               TO PRQ-HD-FIRST-HELD-DT (PRQ-HD-IDX).
           MOVE HLI-AGE-CT TO PRQ-HD-AGE-CT (PRQ-HD-IDX).
       3810-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    YEAR-TO-DATE COMES FROM THE REP MASTER WHEN A REP WAS  *
      *    ASKED FOR, OTHERWISE FROM THE PAYEE (1099) MASTER      *
      *---------------------------------------------------------*
       3900-PASS-YTD.
           MOVE 'N' TO PRQ-SRC-EOF-SW.
           IF RQP-FI-BRANCH-REP-ID NOT = SPACES
               OPEN INPUT PRQ-REP-YTD-FL
               PERFORM 3920-READ-ONE-REP-YTD THRU 3920-EXIT
                   UNTIL PRQ-SRC-EOF
               CLOSE PRQ-REP-YTD-FL
           ELSE
               OPEN INPUT PRQ-YTD-MASTER-FL
               PERFORM 3910-READ-ONE-YTD THRU 3910-EXIT
                   UNTIL PRQ-SRC-EOF
               CLOSE PRQ-YTD-MASTER-FL
           END-IF.
       3900-EXIT.
           EXIT.
       3910-READ-ONE-YTD.
           READ PRQ-YTD-MASTER-FL
               AT END
                   SET PRQ-SRC-EOF TO TRUE
                   GO TO 3910-EXIT
           END-READ.
           IF YTI-FINANCIAL-INST-ID NOT = RQP-FINANCIAL-INST-ID
               GO TO 3910-EXIT
           END-IF.
           IF PRQ-WK-TAX-ID = ZERO
               MOVE YTI-TAX-ID TO PRQ-WK-TAX-ID
           END-IF.
           IF PRQ-YT-USED-CT >= PRQ-YT-LIMIT
               SET PRQ-CAPPED TO TRUE
               GO TO 3910-EXIT
           END-IF.
           ADD 1 TO PRQ-YT-USED-CT.
           SET PRQ-YT-IDX TO PRQ-YT-USED-CT.
           MOVE YTI-YEAR TO PRQ-YT-YEAR (PRQ-YT-IDX).
           MOVE YTI-TAX-ID TO PRQ-YT-TAX-ID (PRQ-YT-IDX).
           MOVE YTI-YTD-AT TO PRQ-YT-YTD-AT (PRQ-YT-IDX).
           MOVE YTI-PERIOD-CT TO PRQ-YT-PERIOD-CT (PRQ-YT-IDX).
           MOVE 'P' TO PRQ-YT-LEVEL-CD (PRQ-YT-IDX).
       3910-EXIT.
           EXIT.
       3920-READ-ONE-REP-YTD.
           READ PRQ-REP-YTD-FL
               AT END
                   SET PRQ-SRC-EOF TO TRUE
                   GO TO 3920-EXIT
           END-READ.
           IF YRI-FINANCIAL-INST-ID NOT = RQP-FINANCIAL-INST-ID
            OR YRI-FI-BRANCH-REP-ID NOT = RQP-FI-BRANCH-REP-ID
               GO TO 3920-EXIT
           END-IF.
           IF PRQ-YT-USED-CT >= PRQ-YT-LIMIT
               SET PRQ-CAPPED TO TRUE
               GO TO 3920-EXIT
           END-IF.
           ADD 1 TO PRQ-YT-USED-CT.
           SET PRQ-YT-IDX TO PRQ-YT-USED-CT.
           MOVE YRI-YEAR TO PRQ-YT-YEAR (PRQ-YT-IDX).
           MOVE PRQ-WK-TAX-ID TO PRQ-YT-TAX-ID (PRQ-YT-IDX).
           MOVE YRI-YTD-AT TO PRQ-YT-YTD-AT (PRQ-YT-IDX).
           MOVE YRI-PERIOD-CT TO PRQ-YT-PERIOD-CT (PRQ-YT-IDX).
           MOVE 'R' TO PRQ-YT-LEVEL-CD (PRQ-YT-IDX).
       3920-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE YEAR OF THE TO DATE WHEN ONE WAS GIVEN, OTHERWISE  *
      *    THE LATEST YEAR ON FILE FOR THE PAYEE                  *
      *---------------------------------------------------------*
       3950-PICK-YTD-YEAR.
           IF RQP-TO-PER-END-DT NOT = ZERO
               MOVE RQP-TO-YEAR TO PRQ-YTD-YEAR
           ELSE
               PERFORM 3955-TEST-ONE-YEAR THRU 3955-EXIT
                   VARYING PRQ-YT-IDX FROM 1 BY 1
                   UNTIL PRQ-YT-IDX > PRQ-YT-USED-CT
           END-IF.
           PERFORM 3960-COUNT-ONE-YEAR THRU 3960-EXIT
               VARYING PRQ-YT-IDX FROM 1 BY 1
               UNTIL PRQ-YT-IDX > PRQ-YT-USED-CT.
       3950-EXIT.
           EXIT.
       3955-TEST-ONE-YEAR.
           IF PRQ-YT-YEAR (PRQ-YT-IDX) > PRQ-YTD-YEAR
               MOVE PRQ-YT-YEAR (PRQ-YT-IDX) TO PRQ-YTD-YEAR
           END-IF.
       3955-EXIT.
           EXIT.
       3960-COUNT-ONE-YEAR.
           IF PRQ-YT-YEAR (PRQ-YT-IDX) = PRQ-YTD-YEAR
               ADD 1 TO PRQ-YT-SHOWN-CT
           END-IF.
       3960-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PAYEE HEADER, WITH A NOTE FOR EACH FILTER THAT DOES    *
      *    NOT NARROW EVERY FIGURE                                *
      *---------------------------------------------------------*
       5000-PRINT-PAYEE-HEADER.
           MOVE RQP-FINANCIAL-INST-ID TO PRQ-PL-FI-ID.
           IF RQP-FI-PAY-OFC-ID = SPACES
               MOVE 'ALL' TO PRQ-PL-PAY-OFC-ID
           ELSE
               MOVE RQP-FI-PAY-OFC-ID TO PRQ-PL-PAY-OFC-ID
           END-IF.
           IF RQP-FI-BRANCH-REP-ID = SPACES
               MOVE 'ALL' TO PRQ-PL-REP-ID
           ELSE
               MOVE RQP-FI-BRANCH-REP-ID TO PRQ-PL-REP-ID
           END-IF.
           MOVE RQP-FROM-PER-END-DT TO PRQ-PL-FROM-DT.
           MOVE RQP-TO-PER-END-DT TO PRQ-PL-TO-DT.
           IF PRQ-WK-TAX-ID = ZERO
               MOVE 'NOT FOUND' TO PRQ-PL-TIN
           ELSE
               MOVE PRQ-TIN-MASKED TO PRQ-PL-TIN
           END-IF.
           MOVE RQP-REQUESTOR-REF TO PRQ-PL-REF.
           MOVE PRQ-PAYEE-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF RQP-FI-BRANCH-REP-ID NOT = SPACES
               MOVE 'REP FILTER - GROSS AND YTD ARE REP-LEVEL ONLY'
                   TO PRQ-NL-NOTE
               MOVE PRQ-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
           IF RQP-FI-PAY-OFC-ID NOT = SPACES
               MOVE 'PAY OFFICE FILTER - GROSS/WH/YTD ALL OFFICES'
                   TO PRQ-NL-NOTE
               MOVE PRQ-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
           IF PRQ-CAPPED
               MOVE 'LIST CAPPED - REFINE THE REQUEST'
                   TO PRQ-NL-NOTE
               MOVE PRQ-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
           PERFORM 7100-START-RESPONSE THRU 7100-EXIT.
           SET PRS-TYPE-HEADER TO TRUE.
           MOVE RQP-REQUESTOR-REF TO PRS-HDR-REQUESTOR-REF.
           MOVE RQP-FROM-PER-END-DT TO PRS-HDR-FROM-PER-END-DT.
           MOVE RQP-TO-PER-END-DT TO PRS-HDR-TO-PER-END-DT.
           MOVE ZERO TO PRS-HDR-TAX-ID-MASKED.
           SET PRS-ANSWER-FOUND TO TRUE.
           MOVE PRQ-PD-USED-CT TO PRS-HDR-PERIOD-CT.
           MOVE PRQ-PY-USED-CT TO PRS-HDR-PAYMENT-CT.
           MOVE PRQ-HD-USED-CT TO PRS-HDR-HOLD-CT.
           MOVE PRQ-YT-SHOWN-CT TO PRS-HDR-YTD-CT.
           IF PRQ-CAPPED
               MOVE 'Y' TO PRS-HDR-CAPPED-CD
           ELSE
               MOVE 'N' TO PRS-HDR-CAPPED-CD
           END-IF.
           PERFORM 7900-WRITE-RESPONSE THRU 7900-EXIT.
       5000-EXIT.
           EXIT.
       5100-PRINT-PERIODS.
           IF PRQ-PD-USED-CT = ZERO
               MOVE 'NO PAY PERIODS IN THE REQUESTED RANGE'
                   TO PRQ-NL-NOTE
               MOVE PRQ-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE PRQ-PERIOD-HDG-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           PERFORM 5110-PRINT-ONE-PERIOD THRU 5110-EXIT
               VARYING PRQ-PD-SUB FROM 1 BY 1
               UNTIL PRQ-PD-SUB > PRQ-PD-USED-CT.
       5100-EXIT.
           EXIT.
       5110-PRINT-ONE-PERIOD.
           MOVE PRQ-PD-PER-END-DT (PRQ-PD-SUB) TO PRQ-PD-L-PER-END-DT.
           MOVE PRQ-PD-GROSS-AT (PRQ-PD-SUB) TO PRQ-PD-L-GROSS-AT.
           MOVE PRQ-PD-HELD-AT (PRQ-PD-SUB) TO PRQ-PD-L-HELD-AT.
           MOVE PRQ-PD-RELEASED-AT (PRQ-PD-SUB)
               TO PRQ-PD-L-RELEASED-AT.
           MOVE PRQ-PD-WITHHELD-AT (PRQ-PD-SUB)
               TO PRQ-PD-L-WITHHELD-AT.
           MOVE PRQ-PD-REISSUED-AT (PRQ-PD-SUB)
               TO PRQ-PD-L-REISSUED-AT.
           MOVE PRQ-PD-NET-PAID-AT (PRQ-PD-SUB)
               TO PRQ-PD-L-NET-PAID-AT.
           MOVE PRQ-PD-METHOD-CD (PRQ-PD-SUB) TO PRQ-PD-L-METHOD-CD.
           MOVE PRQ-PERIOD-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           PERFORM 7100-START-RESPONSE THRU 7100-EXIT.
           SET PRS-TYPE-PERIOD TO TRUE.
           MOVE PRQ-PD-PER-END-DT (PRQ-PD-SUB) TO PRS-PER-END-DT.
           MOVE PRQ-PD-GROSS-AT (PRQ-PD-SUB) TO PRS-PER-GROSS-AT.
           MOVE PRQ-PD-HELD-AT (PRQ-PD-SUB) TO PRS-PER-HELD-AT.
           MOVE PRQ-PD-RELEASED-AT (PRQ-PD-SUB)
               TO PRS-PER-RELEASED-AT.
           MOVE PRQ-PD-WITHHELD-AT (PRQ-PD-SUB)
               TO PRS-PER-WITHHELD-AT.
           MOVE PRQ-PD-REISSUED-AT (PRQ-PD-SUB)
               TO PRS-PER-REISSUED-AT.
           MOVE PRQ-PD-NET-PAID-AT (PRQ-PD-SUB)
               TO PRS-PER-NET-PAID-AT.
           MOVE PRQ-PD-METHOD-CD (PRQ-PD-SUB) TO PRS-PER-METHOD-CD.
           PERFORM 7900-WRITE-RESPONSE THRU 7900-EXIT.
       5110-EXIT.
           EXIT.
       5200-PRINT-PAYMENTS.
           IF PRQ-PY-USED-CT = ZERO
               MOVE 'NO CHECK, ACH OR REPAYMENT ACTIVITY'
                   TO PRQ-NL-NOTE
               MOVE PRQ-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE PRQ-PAYMENT-HDG-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           PERFORM 5210-PRINT-ONE-PAYMENT THRU 5210-EXIT
               VARYING PRQ-PY-IDX FROM 1 BY 1
               UNTIL PRQ-PY-IDX > PRQ-PY-USED-CT.
       5200-EXIT.
           EXIT.
       5210-PRINT-ONE-PAYMENT.
           MOVE PRQ-PY-TYPE-CD (PRQ-PY-IDX) TO PRQ-PY-L-TYPE-CD.
           MOVE PRQ-PY-REFERENCE (PRQ-PY-IDX) TO PRQ-PY-L-REFERENCE.
           MOVE PRQ-PY-ACCOUNT-NBR (PRQ-PY-IDX)
               TO PRQ-PY-L-ACCOUNT-NBR.
           MOVE PRQ-PY-PAY-OFC-ID (PRQ-PY-IDX) TO PRQ-PY-L-PAY-OFC-ID.
           MOVE PRQ-PY-AMOUNT-AT (PRQ-PY-IDX) TO PRQ-PY-L-AMOUNT-AT.
           MOVE PRQ-PY-PAY-DTE (PRQ-PY-IDX) TO PRQ-PY-L-PAY-DTE.
           MOVE PRQ-PY-PER-END-DT (PRQ-PY-IDX) TO PRQ-PY-L-PER-END-DT.
           MOVE PRQ-PY-STATUS-TX (PRQ-PY-IDX) TO PRQ-PY-L-STATUS-TX.
           MOVE PRQ-PY-REASON-CD (PRQ-PY-IDX) TO PRQ-PY-L-REASON-CD.
           MOVE PRQ-PAYMENT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           PERFORM 7100-START-RESPONSE THRU 7100-EXIT.
           SET PRS-TYPE-PAYMENT TO TRUE.
           MOVE PRQ-PY-TYPE-CD (PRQ-PY-IDX) TO PRS-PAY-TYPE-CD.
           MOVE PRQ-PY-REFERENCE (PRQ-PY-IDX) TO PRS-PAY-REFERENCE.
           MOVE PRQ-PY-ACCOUNT-NBR (PRQ-PY-IDX)
               TO PRS-PAY-ACCOUNT-NUMBER.
           MOVE PRQ-PY-PAY-OFC-ID (PRQ-PY-IDX) TO PRS-PAY-PAY-OFC-ID.
           MOVE PRQ-PY-AMOUNT-AT (PRQ-PY-IDX) TO PRS-PAY-AMOUNT-AT.
           MOVE PRQ-PY-PAY-DTE (PRQ-PY-IDX) TO PRS-PAY-DTE.
           MOVE PRQ-PY-PER-END-DT (PRQ-PY-IDX) TO PRS-PAY-PER-END-DT.
           MOVE PRQ-PY-STATUS-TX (PRQ-PY-IDX) TO PRS-PAY-STATUS-TX.
           MOVE PRQ-PY-REASON-CD (PRQ-PY-IDX) TO PRS-PAY-REASON-CD.
           PERFORM 7900-WRITE-RESPONSE THRU 7900-EXIT.
       5210-EXIT.
           EXIT.
       5300-PRINT-HOLDS.
           IF PRQ-HD-USED-CT = ZERO
               MOVE 'NO COMMISSION CURRENTLY HELD'
                   TO PRQ-NL-NOTE
               MOVE PRQ-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
               GO TO 5300-EXIT
           END-IF.
           MOVE PRQ-HOLD-HDG-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           PERFORM 5310-PRINT-ONE-HOLD THRU 5310-EXIT
               VARYING PRQ-HD-IDX FROM 1 BY 1
               UNTIL PRQ-HD-IDX > PRQ-HD-USED-CT.
       5300-EXIT.
           EXIT.
       5310-PRINT-ONE-HOLD.
           MOVE PRQ-HD-ACCOUNT-NBR (PRQ-HD-IDX)
               TO PRQ-HD-L-ACCOUNT-NBR.
           MOVE PRQ-HD-ALPHA-CODE (PRQ-HD-IDX) TO PRQ-HD-L-ALPHA-CODE.
           MOVE PRQ-HD-SPNSR (PRQ-HD-IDX) TO PRQ-HD-L-SPNSR.
           MOVE PRQ-HD-PRE-AGREE-AT (PRQ-HD-IDX)
               TO PRQ-HD-L-PRE-AGREE-AT.
           MOVE PRQ-HD-FIRST-HELD-DT (PRQ-HD-IDX)
               TO PRQ-HD-L-FIRST-HELD-DT.
           MOVE PRQ-HD-AGE-CT (PRQ-HD-IDX) TO PRQ-HD-L-AGE-CT.
           MOVE PRQ-HOLD-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           PERFORM 7100-START-RESPONSE THRU 7100-EXIT.
           SET PRS-TYPE-HOLD TO TRUE.
           MOVE PRQ-HD-ACCOUNT-NBR (PRQ-HD-IDX)
               TO PRS-HLD-ACCOUNT-NUMBER.
           MOVE PRQ-HD-ALPHA-CODE (PRQ-HD-IDX) TO PRS-HLD-ALPHA-CODE.
           MOVE PRQ-HD-SPNSR (PRQ-HD-IDX)
               TO PRS-HLD-FD-SPNSR-SHRT-NME.
           MOVE PRQ-HD-PRE-AGREE-AT (PRQ-HD-IDX)
               TO PRS-HLD-PRE-AGREE-AT.
           MOVE PRQ-HD-FIRST-HELD-DT (PRQ-HD-IDX)
               TO PRS-HLD-FIRST-HELD-DT.
           MOVE PRQ-HD-AGE-CT (PRQ-HD-IDX) TO PRS-HLD-AGE-CT.
           PERFORM 7900-WRITE-RESPONSE THRU 7900-EXIT.
       5310-EXIT.
           EXIT.
       5400-PRINT-YTD.
           IF PRQ-YT-SHOWN-CT = ZERO
               MOVE 'NO YEAR-TO-DATE ROW ON FILE'
                   TO PRQ-NL-NOTE
               MOVE PRQ-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
               GO TO 5400-EXIT
           END-IF.
           PERFORM 5410-PRINT-ONE-YTD THRU 5410-EXIT
               VARYING PRQ-YT-IDX FROM 1 BY 1
               UNTIL PRQ-YT-IDX > PRQ-YT-USED-CT.
       5400-EXIT.
           EXIT.
       5410-PRINT-ONE-YTD.
           IF PRQ-YT-YEAR (PRQ-YT-IDX) NOT = PRQ-YTD-YEAR
               GO TO 5410-EXIT
           END-IF.
           MOVE ZERO TO PRQ-TIN-MASKED.
           MOVE PRQ-YT-YEAR (PRQ-YT-IDX) TO PRQ-YT-L-YEAR.
           MOVE PRQ-TIN-MASKED TO PRQ-YT-L-TIN.
           MOVE PRQ-YT-YTD-AT (PRQ-YT-IDX) TO PRQ-YT-L-YTD-AT.
           MOVE PRQ-YT-PERIOD-CT (PRQ-YT-IDX) TO PRQ-YT-L-PERIOD-CT.
           IF PRQ-YT-LEVEL-CD (PRQ-YT-IDX) = 'R'
               MOVE 'REP LEVEL' TO PRQ-YT-L-LEVEL-TX
           ELSE
               MOVE 'PAYEE LEVEL' TO PRQ-YT-L-LEVEL-TX
           END-IF.
           MOVE PRQ-YTD-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           PERFORM 7100-START-RESPONSE THRU 7100-EXIT.
           SET PRS-TYPE-YTD TO TRUE.
           MOVE PRQ-YT-YEAR (PRQ-YT-IDX) TO PRS-YTD-YEAR.
           MOVE ZERO TO PRS-YTD-TAX-ID-MASKED.
           MOVE PRQ-YT-YTD-AT (PRQ-YT-IDX) TO PRS-YTD-AT.
           MOVE PRQ-YT-PERIOD-CT (PRQ-YT-IDX) TO PRS-YTD-PERIOD-CT.
           MOVE PRQ-YT-LEVEL-CD (PRQ-YT-IDX) TO PRS-YTD-LEVEL-CD.
           PERFORM 7900-WRITE-RESPONSE THRU 7900-EXIT.
       5410-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A REJECTED REQUEST OR A PAYEE WITH NOTHING ON FILE --  *
      *    ONE LINE AND ONE HEADER RECORD SAYING WHICH            *
      *---------------------------------------------------------*
       5900-PRINT-NO-ANSWER.
           MOVE RQP-FINANCIAL-INST-ID TO PRQ-ML-FI-ID.
           IF PRQ-REJECTED
               MOVE '** REQUEST REJECTED - ' TO PRQ-ML-TEXT
               MOVE PRQ-WK-REJECT-REASON TO PRQ-ML-TEXT (23:28)
           ELSE
               MOVE '** NO PAYMENT ACTIVITY ON FILE FOR THIS PAYEE'
                   TO PRQ-ML-TEXT
           END-IF.
           MOVE PRQ-MISS-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           PERFORM 7100-START-RESPONSE THRU 7100-EXIT.
           SET PRS-TYPE-HEADER TO TRUE.
           MOVE RQP-REQUESTOR-REF TO PRS-HDR-REQUESTOR-REF.
           MOVE ZERO TO PRS-HDR-FROM-PER-END-DT.
           MOVE ZERO TO PRS-HDR-TO-PER-END-DT.
           IF RQP-FROM-PER-END-DT NUMERIC
               MOVE RQP-FROM-PER-END-DT TO PRS-HDR-FROM-PER-END-DT
           END-IF.
           IF RQP-TO-PER-END-DT NUMERIC
               MOVE RQP-TO-PER-END-DT TO PRS-HDR-TO-PER-END-DT
           END-IF.
           MOVE ZERO TO PRS-HDR-TAX-ID-MASKED.
           IF PRQ-REJECTED
               SET PRS-ANSWER-REJECTED TO TRUE
               MOVE PRQ-WK-REJECT-REASON TO PRS-HDR-REJECT-REASON
           ELSE
               SET PRS-ANSWER-NOT-FOUND TO TRUE
           END-IF.
           MOVE ZERO TO PRS-HDR-PERIOD-CT.
           MOVE ZERO TO PRS-HDR-PAYMENT-CT.
           MOVE ZERO TO PRS-HDR-HOLD-CT.
           MOVE ZERO TO PRS-HDR-YTD-CT.
           MOVE 'N' TO PRS-HDR-CAPPED-CD.
           PERFORM 7900-WRITE-RESPONSE THRU 7900-EXIT.
       5900-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY RESPONSE ROW STARTS WITH THE REQUEST AS ASKED    *
      *---------------------------------------------------------*
       7100-START-RESPONSE.
           MOVE SPACES TO PRQ-RESPONSE-RECORD.
           MOVE PRQ-REQUEST-CT TO PRS-REQUEST-SEQ-NBR.
           MOVE ZERO TO PRS-FINANCIAL-INST-ID.
           IF RQP-FINANCIAL-INST-ID NUMERIC
               MOVE RQP-FINANCIAL-INST-ID TO PRS-FINANCIAL-INST-ID
           END-IF.
           MOVE RQP-FI-PAY-OFC-ID TO PRS-FI-PAY-OFC-ID.
           MOVE RQP-FI-BRANCH-REP-ID TO PRS-FI-BRANCH-REP-ID.
       7100-EXIT.
           EXIT.
       7800-WRITE-TRAILER.
           MOVE SPACES TO PRQ-RESPONSE-RECORD.
           SET PRS-TYPE-TRAILER TO TRUE.
           MOVE ZERO TO PRS-REQUEST-SEQ-NBR.
           MOVE ZERO TO PRS-FINANCIAL-INST-ID.
           MOVE PRQ-REQUEST-CT TO PRS-TRL-REQUEST-CT.
           MOVE PRQ-ANSWERED-CT TO PRS-TRL-ANSWERED-CT.
           MOVE PRQ-NOT-FOUND-CT TO PRS-TRL-NOT-FOUND-CT.
           MOVE PRQ-REJECTED-CT TO PRS-TRL-REJECTED-CT.
           COMPUTE PRS-TRL-RECORD-CT = PRQ-RESPONSE-CT + 1.
           PERFORM 7900-WRITE-RESPONSE THRU 7900-EXIT.
       7800-EXIT.
           EXIT.
       7900-WRITE-RESPONSE.
           WRITE PRQ-RESPONSE-RECORD.
           ADD 1 TO PRQ-RESPONSE-CT.
       7900-EXIT.
           EXIT.
       8000-PRINT-TOTALS.
           PERFORM 7800-WRITE-TRAILER THRU 7800-EXIT.
           MOVE 'REQUESTS READ: ' TO PRQ-TL-LABEL
           MOVE PRQ-REQUEST-CT TO PRQ-TL-COUNT
           MOVE PRQ-TOTAL-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           MOVE 'PAYEES ANSWERED: ' TO PRQ-TL-LABEL
           MOVE PRQ-ANSWERED-CT TO PRQ-TL-COUNT
           MOVE PRQ-TOTAL-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           MOVE 'NOT FOUND: ' TO PRQ-TL-LABEL
           MOVE PRQ-NOT-FOUND-CT TO PRQ-TL-COUNT
           MOVE PRQ-TOTAL-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           MOVE 'REJECTED: ' TO PRQ-TL-LABEL
           MOVE PRQ-REJECTED-CT TO PRQ-TL-COUNT
           MOVE PRQ-TOTAL-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           MOVE 'ANSWERS CAPPED: ' TO PRQ-TL-LABEL
           MOVE PRQ-CAPPED-CT TO PRQ-TL-COUNT
           MOVE PRQ-TOTAL-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           MOVE 'RESPONSE RECORDS: ' TO PRQ-TL-LABEL
           MOVE PRQ-RESPONSE-CT TO PRQ-TL-COUNT
           MOVE PRQ-TOTAL-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
       9000-EXIT.
           EXIT.
       9060-POST-RUN-END.
           MOVE SPACES TO PRQ-RUN-CTL-RECORD.
           MOVE 'PRQ-PAYEE-INQUIRY' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE PRQ-REQUEST-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE PRQ-RUN-CTL-RECORD.
           CLOSE PRQ-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    ANSWER REQUESTS FROM A TRUNCATED CROSS-REFERENCE --    *
      *    OPS RERUNS AFTER THE TABLE SIZING IS ADDRESSED         *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE PRQ-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO PRQ-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           CLOSE PRQ-ALPHA-XREF-FL.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE PRQ-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE PRQ-REQUEST-FL.
           CLOSE PRQ-RESPONSE-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF PRQ-NEW-RC > PRQ-RUN-RC
               MOVE PRQ-NEW-RC TO PRQ-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF PRQ-NOT-FOUND-CT > ZERO
            OR PRQ-REJECTED-CT > ZERO
            OR PRQ-CAPPED-CT > ZERO
               MOVE 4 TO PRQ-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE PRQ-RUN-RC TO PRQ-RCD-OUT.
           EVALUATE PRQ-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO PRQ-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO PRQ-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO PRQ-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO PRQ-RCD-REASON
           END-EVALUATE.
           MOVE PRQ-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE PRQ-RUN-RC TO RETURN-CODE.
       9045-EXIT.
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
           MOVE 'PRQ-PAYEE-INQUIRY' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
