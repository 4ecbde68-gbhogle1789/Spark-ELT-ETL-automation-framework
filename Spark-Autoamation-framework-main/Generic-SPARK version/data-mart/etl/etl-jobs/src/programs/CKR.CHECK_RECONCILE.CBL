       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKR-CHECK-RECONCILE.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT OPTIONAL CKR-REGISTER-IN ASSIGN TO "CMREGI".
	    SELECT CKR-REGISTER-OUT ASSIGN TO "CMREGO".
	    SELECT OPTIONAL CKR-ISSUED-FL ASSIGN TO "CHKPRNT".
	    SELECT CKR-PAID-ITEM-FL ASSIGN TO "PAIDITEM".
	    SELECT OPTIONAL CKR-STOP-REQ-FL ASSIGN TO "STOPREQ".
	    SELECT CKR-STOP-PAY-FL ASSIGN TO "STOPPAY".
	    SELECT CKR-REISSUE-FL ASSIGN TO "REISSUE".
	    SELECT OPTIONAL CKR-PARM-FL ASSIGN TO "CKRPARM".
	    SELECT OPTIONAL CKR-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    OUTSTANDING COMMISSION-CHECK REGISTER -- CARRIED RUN   *
      *    OVER RUN IN CHECK-NUMBER ORDER.  PAID AND VOIDED       *
      *    CHECKS COME OFF; STOPPED AND STALE-DATED CHECKS STAY   *
      *    ON UNTIL THEY ARE VOIDED                               *
      *---------------------------------------------------------*
       FD  CKR-REGISTER-IN.
       01  CKR-REGISTER-IN-RECORD.
           05  RGI-CHECK-NBR                 PIC 9(13).
           05  RGI-FINANCIAL-INST-ID         PIC 9(7).
           05  RGI-FI-PAY-OFC-ID             PIC X(9).
           05  RGI-ACCOUNT-NUMBER            PIC 9(11).
           05  RGI-CHECK-AT                  PIC -9(15).9(2).
           05  RGI-ISSUE-DTE                 PIC 9(8).
           05  RGI-STATUS-CD                 PIC X(1).
           05  RGI-STATUS-DTE                PIC 9(8).
           05  FILLER                        PIC X(24).
       FD  CKR-REGISTER-OUT.
       01  CKR-REGISTER-OUT-RECORD.
           05  RGO-CHECK-NBR                 PIC 9(13).
           05  RGO-FINANCIAL-INST-ID         PIC 9(7).
           05  RGO-FI-PAY-OFC-ID             PIC X(9).
           05  RGO-ACCOUNT-NUMBER            PIC 9(11).
           05  RGO-CHECK-AT                  PIC -9(15).9(2).
           05  RGO-ISSUE-DTE                 PIC 9(8).
           05  RGO-STATUS-CD                 PIC X(1).
           05  RGO-STATUS-DTE                PIC 9(8).
           05  FILLER                        PIC X(24).
      *---------------------------------------------------------*
      *    CHECKS CUT BY CHK-CHECK-PRINT SINCE THE LAST RUN       *
      *---------------------------------------------------------*
       FD  CKR-ISSUED-FL.
       01  CKR-ISSUED-RECORD.
           05  CPR-CHECK-NBR                 PIC 9(13).
           05  CPR-FINANCIAL-INST-ID         PIC 9(7).
           05  CPR-FI-PAY-OFC-ID             PIC X(9).
           05  CPR-PAYEE-NAME                PIC X(40).
           05  CPR-CHECK-AT                  PIC -9(15).9(2).
           05  CPR-ISSUE-DTE                 PIC 9(8).
           05  CPR-ACCOUNT-NUMBER            PIC 9(11).
           05  FILLER                        PIC X(03).
      *---------------------------------------------------------*
      *    BANK'S DAILY PAID-ITEMS FILE -- ONE RECORD PER CHECK   *
      *    PRESENTED AND PAID AGAINST THE COMMISSION ACCOUNT      *
      *---------------------------------------------------------*
       FD  CKR-PAID-ITEM-FL.
       01  CKR-PAID-ITEM-RECORD.
           05  PDI-CHECK-NBR                 PIC 9(13).
           05  PDI-PAID-AT                   PIC -9(15).9(2).
           05  PDI-PAID-DTE                  PIC 9(8).
           05  FILLER                        PIC X(20).
      *---------------------------------------------------------*
      *    STOP-PAYMENT AND VOID REQUESTS FROM OPERATIONS.  A     *
      *    STOP HOLDS THE CHECK AT THE BANK; A VOID ALSO STOPS    *
      *    IT AND QUEUES THE MONEY FOR REPAYMENT                  *
      *---------------------------------------------------------*
       FD  CKR-STOP-REQ-FL.
       01  CKR-STOP-REQ-RECORD.
           05  SRQ-REQUEST-CD                PIC X(1).
               88  SRQ-REQUEST-STOP              VALUE 'S'.
               88  SRQ-REQUEST-VOID              VALUE 'V'.
           05  SRQ-CHECK-NBR                 PIC 9(13).
           05  SRQ-REQUEST-DTE               PIC 9(8).
           05  SRQ-OPERATOR-ID               PIC X(8).
           05  FILLER                        PIC X(20).
       FD  CKR-STOP-PAY-FL.
       01  CKR-STOP-PAY-RECORD.
           05  SPY-ACTION-CD                 PIC X(1).
           05  SPY-CHECK-NBR                 PIC 9(13).
           05  SPY-CHECK-AT                  PIC -9(15).9(2).
           05  SPY-ISSUE-DTE                 PIC 9(8).
           05  SPY-STOP-DTE                  PIC 9(8).
           05  FILLER                        PIC X(11).
      *---------------------------------------------------------*
      *    REISSUE QUEUE -- THE SAME FILE THE ACH-RETURN RUN      *
      *    WRITES AND THE PAYOUT RUN CONSUMES.  VOIDED CHECKS     *
      *    GO ON IT WITH REASON 'VOD' SO 857-REPORT REPAYS THE    *
      *    DEALER BY CHECK NEXT CYCLE                             *
      *---------------------------------------------------------*
       FD  CKR-REISSUE-FL.
       01  CKR-REISSUE-RECORD.
           05  RIS-FINANCIAL-INST-ID         PIC 9(7).
           05  RIS-FI-PAY-OFC-ID             PIC X(9).
           05  RIS-ACCOUNT-NUMBER            PIC 9(11).
           05  RIS-REISSUE-AT                PIC -9(15).9(2).
           05  RIS-RETURN-REASON-CD          PIC X(3).
           05  RIS-RETURN-DTE                PIC 9(8).
           05  FILLER                        PIC X(13).
      *---------------------------------------------------------*
      *    OPTIONAL STALE-DATE CARD -- THE AGE IN DAYS AFTER      *
      *    WHICH AN UNPAID CHECK IS STALE, AS SET BY TREASURY.    *
      *    DEFAULT 180                                            *
      *---------------------------------------------------------*
       FD  CKR-PARM-FL.
       01  CKR-PARM-RECORD.
           05  PRM-STALE-DAYS                PIC 9(05).
           05  FILLER                        PIC X(75).
       FD  CKR-RUN-CTL-FL.
       01  CKR-RUN-CTL-RECORD.
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
       01  CKR-SWITCHES.
           05  CKR-RGI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  CKR-RGI-EOF                   VALUE 'Y'.
           05  CKR-ISS-EOF-SW                PIC X(01)   VALUE 'N'.
               88  CKR-ISS-EOF                   VALUE 'Y'.
           05  CKR-PDI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  CKR-PDI-EOF                   VALUE 'Y'.
           05  CKR-SRQ-EOF-SW                PIC X(01)   VALUE 'N'.
               88  CKR-SRQ-EOF                   VALUE 'Y'.
           05  CKR-CHK-FOUND-SW              PIC X(01)   VALUE 'N'.
               88  CKR-CHK-FOUND                 VALUE 'Y'.
               88  CKR-CHK-NOT-FOUND             VALUE 'N'.
       01  CKR-COUNTERS                      COMP.
           05  CKR-RGI-READ-CT               PIC 9(09)   VALUE ZERO.
           05  CKR-ISSUED-READ-CT            PIC 9(09)   VALUE ZERO.
           05  CKR-ISSUED-ADDED-CT           PIC 9(09)   VALUE ZERO.
           05  CKR-ISSUED-DUP-CT             PIC 9(07)   VALUE ZERO.
           05  CKR-PAID-READ-CT              PIC 9(09)   VALUE ZERO.
           05  CKR-PAID-MATCH-CT             PIC 9(09)   VALUE ZERO.
           05  CKR-FRAUD-CT                  PIC 9(07)   VALUE ZERO.
           05  CKR-NOT-ISSUED-CT             PIC 9(07)   VALUE ZERO.
           05  CKR-AMT-MISMATCH-CT           PIC 9(07)   VALUE ZERO.
           05  CKR-PAID-ON-STOP-CT           PIC 9(07)   VALUE ZERO.
           05  CKR-PAID-STALE-CT             PIC 9(07)   VALUE ZERO.
           05  CKR-REQ-READ-CT               PIC 9(07)   VALUE ZERO.
           05  CKR-STOP-CT                   PIC 9(07)   VALUE ZERO.
           05  CKR-VOID-CT                   PIC 9(07)   VALUE ZERO.
           05  CKR-REQ-REJECT-CT             PIC 9(07)   VALUE ZERO.
           05  CKR-NEW-STALE-CT              PIC 9(07)   VALUE ZERO.
           05  CKR-RGO-WRITE-CT              PIC 9(09)   VALUE ZERO.
       01  CKR-RG-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  CKR-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  CKR-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  CKR-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  CKR-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  CKR-RCD-REASON               PIC X(40).
       01  CKR-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  CKR-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    STALE-DATE AGE IN DAYS -- THE DEFAULT MATCHES THE      *
      *    180-DAY LEGEND PRINTED ON THE COMMISSION CHECK STOCK.  *
      *    SEE THE PARAMETER CARD                                 *
      *---------------------------------------------------------*
       01  CKR-STALE-DAYS                    PIC 9(05)   VALUE 00180.
      *---------------------------------------------------------*
      *    THE WORKING REGISTER -- LAST RUN'S OUTSTANDING CHECKS  *
      *    FOLLOWED BY THOSE ISSUED SINCE, ALL IN CHECK-NUMBER    *
      *    ORDER BECAUSE CHECK NUMBERS ARE NEVER REUSED           *
      *---------------------------------------------------------*
       01  CKR-RG-TBL.
           05  CKR-RG-ENTRY OCCURS 50000 TIMES
                           INDEXED BY CKR-RG-IDX.
               10  CKR-RG-CHECK-NBR          PIC 9(13).
               10  CKR-RG-FI-ID              PIC 9(07).
               10  CKR-RG-PAY-OFC-ID         PIC X(09).
               10  CKR-RG-ACCOUNT-NBR        PIC 9(11).
               10  CKR-RG-CHECK-AT           PIC S9(15)V9(2).
               10  CKR-RG-ISSUE-DTE          PIC 9(08).
               10  CKR-RG-STATUS-CD          PIC X(01).
                   88  CKR-RG-OUTSTANDING        VALUE 'O'.
                   88  CKR-RG-STOPPED            VALUE 'S'.
                   88  CKR-RG-STALE              VALUE 'T'.
                   88  CKR-RG-PAID               VALUE 'P'.
                   88  CKR-RG-VOIDED             VALUE 'V'.
               10  CKR-RG-STATUS-DTE         PIC 9(08).
       01  CKR-DATE-WORK.
           05  CKR-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  CKR-RUN-DTE-R REDEFINES CKR-RUN-DTE.
               10  CKR-RUN-YYYY              PIC 9(04).
               10  CKR-RUN-MM                PIC 9(02).
               10  CKR-RUN-DD                PIC 9(02).
           05  CKR-ISS-DTE-WK                PIC 9(08)   VALUE ZERO.
           05  CKR-ISS-DTE-WK-R REDEFINES CKR-ISS-DTE-WK.
               10  CKR-ISS-YYYY              PIC 9(04).
               10  CKR-ISS-MM                PIC 9(02).
               10  CKR-ISS-DD                PIC 9(02).
           05  CKR-DAYS-OUT                  PIC S9(07)  COMP
                                              VALUE ZERO.
       01  CKR-AMOUNT-WORK.
           05  CKR-WK-PAID-AT                PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  CKR-PAID-TOTAL-AT             PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  CKR-VOID-TOTAL-AT             PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  CKR-OUTSTANDING-AT            PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  CKR-STALE-TOTAL-AT            PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  CKR-WK-CHECK-NBR                  PIC 9(13)   VALUE ZERO.
      *---------------------------------------------------------*
      *    AUDIT REPORT LINES                                     *
      *---------------------------------------------------------*
       01  CKR-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'COMMISSION CHECK PAID-ITEM CONTROL TOTALS'.
       01  CKR-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CKR-TL-LABEL                  PIC X(25).
           05  CKR-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  CKR-TOT-AMT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CKR-TA-LABEL                  PIC X(25).
           05  CKR-TA-AMOUNT                 PIC ---,---,---,--9.99.
       01  CKR-EXC-KEY.
           05  CKR-EK-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  CKR-EK-CHECK-NBR              PIC 9(13).
       01  CKR-FRAUD-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'FRAUD ALERTS - PAID ITEMS NOT MATCHING THE IS'.
           05  FILLER                        PIC X(15)
               VALUE 'SUE REGISTER   '.
       01  CKR-ITEM-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(13)
               VALUE 'CHECK NUMBER'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ISSUED AMT'.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BANK AMOUNT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'DATE'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'REASON'.
       01  CKR-ITEM-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CKR-IL-CHECK-NBR              PIC 9(13).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CKR-IL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CKR-IL-ISSUED-AT              PIC ---,---,--9.99.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CKR-IL-BANK-AT                PIC ---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  CKR-IL-DTE                    PIC 9(08).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CKR-IL-REASON                 PIC X(40).
       01  CKR-STALE-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'CHECKS STALE-DATED THIS RUN - PAST THE STALE-'.
           05  FILLER                        PIC X(09)
               VALUE 'DATE AGE '.
       01  CKR-REQ-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'STOP-PAYMENT AND VOID REQUESTS PROCESSED'.
      *---------------------------------------------------------*
      *    EACH DETAIL STREAM IS CAPTURED DURING THE RUN AND      *
      *    PRINTED UNDER ITS OWN NUMBERED SECTION AT END OF RUN,  *
      *    SO PAGE-OVERFLOW HEADINGS ALWAYS MATCH THE STREAM      *
      *---------------------------------------------------------*
       01  CKR-FRD-CAP-TBL.
           05  CKR-FRD-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY CKR-FRD-CAP-IX.
       01  CKR-FRD-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  CKR-FRD-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  CKR-STL-CAP-TBL.
           05  CKR-STL-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY CKR-STL-CAP-IX.
       01  CKR-STL-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  CKR-STL-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  CKR-REQ-CAP-TBL.
           05  CKR-REQ-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY CKR-REQ-CAP-IX.
       01  CKR-REQ-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  CKR-REQ-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  CKR-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-PAID-ITEM THRU 2000-EXIT
                   UNTIL CKR-PDI-EOF.
           PERFORM 3000-PROCESS-STOP-REQ THRU 3000-EXIT
                   UNTIL CKR-SRQ-EOF.
           PERFORM 7000-CARRY-REGISTER THRU 7000-EXIT.
           PERFORM 8100-PRINT-FRAUD-SECTION THRU 8100-EXIT.
           PERFORM 8200-PRINT-STALE-SECTION THRU 8200-EXIT.
           PERFORM 8300-PRINT-REQ-SECTION THRU 8300-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE CKR-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------*
      *    OPEN FILES, BUILD THE WORKING REGISTER FROM LAST RUN'S *
      *    OUTSTANDING CHECKS PLUS THOSE ISSUED SINCE, AND PRIME  *
      *    THE PAID-ITEM AND REQUEST READS                        *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT CKR-REGISTER-IN.
           OPEN OUTPUT CKR-REGISTER-OUT.
           OPEN INPUT CKR-ISSUED-FL.
           OPEN INPUT CKR-PAID-ITEM-FL.
           OPEN INPUT CKR-STOP-REQ-FL.
           OPEN OUTPUT CKR-STOP-PAY-FL.
           OPEN OUTPUT CKR-REISSUE-FL.
           OPEN INPUT CKR-PARM-FL.
           OPEN EXTEND CKR-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT CKR-RUN-DTE FROM DATE YYYYMMDD.
           MOVE CKR-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           READ CKR-PARM-FL
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-STALE-DAYS NUMERIC
                      AND PRM-STALE-DAYS > ZERO
                       MOVE PRM-STALE-DAYS TO CKR-STALE-DAYS
                   END-IF
           END-READ.
           CLOSE CKR-PARM-FL.
           PERFORM 1150-READ-REGISTER THRU 1150-EXIT.
           PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT
                   UNTIL CKR-RGI-EOF.
           PERFORM 1250-READ-ISSUED THRU 1250-EXIT.
           PERFORM 1200-LOAD-ISSUED THRU 1200-EXIT
                   UNTIL CKR-ISS-EOF.
           PERFORM 1300-READ-PAID-ITEM THRU 1300-EXIT.
           PERFORM 1350-READ-STOP-REQ THRU 1350-EXIT.
       1000-EXIT.
           EXIT.
       1100-LOAD-REGISTER.
           ADD 1 TO CKR-RGI-READ-CT.
           IF CKR-RG-USED-CT >= 50000
               MOVE ' CHECK REGISTER' TO CKR-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO CKR-RG-USED-CT.
           SET CKR-RG-IDX TO CKR-RG-USED-CT.
           MOVE RGI-CHECK-NBR TO CKR-RG-CHECK-NBR (CKR-RG-IDX).
           MOVE RGI-FINANCIAL-INST-ID TO CKR-RG-FI-ID (CKR-RG-IDX).
           MOVE RGI-FI-PAY-OFC-ID TO CKR-RG-PAY-OFC-ID (CKR-RG-IDX).
           MOVE RGI-ACCOUNT-NUMBER
               TO CKR-RG-ACCOUNT-NBR (CKR-RG-IDX).
           MOVE RGI-CHECK-AT TO CKR-RG-CHECK-AT (CKR-RG-IDX).
           MOVE RGI-ISSUE-DTE TO CKR-RG-ISSUE-DTE (CKR-RG-IDX).
           MOVE RGI-STATUS-CD TO CKR-RG-STATUS-CD (CKR-RG-IDX).
           MOVE RGI-STATUS-DTE TO CKR-RG-STATUS-DTE (CKR-RG-IDX).
           PERFORM 1150-READ-REGISTER THRU 1150-EXIT.
       1100-EXIT.
           EXIT.
       1150-READ-REGISTER.
           READ CKR-REGISTER-IN
               AT END
                   SET CKR-RGI-EOF TO TRUE
           END-READ.
       1150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A CHECK ALREADY ON THE REGISTER IS NOT ADDED TWICE --  *
      *    A RERUN AGAINST THE SAME ISSUE FILE IS HARMLESS        *
      *---------------------------------------------------------*
       1200-LOAD-ISSUED.
           ADD 1 TO CKR-ISSUED-READ-CT.
           MOVE CPR-CHECK-NBR TO CKR-WK-CHECK-NBR.
           PERFORM 2200-FIND-CHECK THRU 2200-EXIT.
           IF CKR-CHK-FOUND
               ADD 1 TO CKR-ISSUED-DUP-CT
               PERFORM 1250-READ-ISSUED THRU 1250-EXIT
               GO TO 1200-EXIT
           END-IF.
           IF CKR-RG-USED-CT >= 50000
               MOVE ' CHECK REGISTER' TO CKR-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO CKR-ISSUED-ADDED-CT.
           ADD 1 TO CKR-RG-USED-CT.
           SET CKR-RG-IDX TO CKR-RG-USED-CT.
           MOVE CPR-CHECK-NBR TO CKR-RG-CHECK-NBR (CKR-RG-IDX).
           MOVE CPR-FINANCIAL-INST-ID TO CKR-RG-FI-ID (CKR-RG-IDX).
           MOVE CPR-FI-PAY-OFC-ID TO CKR-RG-PAY-OFC-ID (CKR-RG-IDX).
           MOVE CPR-ACCOUNT-NUMBER
               TO CKR-RG-ACCOUNT-NBR (CKR-RG-IDX).
           MOVE CPR-CHECK-AT TO CKR-RG-CHECK-AT (CKR-RG-IDX).
           MOVE CPR-ISSUE-DTE TO CKR-RG-ISSUE-DTE (CKR-RG-IDX).
           SET CKR-RG-OUTSTANDING (CKR-RG-IDX) TO TRUE.
           MOVE CPR-ISSUE-DTE TO CKR-RG-STATUS-DTE (CKR-RG-IDX).
           PERFORM 1250-READ-ISSUED THRU 1250-EXIT.
       1200-EXIT.
           EXIT.
       1250-READ-ISSUED.
           READ CKR-ISSUED-FL
               AT END
                   SET CKR-ISS-EOF TO TRUE
           END-READ.
       1250-EXIT.
           EXIT.
       1300-READ-PAID-ITEM.
           READ CKR-PAID-ITEM-FL
               AT END
                   SET CKR-PDI-EOF TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.
       1350-READ-STOP-REQ.
           READ CKR-STOP-REQ-FL
               AT END
                   SET CKR-SRQ-EOF TO TRUE
           END-READ.
       1350-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    MATCH EACH PAID ITEM TO THE REGISTER BY CHECK NUMBER   *
      *    AND AMOUNT.  AN ITEM THE REGISTER CANNOT ACCOUNT FOR,  *
      *    A CHANGED AMOUNT, OR A CHECK PAID THROUGH A STOP OR    *
      *    PAST ITS STALE DATE IS A FRAUD ALERT.  THE CHECK STILL *
      *    COMES OFF THE REGISTER -- THE BANK HAS PAID IT         *
      *---------------------------------------------------------*
       2000-PROCESS-PAID-ITEM.
           ADD 1 TO CKR-PAID-READ-CT.
           MOVE PDI-PAID-AT TO CKR-WK-PAID-AT.
           ADD CKR-WK-PAID-AT TO CKR-PAID-TOTAL-AT.
           MOVE PDI-CHECK-NBR TO CKR-WK-CHECK-NBR.
           PERFORM 2200-FIND-CHECK THRU 2200-EXIT.
           IF CKR-CHK-NOT-FOUND
               ADD 1 TO CKR-NOT-ISSUED-CT
               MOVE ZERO TO CKR-IL-FI-ID
               MOVE ZERO TO CKR-IL-ISSUED-AT
               MOVE 'PAID ITEM NOT ON OUTSTANDING REGISTER'
                   TO CKR-IL-REASON
               PERFORM 2900-CAPTURE-FRAUD THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF.
           MOVE CKR-RG-FI-ID (CKR-RG-IDX) TO CKR-IL-FI-ID.
           MOVE CKR-RG-CHECK-AT (CKR-RG-IDX) TO CKR-IL-ISSUED-AT.
           IF CKR-RG-PAID (CKR-RG-IDX)
               ADD 1 TO CKR-NOT-ISSUED-CT
               MOVE 'DUPLICATE PRESENTMENT - ALREADY PAID'
                   TO CKR-IL-REASON
               PERFORM 2900-CAPTURE-FRAUD THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF CKR-RG-STOPPED (CKR-RG-IDX)
               ADD 1 TO CKR-PAID-ON-STOP-CT
               MOVE 'PAID AGAINST A STOP-PAYMENT'
                   TO CKR-IL-REASON
               PERFORM 2900-CAPTURE-FRAUD THRU 2900-EXIT
           ELSE
               IF CKR-WK-PAID-AT NOT = CKR-RG-CHECK-AT (CKR-RG-IDX)
                   ADD 1 TO CKR-AMT-MISMATCH-CT
                   MOVE 'PAID AMOUNT DIFFERS FROM ISSUED AMOUNT'
                       TO CKR-IL-REASON
                   PERFORM 2900-CAPTURE-FRAUD THRU 2900-EXIT
               ELSE
                   IF CKR-RG-STALE (CKR-RG-IDX)
                       ADD 1 TO CKR-PAID-STALE-CT
                       MOVE 'STALE-DATED CHECK PAID'
                           TO CKR-IL-REASON
                       PERFORM 2900-CAPTURE-FRAUD THRU 2900-EXIT
                   ELSE
                       ADD 1 TO CKR-PAID-MATCH-CT
                   END-IF
               END-IF
           END-IF.
           SET CKR-RG-PAID (CKR-RG-IDX) TO TRUE.
           MOVE PDI-PAID-DTE TO CKR-RG-STATUS-DTE (CKR-RG-IDX).
       2000-NEXT.
           PERFORM 1300-READ-PAID-ITEM THRU 1300-EXIT.
       2000-EXIT.
           EXIT.
       2200-FIND-CHECK.
           SET CKR-CHK-NOT-FOUND TO TRUE.
           IF CKR-RG-USED-CT > ZERO
               SET CKR-RG-IDX TO 1
               SEARCH CKR-RG-ENTRY VARYING CKR-RG-IDX
                   AT END
                       CONTINUE
                   WHEN CKR-RG-IDX > CKR-RG-USED-CT
                       CONTINUE
                   WHEN CKR-RG-CHECK-NBR (CKR-RG-IDX)
                        = CKR-WK-CHECK-NBR
                       SET CKR-CHK-FOUND TO TRUE
               END-SEARCH
           END-IF.
       2200-EXIT.
           EXIT.
       2900-CAPTURE-FRAUD.
           ADD 1 TO CKR-FRAUD-CT.
           MOVE PDI-CHECK-NBR TO CKR-IL-CHECK-NBR.
           MOVE CKR-WK-PAID-AT TO CKR-IL-BANK-AT.
           MOVE PDI-PAID-DTE TO CKR-IL-DTE.
           PERFORM 9550-CAPTURE-FRD-LINE THRU 9550-EXIT.
           MOVE CKR-IL-FI-ID TO CKR-EK-FI-ID.
           MOVE PDI-CHECK-NBR TO CKR-EK-CHECK-NBR.
           MOVE 'CKRFRAUD' TO RPT-EXC-TYPE-CD.
           MOVE CKR-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE CKR-WK-PAID-AT TO RPT-EXC-AMOUNT-AT.
           MOVE CKR-IL-REASON TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       2900-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    APPLY OPERATIONS' STOP AND VOID REQUESTS AFTER THE     *
      *    PAID ITEMS, SO A REQUEST AGAINST A CHECK THE BANK HAS  *
      *    ALREADY PAID IS REJECTED RATHER THAN REPAID.  EVERY    *
      *    ACCEPTED REQUEST PUTS A STOP ON THE BANK FILE UNLESS   *
      *    ONE IS ALREADY THERE; A VOID ALSO QUEUES THE REISSUE   *
      *---------------------------------------------------------*
       3000-PROCESS-STOP-REQ.
           ADD 1 TO CKR-REQ-READ-CT.
           MOVE SRQ-CHECK-NBR TO CKR-WK-CHECK-NBR.
           MOVE SRQ-CHECK-NBR TO CKR-IL-CHECK-NBR.
           MOVE SRQ-REQUEST-DTE TO CKR-IL-DTE.
           MOVE ZERO TO CKR-IL-FI-ID.
           MOVE ZERO TO CKR-IL-ISSUED-AT.
           MOVE ZERO TO CKR-IL-BANK-AT.
           IF NOT SRQ-REQUEST-STOP
              AND NOT SRQ-REQUEST-VOID
               ADD 1 TO CKR-REQ-REJECT-CT
               MOVE 'REJECTED - UNKNOWN REQUEST CODE'
                   TO CKR-IL-REASON
               PERFORM 9570-CAPTURE-REQ-LINE THRU 9570-EXIT
               GO TO 3000-NEXT
           END-IF.
           PERFORM 2200-FIND-CHECK THRU 2200-EXIT.
           IF CKR-CHK-NOT-FOUND
               ADD 1 TO CKR-REQ-REJECT-CT
               MOVE 'REJECTED - CHECK NOT ON REGISTER'
                   TO CKR-IL-REASON
               PERFORM 9570-CAPTURE-REQ-LINE THRU 9570-EXIT
               GO TO 3000-NEXT
           END-IF.
           MOVE CKR-RG-FI-ID (CKR-RG-IDX) TO CKR-IL-FI-ID.
           MOVE CKR-RG-CHECK-AT (CKR-RG-IDX) TO CKR-IL-ISSUED-AT.
           IF CKR-RG-PAID (CKR-RG-IDX)
               ADD 1 TO CKR-REQ-REJECT-CT
               MOVE 'REJECTED - CHECK ALREADY PAID BY BANK'
                   TO CKR-IL-REASON
               PERFORM 9570-CAPTURE-REQ-LINE THRU 9570-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF CKR-RG-VOIDED (CKR-RG-IDX)
               ADD 1 TO CKR-REQ-REJECT-CT
               MOVE 'REJECTED - CHECK ALREADY VOIDED'
                   TO CKR-IL-REASON
               PERFORM 9570-CAPTURE-REQ-LINE THRU 9570-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF SRQ-REQUEST-STOP
              AND CKR-RG-STOPPED (CKR-RG-IDX)
               ADD 1 TO CKR-REQ-REJECT-CT
               MOVE 'REJECTED - STOP ALREADY ON FILE'
                   TO CKR-IL-REASON
               PERFORM 9570-CAPTURE-REQ-LINE THRU 9570-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF NOT CKR-RG-STOPPED (CKR-RG-IDX)
               PERFORM 3100-WRITE-STOP-PAY THRU 3100-EXIT
           END-IF.
           IF SRQ-REQUEST-STOP
               ADD 1 TO CKR-STOP-CT
               SET CKR-RG-STOPPED (CKR-RG-IDX) TO TRUE
               MOVE 'STOP-PAYMENT PLACED' TO CKR-IL-REASON
           ELSE
               ADD 1 TO CKR-VOID-CT
               SET CKR-RG-VOIDED (CKR-RG-IDX) TO TRUE
               PERFORM 3200-QUEUE-REISSUE THRU 3200-EXIT
               MOVE 'VOIDED - QUEUED FOR REISSUE' TO CKR-IL-REASON
           END-IF.
           MOVE CKR-RUN-DTE TO CKR-RG-STATUS-DTE (CKR-RG-IDX).
           PERFORM 9570-CAPTURE-REQ-LINE THRU 9570-EXIT.
       3000-NEXT.
           PERFORM 1350-READ-STOP-REQ THRU 1350-EXIT.
       3000-EXIT.
           EXIT.
       3100-WRITE-STOP-PAY.
           MOVE SPACES TO CKR-STOP-PAY-RECORD.
           MOVE 'S' TO SPY-ACTION-CD.
           MOVE CKR-RG-CHECK-NBR (CKR-RG-IDX) TO SPY-CHECK-NBR.
           MOVE CKR-RG-CHECK-AT (CKR-RG-IDX) TO SPY-CHECK-AT.
           MOVE CKR-RG-ISSUE-DTE (CKR-RG-IDX) TO SPY-ISSUE-DTE.
           MOVE CKR-RUN-DTE TO SPY-STOP-DTE.
           WRITE CKR-STOP-PAY-RECORD.
       3100-EXIT.
           EXIT.
       3200-QUEUE-REISSUE.
           ADD CKR-RG-CHECK-AT (CKR-RG-IDX) TO CKR-VOID-TOTAL-AT.
           MOVE SPACES TO CKR-REISSUE-RECORD.
           MOVE CKR-RG-FI-ID (CKR-RG-IDX) TO RIS-FINANCIAL-INST-ID.
           MOVE CKR-RG-PAY-OFC-ID (CKR-RG-IDX) TO RIS-FI-PAY-OFC-ID.
           MOVE CKR-RG-ACCOUNT-NBR (CKR-RG-IDX)
               TO RIS-ACCOUNT-NUMBER.
           MOVE CKR-RG-CHECK-AT (CKR-RG-IDX) TO RIS-REISSUE-AT.
           MOVE 'VOD' TO RIS-RETURN-REASON-CD.
           MOVE CKR-RUN-DTE TO RIS-RETURN-DTE.
           WRITE CKR-REISSUE-RECORD.
       3200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    AGE THE STILL-OUTSTANDING CHECKS AND CARRY THE         *
      *    REGISTER FORWARD -- PAID AND VOIDED CHECKS DROP OFF    *
      *---------------------------------------------------------*
       7000-CARRY-REGISTER.
           IF CKR-RG-USED-CT > ZERO
               PERFORM 7100-CARRY-ONE-CHECK THRU 7100-EXIT
                       VARYING CKR-RG-IDX FROM 1 BY 1
                       UNTIL CKR-RG-IDX > CKR-RG-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-CARRY-ONE-CHECK.
           IF CKR-RG-PAID (CKR-RG-IDX)
            OR CKR-RG-VOIDED (CKR-RG-IDX)
               GO TO 7100-EXIT
           END-IF.
           IF CKR-RG-OUTSTANDING (CKR-RG-IDX)
               PERFORM 7200-AGE-ONE-CHECK THRU 7200-EXIT
           END-IF.
           IF CKR-RG-STALE (CKR-RG-IDX)
               ADD CKR-RG-CHECK-AT (CKR-RG-IDX) TO CKR-STALE-TOTAL-AT
           END-IF.
           ADD CKR-RG-CHECK-AT (CKR-RG-IDX) TO CKR-OUTSTANDING-AT.
           MOVE SPACES TO CKR-REGISTER-OUT-RECORD.
           MOVE CKR-RG-CHECK-NBR (CKR-RG-IDX) TO RGO-CHECK-NBR.
           MOVE CKR-RG-FI-ID (CKR-RG-IDX) TO RGO-FINANCIAL-INST-ID.
           MOVE CKR-RG-PAY-OFC-ID (CKR-RG-IDX) TO RGO-FI-PAY-OFC-ID.
           MOVE CKR-RG-ACCOUNT-NBR (CKR-RG-IDX)
               TO RGO-ACCOUNT-NUMBER.
           MOVE CKR-RG-CHECK-AT (CKR-RG-IDX) TO RGO-CHECK-AT.
           MOVE CKR-RG-ISSUE-DTE (CKR-RG-IDX) TO RGO-ISSUE-DTE.
           MOVE CKR-RG-STATUS-CD (CKR-RG-IDX) TO RGO-STATUS-CD.
           MOVE CKR-RG-STATUS-DTE (CKR-RG-IDX) TO RGO-STATUS-DTE.
           WRITE CKR-REGISTER-OUT-RECORD.
           ADD 1 TO CKR-RGO-WRITE-CT.
       7100-EXIT.
           EXIT.
       7200-AGE-ONE-CHECK.
           MOVE CKR-RG-ISSUE-DTE (CKR-RG-IDX) TO CKR-ISS-DTE-WK.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE CKR-ISS-DTE-WK TO DTE-DATE-1.
           MOVE CKR-RUN-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO CKR-DAYS-OUT.
           IF CKR-DAYS-OUT <= CKR-STALE-DAYS
               GO TO 7200-EXIT
           END-IF.
           ADD 1 TO CKR-NEW-STALE-CT.
           SET CKR-RG-STALE (CKR-RG-IDX) TO TRUE.
           MOVE CKR-RUN-DTE TO CKR-RG-STATUS-DTE (CKR-RG-IDX).
           MOVE CKR-RG-CHECK-NBR (CKR-RG-IDX) TO CKR-IL-CHECK-NBR.
           MOVE CKR-RG-FI-ID (CKR-RG-IDX) TO CKR-IL-FI-ID.
           MOVE CKR-RG-CHECK-AT (CKR-RG-IDX) TO CKR-IL-ISSUED-AT.
           MOVE ZERO TO CKR-IL-BANK-AT.
           MOVE CKR-RG-ISSUE-DTE (CKR-RG-IDX) TO CKR-IL-DTE.
           MOVE 'STALE-DATED - VOID AND REISSUE OR ESCHEAT'
               TO CKR-IL-REASON.
           PERFORM 9560-CAPTURE-STL-LINE THRU 9560-EXIT.
           MOVE CKR-RG-FI-ID (CKR-RG-IDX) TO CKR-EK-FI-ID.
           MOVE CKR-RG-CHECK-NBR (CKR-RG-IDX) TO CKR-EK-CHECK-NBR.
           MOVE 'CKRSTALE' TO RPT-EXC-TYPE-CD.
           MOVE CKR-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE CKR-RG-CHECK-AT (CKR-RG-IDX) TO RPT-EXC-AMOUNT-AT.
           MOVE CKR-IL-REASON TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       7200-EXIT.
           EXIT.
       8100-PRINT-FRAUD-SECTION.
           MOVE CKR-FRAUD-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE CKR-ITEM-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF CKR-FRD-CAP-USED-CT > ZERO
               PERFORM 8105-PRINT-ONE-FRD THRU 8105-EXIT
                       VARYING CKR-FRD-CAP-IX FROM 1 BY 1
                       UNTIL CKR-FRD-CAP-IX > CKR-FRD-CAP-USED-CT
           END-IF.
           IF CKR-FRD-CAP-TRUNC-SW = 'Y'
               MOVE CKR-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8100-EXIT.
           EXIT.
       8105-PRINT-ONE-FRD.
           MOVE CKR-FRD-CAP-LINE (CKR-FRD-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8105-EXIT.
           EXIT.
       8200-PRINT-STALE-SECTION.
           MOVE CKR-STALE-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE CKR-ITEM-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF CKR-STL-CAP-USED-CT > ZERO
               PERFORM 8205-PRINT-ONE-STL THRU 8205-EXIT
                       VARYING CKR-STL-CAP-IX FROM 1 BY 1
                       UNTIL CKR-STL-CAP-IX > CKR-STL-CAP-USED-CT
           END-IF.
           IF CKR-STL-CAP-TRUNC-SW = 'Y'
               MOVE CKR-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8200-EXIT.
           EXIT.
       8205-PRINT-ONE-STL.
           MOVE CKR-STL-CAP-LINE (CKR-STL-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8205-EXIT.
           EXIT.
       8300-PRINT-REQ-SECTION.
           MOVE CKR-REQ-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE CKR-ITEM-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF CKR-REQ-CAP-USED-CT > ZERO
               PERFORM 8305-PRINT-ONE-REQ THRU 8305-EXIT
                       VARYING CKR-REQ-CAP-IX FROM 1 BY 1
                       UNTIL CKR-REQ-CAP-IX > CKR-REQ-CAP-USED-CT
           END-IF.
           IF CKR-REQ-CAP-TRUNC-SW = 'Y'
               MOVE CKR-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8300-EXIT.
           EXIT.
       8305-PRINT-ONE-REQ.
           MOVE CKR-REQ-CAP-LINE (CKR-REQ-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8305-EXIT.
           EXIT.
       8000-PRINT-TOTALS.
           MOVE CKR-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'REGISTER CHECKS IN: ' TO CKR-TL-LABEL.
           MOVE CKR-RGI-READ-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NEWLY ISSUED ADDED: ' TO CKR-TL-LABEL.
           MOVE CKR-ISSUED-ADDED-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'ISSUED ALREADY ON FILE: ' TO CKR-TL-LABEL.
           MOVE CKR-ISSUED-DUP-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PAID ITEMS READ: ' TO CKR-TL-LABEL.
           MOVE CKR-PAID-READ-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PAID AND MATCHED: ' TO CKR-TL-LABEL.
           MOVE CKR-PAID-MATCH-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'FRAUD - NOT OUTSTANDING: ' TO CKR-TL-LABEL.
           MOVE CKR-NOT-ISSUED-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'FRAUD - AMOUNT MISMATCH: ' TO CKR-TL-LABEL.
           MOVE CKR-AMT-MISMATCH-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'FRAUD - PAID ON STOP: ' TO CKR-TL-LABEL.
           MOVE CKR-PAID-ON-STOP-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'FRAUD - STALE PAID: ' TO CKR-TL-LABEL.
           MOVE CKR-PAID-STALE-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'STOP/VOID REQUESTS READ: ' TO CKR-TL-LABEL.
           MOVE CKR-REQ-READ-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'STOPS PLACED: ' TO CKR-TL-LABEL.
           MOVE CKR-STOP-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'VOIDED AND REQUEUED: ' TO CKR-TL-LABEL.
           MOVE CKR-VOID-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REQUESTS REJECTED: ' TO CKR-TL-LABEL.
           MOVE CKR-REQ-REJECT-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NEWLY STALE-DATED: ' TO CKR-TL-LABEL.
           MOVE CKR-NEW-STALE-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REGISTER CHECKS OUT: ' TO CKR-TL-LABEL.
           MOVE CKR-RGO-WRITE-CT TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BANK PAID AMOUNT: ' TO CKR-TA-LABEL.
           MOVE CKR-PAID-TOTAL-AT TO CKR-TA-AMOUNT.
           MOVE CKR-TOT-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'VOIDED FOR REISSUE: ' TO CKR-TA-LABEL.
           MOVE CKR-VOID-TOTAL-AT TO CKR-TA-AMOUNT.
           MOVE CKR-TOT-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'STALE-DATED OUTSTANDING: ' TO CKR-TA-LABEL.
           MOVE CKR-STALE-TOTAL-AT TO CKR-TA-AMOUNT.
           MOVE CKR-TOT-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'TOTAL OUTSTANDING: ' TO CKR-TA-LABEL.
           MOVE CKR-OUTSTANDING-AT TO CKR-TA-AMOUNT.
           MOVE CKR-TOT-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'STALE-DATE DAYS USED: ' TO CKR-TL-LABEL.
           MOVE CKR-STALE-DAYS TO CKR-TL-COUNT.
           MOVE CKR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *    SO THE GATEKEEPER CAN PROVE THE FEED COMPLETED BEFORE  *
      *    ANY CROSS-FILE JOB RUNS                                *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO CKR-RUN-CTL-RECORD.
           MOVE 'CKR-CHECK-RECONCILE' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE CKR-RUN-CTL-RECORD.
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
           MOVE SPACES TO CKR-RUN-CTL-RECORD.
           MOVE 'CKR-CHECK-RECONCILE' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE CKR-PAID-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE CKR-RUN-CTL-RECORD.
           CLOSE CKR-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE -- OPS RERUNS AFTER THE TABLE SIZING   *
      *    IS ADDRESSED                                           *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE CKR-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO CKR-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE CKR-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE CKR-REGISTER-IN.
           CLOSE CKR-REGISTER-OUT.
           CLOSE CKR-ISSUED-FL.
           CLOSE CKR-PAID-ITEM-FL.
           CLOSE CKR-STOP-REQ-FL.
           CLOSE CKR-STOP-PAY-FL.
           CLOSE CKR-REISSUE-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL (12 IS RESERVED FOR A REJECTED    *
      *    INPUT FEED).  A FRAUD ALERT IS A PAID ITEM THE         *
      *    REGISTER DOES NOT BALANCE TO AND RAISES 8              *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF CKR-NEW-RC > CKR-RUN-RC
               MOVE CKR-NEW-RC TO CKR-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF CKR-NEW-STALE-CT > ZERO
            OR CKR-REQ-REJECT-CT > ZERO
               MOVE 4 TO CKR-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF CKR-FRAUD-CT > ZERO
               MOVE 8 TO CKR-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE CKR-RUN-RC TO CKR-RCD-OUT.
           EVALUATE CKR-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO CKR-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO CKR-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO CKR-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO CKR-RCD-REASON
           END-EVALUATE.
           MOVE CKR-RCD-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE CKR-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
       9000-EXIT.
           EXIT.
       9550-CAPTURE-FRD-LINE.
           IF CKR-FRD-CAP-USED-CT >= 5000
               MOVE 'Y' TO CKR-FRD-CAP-TRUNC-SW
               GO TO 9550-EXIT
           END-IF.
           ADD 1 TO CKR-FRD-CAP-USED-CT.
           SET CKR-FRD-CAP-IX TO CKR-FRD-CAP-USED-CT.
           MOVE CKR-ITEM-LINE TO CKR-FRD-CAP-LINE (CKR-FRD-CAP-IX).
       9550-EXIT.
           EXIT.
       9560-CAPTURE-STL-LINE.
           IF CKR-STL-CAP-USED-CT >= 5000
               MOVE 'Y' TO CKR-STL-CAP-TRUNC-SW
               GO TO 9560-EXIT
           END-IF.
           ADD 1 TO CKR-STL-CAP-USED-CT.
           SET CKR-STL-CAP-IX TO CKR-STL-CAP-USED-CT.
           MOVE CKR-ITEM-LINE TO CKR-STL-CAP-LINE (CKR-STL-CAP-IX).
       9560-EXIT.
           EXIT.
       9570-CAPTURE-REQ-LINE.
           IF CKR-REQ-CAP-USED-CT >= 5000
               MOVE 'Y' TO CKR-REQ-CAP-TRUNC-SW
               GO TO 9570-EXIT
           END-IF.
           ADD 1 TO CKR-REQ-CAP-USED-CT.
           SET CKR-REQ-CAP-IX TO CKR-REQ-CAP-USED-CT.
           MOVE CKR-ITEM-LINE TO CKR-REQ-CAP-LINE (CKR-REQ-CAP-IX).
       9570-EXIT.
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
           MOVE 'CKR-CHECK-RECONCILE' TO RPT-PROGRAM-ID-TX.
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
