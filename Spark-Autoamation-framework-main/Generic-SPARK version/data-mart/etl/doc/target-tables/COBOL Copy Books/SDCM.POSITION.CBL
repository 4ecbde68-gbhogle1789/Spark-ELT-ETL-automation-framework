           05  SCTL-RUN-DTE-TME              PIC X(26).
           05  SCTL-CYCLE-CD                 PIC X(5).
           05  FILLER                        PIC X(4).
           05  SCTL-PRIOR-RUN-DTE-TME        PIC X(26).
           05  SCTL-PRIOR-CYCLE-CD           PIC X(5).
       FD  CSH-CYCLE-CTL-FL.
       01  CSH-CYCLE-CTL-RECORD.
           05  YCTL-CYCLE-CD                 PIC X(5).
           05  FILLER                        PIC X(30).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
           05  CSH-ROLLUP-BREAK-CT           PIC 9(02)   VALUE ZERO.
           05  CSH-STOP-HIT-CT               PIC 9(07)   VALUE ZERO.
       01  CSH-DATE-WORK.
           05  CSH-DAYS-OUT                  PIC S9(07)  VALUE ZERO.
       01  CSH-AGE-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
       01  CSH-EXCH-USED-CT                  PIC 9(04)   COMP
                                              VALUE ZERO.
       01  CSH-WK-NET-AMOUNT                 PIC S9(13)V9(2).
       01  CSH-EXC-EXCH-KEY.
           05  CSH-EK-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  CSH-EK-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  CSH-EK-ORDER-NBR              PIC 9(09).
       01  CSH-EXC-CERT-KEY.
           05  CSH-EK-CERT-PREFIX            PIC X(03).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  CSH-EK-CERT-NUMBER            PIC 9(07).
       01  CSH-EXCH-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               10  CSH-AD-FIRST-ADV-DTE      PIC 9(08).
       01  CSH-ADV-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  CSH-ADV-ASOF-DTE                  PIC 9(08)   VALUE ZERO.
       01  CSH-ADV-DATE-WORK.
           05  CSH-ADV-WK-DTE                PIC 9(08).
           05  CSH-ADV-WK-DTE-R REDEFINES CSH-ADV-WK-DTE.
               10  CSH-ADV-WK-YYYY           PIC 9(04).
               10  CSH-ADV-WK-MM             PIC 9(02).
               10  CSH-ADV-WK-DD             PIC 9(02).
           05  CSH-ADV-DAYS-OUT              PIC S9(07)  COMP.
       01  CSH-ADV-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
       01  CSH-LOI-WORK.
           05  CSH-LOI-COMMIT-AT             PIC S9(13)V9(2).
           05  CSH-LOI-SHORT-AT              PIC S9(13)V9(2).
           05  CSH-LOI-DAYS-LEFT             PIC S9(09)  COMP.
       01  CSH-LOI-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
      *    UP BY FUND AND TRANSACTION CODE FOR THE AS-OF SECTION  *
      *---------------------------------------------------------*
       2650-CHECK-AS-OF-TRADE.
           MOVE 'BUS' TO DTE-FUNCTION-CD.
           SET DTE-CAL-NYSE TO TRUE.
           MOVE TRADE-DATE TO DTE-DATE-1.
           MOVE SS-DATE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO CSH-DAYS-OUT.
           IF CSH-DAYS-OUT <= CSH-ASOF-LAG-DAYS
               GO TO 2650-EXIT
           END-IF.
           EXIT.
       2100-AGE-ITEM.
           ADD 1 TO CSH-UNRECON-CT.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE TRADE-DATE TO DTE-DATE-1.
           MOVE SS-DATE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO CSH-DAYS-OUT.
           MOVE FUND-CODE TO CSH-AL-FUND-CODE.
           MOVE ALPHA-CODE TO CSH-AL-ALPHA-CODE.
           MOVE TRADE-DATE-YYYY TO CSH-AL-TRADE-YYYY.
      *    OUTSTANDING ADVANCE IS PAID NORMALLY, NOT BANKED       *
      *---------------------------------------------------------*
       2370-MAINTAIN-ADV-LEDGER.
           MOVE SS-DATE TO CSH-ADV-ASOF-DTE.
           IF FIN-TR-ADVANCED-COMMISSION-AT = ZERO
              AND DEALER-COMMISSION = ZERO
               GO TO 2370-EXIT
           MOVE FUND-CODE TO CSH-SPL-FUND-CODE.
           MOVE LOAD-ACCOUNT-NUMBER TO CSH-SPL-ACCOUNT-NBR.
           MOVE CSH-SX-REPORT-DTE (CSH-SX-IDX) TO CSH-SPL-REPORT-DTE.
           MOVE CERTIFICATE-PREFIX TO CSH-EK-CERT-PREFIX.
           MOVE CERTIFICATE-NUMBER TO CSH-EK-CERT-NUMBER.
           MOVE 'STOPXFER' TO RPT-EXC-TYPE-CD.
           MOVE CSH-EXC-CERT-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE GROSS-AMOUNT TO RPT-EXC-AMOUNT-AT.
           MOVE 'WITHDRAWAL ON STOP-TRANSFER CERTIFICATE'
               TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
           IF CSH-STP-CAP-USED-CT >= 1000
               MOVE 'Y' TO CSH-STP-CAP-TRUNC-SW
               GO TO 2440-EXIT
           ADD 1 TO CSH-EXCH-UNPAIRED-CT.
           MOVE 'NO MATCHING EXCHANGE LEG IN RUN' TO CSH-EL-REASON.
           PERFORM 7400-WRITE-EXCH-LINE THRU 7400-EXIT.
           MOVE 'EXCHLEG' TO RPT-EXC-TYPE-CD.
           MOVE CSH-EX-GROSS-AMOUNT (CSH-EX-IDX) TO RPT-EXC-AMOUNT-AT.
           PERFORM 7250-POST-EXCH-EXCEPTION THRU 7250-EXIT.
       7200-EXIT.
           EXIT.
       7250-POST-EXCH-EXCEPTION.
           MOVE CSH-EX-FUND-CODE (CSH-EX-IDX) TO CSH-EK-FUND-CODE.
           MOVE CSH-EX-ACCOUNT-NBR (CSH-EX-IDX) TO CSH-EK-ACCOUNT-NBR.
           MOVE CSH-EX-ORDER-NBR (CSH-EX-IDX) TO CSH-EK-ORDER-NBR.
           MOVE CSH-EXC-EXCH-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE CSH-EL-REASON TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       7250-EXIT.
           EXIT.
       7300-NET-THE-PAIR.
           MOVE 'P' TO CSH-EX-PAIR-SW (CSH-EX-IDX).
           MOVE 'P' TO CSH-EX-PAIR-SW (CSH-EX-LKP-IDX).
                                               TO CSH-EL-REASON
               PERFORM 7400-WRITE-EXCH-LINE THRU 7400-EXIT
               PERFORM 7500-WRITE-EXCH-PARTNER THRU 7500-EXIT
               MOVE 'EXCHNET' TO RPT-EXC-TYPE-CD
               MOVE CSH-WK-NET-AMOUNT TO RPT-EXC-AMOUNT-AT
               PERFORM 7250-POST-EXCH-EXCEPTION THRU 7250-EXIT
           END-IF.
       7300-EXIT.
           EXIT.
           END-IF.
           MOVE CSH-AD-FIRST-ADV-DTE (CSH-AD-IDX)
               TO CSH-ADV-WK-DTE.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE CSH-ADV-WK-DTE TO DTE-DATE-1.
           MOVE CSH-ADV-ASOF-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO CSH-ADV-DAYS-OUT.
           MOVE CSH-AD-FI-ID (CSH-AD-IDX)   TO CSH-AVL-FI-ID.
           MOVE CSH-AD-BRCH-ID (CSH-AD-IDX) TO CSH-AVL-BRCH-ID.
           MOVE CSH-AD-OUTSTANDING-AT (CSH-AD-IDX)
                   MOVE CSH-LC-COMMITMENT-AT (CSH-LC-IDX)
                       TO CSH-LOI-COMMIT-AT
           END-SEARCH.
      *    THE ANNIVERSARY IS THE SAME MONTH AND DAY A YEAR ON --
      *    A FEBRUARY 29 FIRST PURCHASE FALLS DUE ON FEBRUARY 28
           MOVE CSH-LP-FIRST-PURCH-DTE (CSH-LP-IDX)
               TO CSH-ADV-WK-DTE.
           ADD 1 TO CSH-ADV-WK-YYYY.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE CSH-ADV-ASOF-DTE TO DTE-DATE-1.
           MOVE CSH-ADV-WK-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           IF DTE-RC-BAD-DATE
               MOVE 28 TO CSH-ADV-WK-DD
               MOVE CSH-ADV-WK-DTE TO DTE-DATE-2
               PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT
           END-IF.
           MOVE DTE-DAYS TO CSH-LOI-DAYS-LEFT.
           IF CSH-LOI-COMMIT-AT > ZERO
              AND CSH-LOI-DAYS-LEFT <= 60
              AND CSH-LP-CUM-PURCHASE-AT (CSH-LP-IDX)
                  < CSH-LOI-COMMIT-AT
               PERFORM 7920-REPORT-SHORT-LOI THRU 7920-EXIT
                  >= CSH-LOI-COMMIT-AT
               GO TO 7910-EXIT
           END-IF.
           IF CSH-LOI-DAYS-LEFT < ZERO
               GO TO 7910-EXIT
           END-IF.
           MOVE CSH-LP-LOI-FUND-GROUP (CSH-LP-IDX)
           END-IF.
           ADD 1 TO CSH-CHK-OUTSTANDING-CT.
           MOVE CSH-CK-TRADE-DTE (CSH-CK-IDX) TO CSH-ADV-WK-DTE.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE CSH-ADV-WK-DTE TO DTE-DATE-1.
           MOVE CSH-ADV-ASOF-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO CSH-ADV-DAYS-OUT.
           MOVE CSH-CK-CHECK-NBR (CSH-CK-IDX) TO CSH-KL-CHECK-NBR.
           MOVE CSH-CK-FUND-CODE (CSH-CK-IDX) TO CSH-KL-FUND-CODE.
           MOVE CSH-CK-GROSS-AT (CSH-CK-IDX)  TO CSH-KL-GROSS-AT.
           EXIT.
      *---------------------------------------------------------*
      *    COMMIT THE HEADER IDENTITY JUST PROCESSED SO THE NEXT  *
      *    RUN CAN RECOGNIZE A RE-SEND OR A STALE FILE.  THE      *
      *    IDENTITY IT REPLACES IS KEPT SO A BAD CYCLE CAN BE     *
      *    BACKED OUT AND THE SAME FEED REPROCESSED               *
      *---------------------------------------------------------*
       9050-COMMIT-FEED-CTL.
           IF CSH-THIS-RUN-DTE-TME = SPACES
               GO TO 9050-EXIT
           END-IF.
           MOVE CSH-LAST-RUN-DTE-TME TO SCTL-PRIOR-RUN-DTE-TME.
           MOVE CSH-LAST-CYCLE-CD TO SCTL-PRIOR-CYCLE-CD.
           MOVE CSH-THIS-RUN-DTE-TME TO SCTL-RUN-DTE-TME.
           MOVE CSH-CYCLE-MODE-CD TO SCTL-CYCLE-CD.
           IF CSH-FEED-CTL-EMPTY
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
