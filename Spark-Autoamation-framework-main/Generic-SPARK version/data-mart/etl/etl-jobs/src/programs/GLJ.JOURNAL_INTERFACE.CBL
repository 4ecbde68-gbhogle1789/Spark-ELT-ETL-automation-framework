	    SELECT GLJ-PAY-INSTR-FL ASSIGN TO "PAYINSTR".
	    SELECT GLJ-GL-MAP-FL ASSIGN TO "GLMAP".
	    SELECT GLJ-JOURNAL-FL ASSIGN TO "GLJRNL".
	    SELECT OPTIONAL GLJ-FEE-ACCR-FL ASSIGN TO "FEEACCR".
	    SELECT OPTIONAL GLJ-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *    GL ACCOUNT MAPPING -- TYPE 'C' ROWS KEY ON THE         *
      *    SETTLEMENT SECTION (CARRIED IN THE PAY-METHOD FIELD,   *
      *    SPONSOR SPARE), TYPE 'F' ROWS ON FUND + TRANSACTION    *
      *    CODE, TYPE 'N' ROWS ON THE DEALER-FEE ACCRUAL CODE     *
      *    (ALSO CARRIED IN THE PAY-METHOD FIELD)                 *
      *---------------------------------------------------------*
       FD  GLJ-GL-MAP-FL.
       01  GLJ-GL-MAP-RECORD.
           05  GLM-MAP-TYPE-CD               PIC X(1).
               88  GLM-MAP-TYPE-COMMISSION       VALUE 'C'.
               88  GLM-MAP-TYPE-FUND             VALUE 'F'.
               88  GLM-MAP-TYPE-FEE              VALUE 'N'.
           05  GLM-SPNSR-NME                 PIC X(3).
           05  GLM-PAY-METHOD-CD             PIC X(5).
           05  GLM-FUND-CODE                 PIC 9(7).
               10  JRN-RECORD-CT             PIC 9(7).
               10  JRN-RELEASE-CD            PIC X(8).
               10  FILLER                    PIC X(11).
      *---------------------------------------------------------*
      *    SUB-ACCOUNTING AND NETWORKING FEE ACCRUALS FROM THE    *
      *    MONTHLY FEE BILLING -- ONE ROW PER FEE DIRECTION.      *
      *    ABSENT ON DAYS THE FEE BILLING DID NOT RUN             *
      *---------------------------------------------------------*
       FD  GLJ-FEE-ACCR-FL.
       01  GLJ-FEE-ACCR-RECORD.
           05  FACR-ACCRUAL-CD               PIC X(5).
           05  FACR-BILLING-PERIOD           PIC 9(6).
           05  FACR-ACCOUNT-CT               PIC 9(9).
           05  FACR-AMOUNT-AT                PIC -9(15).9(2).
           05  FILLER                        PIC X(10).
       FD  GLJ-RUN-CTL-FL.
       01  GLJ-RUN-CTL-RECORD.
           05  RCTL-PROGRAM-ID               PIC X(20).
               88  GLJ-PAY-EOF                   VALUE 'Y'.
           05  GLJ-MAP-EOF-SW                PIC X(01)   VALUE 'N'.
               88  GLJ-MAP-EOF                   VALUE 'Y'.
           05  GLJ-FEE-EOF-SW                PIC X(01)   VALUE 'N'.
               88  GLJ-FEE-EOF                   VALUE 'Y'.
           05  GLJ-MAP-FOUND-SW              PIC X(01)   VALUE 'N'.
               88  GLJ-MAP-FOUND                 VALUE 'Y'.
               88  GLJ-MAP-NOT-FOUND             VALUE 'N'.
       01  GLJ-COUNTERS                      COMP.
           05  GLJ-PAY-READ-CT               PIC 9(09)   VALUE ZERO.
           05  GLJ-CSH-READ-CT               PIC 9(09)   VALUE ZERO.
           05  GLJ-FEE-READ-CT               PIC 9(07)   VALUE ZERO.
           05  GLJ-JRN-SEQ-CT                PIC 9(07)   VALUE ZERO.
           05  GLJ-UNMAPPED-CT               PIC 9(07)   VALUE ZERO.
       01  GLJ-SEC-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  GLJ-FND-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  GLJ-FEE-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  GLJ-MAP-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  GLJ-RUN-RC                       PIC 9(02)   VALUE ZERO.
      *---------------------------------------------------------*
      *    RUN TOTALS TO BE JOURNALIZED -- DISBURSED COMMISSION   *
      *    PER SETTLEMENT SECTION FROM THE PAYMENT-INSTRUCTION    *
      *    TRAILERS, CASH ACTIVITY BY FUND/TRANSACTION CODE       *
      *    FROM THE SDCM EXTRACT, AND DEALER-FEE ACCRUALS BY      *
      *    ACCRUAL CODE AND BILLING PERIOD                        *
      *---------------------------------------------------------*
       01  GLJ-SEC-TBL.
           05  GLJ-SC-ENTRY OCCURS 20 TIMES
               10  GLJ-FN-FUND-CODE          PIC 9(07).
               10  GLJ-FN-TRANS-CODE         PIC 9(03).
               10  GLJ-FN-GROSS-AT           PIC S9(15)V9(2).
       01  GLJ-FEE-TBL.
           05  GLJ-FE-ENTRY OCCURS 20 TIMES
                           INDEXED BY GLJ-FE-IDX.
               10  GLJ-FE-ACCRUAL-CD         PIC X(05).
               10  GLJ-FE-BILLING-PERIOD     PIC 9(06).
               10  GLJ-FE-TOTAL-AT           PIC S9(15)V9(2).
       01  GLJ-MAP-TBL.
           05  GLJ-MP-ENTRY OCCURS 1000 TIMES
                           INDEXED BY GLJ-MP-IDX.
                                              VALUE ZERO.
           05  GLJ-WK-POSTING-DTE            PIC 9(08)   VALUE ZERO.
           05  GLJ-WK-SOURCE-KEY             PIC X(15)   VALUE SPACES.
           05  GLJ-WK-SOURCE-CD              PIC X(04)   VALUE SPACES.
       01  GLJ-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               UNTIL GLJ-PAY-EOF.
           PERFORM 3000-PROCESS-SDCM THRU 3000-EXIT
               UNTIL GLJ-CSH-EOF.
           PERFORM 4000-PROCESS-FEE-ACCR THRU 4000-EXIT
               UNTIL GLJ-FEE-EOF.
           PERFORM 7000-BUILD-JOURNALS THRU 7000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           OPEN INPUT GLJ-PAY-INSTR-FL.
           OPEN INPUT GLJ-SDCM-FL.
           OPEN INPUT GLJ-GL-MAP-FL.
           OPEN INPUT GLJ-FEE-ACCR-FL.
           OPEN OUTPUT GLJ-JOURNAL-FL.
           OPEN EXTEND GLJ-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
               AT END
                   SET GLJ-CSH-EOF TO TRUE
           END-READ.
           READ GLJ-FEE-ACCR-FL
               AT END
                   SET GLJ-FEE-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       3100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ROLL THE FEE ACCRUALS INTO ACCRUAL-CODE/PERIOD TOTALS  *
      *---------------------------------------------------------*
       4000-PROCESS-FEE-ACCR.
           ADD 1 TO GLJ-FEE-READ-CT.
           SET GLJ-FE-IDX TO 1.
           SEARCH GLJ-FE-ENTRY
               AT END
                   PERFORM 4100-ADD-FEE-BUCKET THRU 4100-EXIT
               WHEN GLJ-FE-ACCRUAL-CD (GLJ-FE-IDX) = FACR-ACCRUAL-CD
                AND GLJ-FE-BILLING-PERIOD (GLJ-FE-IDX)
                    = FACR-BILLING-PERIOD
                   CONTINUE
           END-SEARCH.
           MOVE FACR-AMOUNT-AT TO GLJ-WK-AMOUNT-AT.
           ADD GLJ-WK-AMOUNT-AT TO GLJ-FE-TOTAL-AT (GLJ-FE-IDX).
           READ GLJ-FEE-ACCR-FL
               AT END
                   SET GLJ-FEE-EOF TO TRUE
           END-READ.
       4000-EXIT.
           EXIT.
       4100-ADD-FEE-BUCKET.
           IF GLJ-FEE-USED-CT >= 20
               MOVE ' FEE BUCKETS' TO GLJ-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO GLJ-FEE-USED-CT.
           SET GLJ-FE-IDX TO GLJ-FEE-USED-CT.
           MOVE FACR-ACCRUAL-CD TO GLJ-FE-ACCRUAL-CD (GLJ-FE-IDX).
           MOVE FACR-BILLING-PERIOD
               TO GLJ-FE-BILLING-PERIOD (GLJ-FE-IDX).
           MOVE ZERO TO GLJ-FE-TOTAL-AT (GLJ-FE-IDX).
       4100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE BALANCED DEBIT/CREDIT PAIR PER MAPPED TOTAL; AN    *
      *    UNMAPPED CODE IS AN EXCEPTION AND THE FILE CLOSES ON   *
      *    HOLD.  THE TRAILER PROVES DEBITS EQUAL CREDITS         *
                       VARYING GLJ-FN-IDX FROM 1 BY 1
                       UNTIL GLJ-FN-IDX > GLJ-FND-USED-CT
           END-IF.
           IF GLJ-FEE-USED-CT > ZERO
               PERFORM 7250-JOURNAL-ONE-FEE THRU 7250-EXIT
                       VARYING GLJ-FE-IDX FROM 1 BY 1
                       UNTIL GLJ-FE-IDX > GLJ-FEE-USED-CT
           END-IF.
           PERFORM 7500-WRITE-TRAILER THRU 7500-EXIT.
       7000-EXIT.
           EXIT.
               GO TO 7100-EXIT
           END-IF.
           MOVE GLJ-SC-TOTAL-AT (GLJ-SC-IDX) TO GLJ-WK-AMOUNT-AT.
           MOVE 'PINS' TO GLJ-WK-SOURCE-CD.
           PERFORM 7300-WRITE-JOURNAL-PAIR THRU 7300-EXIT.
       7100-EXIT.
           EXIT.
               GO TO 7200-EXIT
           END-IF.
           MOVE GLJ-FN-GROSS-AT (GLJ-FN-IDX) TO GLJ-WK-AMOUNT-AT.
           MOVE 'SDCM' TO GLJ-WK-SOURCE-CD.
           PERFORM 7300-WRITE-JOURNAL-PAIR THRU 7300-EXIT.
       7200-EXIT.
           EXIT.
       7250-JOURNAL-ONE-FEE.
           IF GLJ-FE-TOTAL-AT (GLJ-FE-IDX) = ZERO
               GO TO 7250-EXIT
           END-IF.
           SET GLJ-MAP-NOT-FOUND TO TRUE.
           SET GLJ-MP-IDX TO 1.
           SEARCH GLJ-MP-ENTRY VARYING GLJ-MP-IDX
               AT END
                   CONTINUE
               WHEN GLJ-MP-TYPE-CD (GLJ-MP-IDX) = 'N'
                AND GLJ-MP-PAY-METHOD (GLJ-MP-IDX)
                    = GLJ-FE-ACCRUAL-CD (GLJ-FE-IDX)
                   SET GLJ-MAP-FOUND TO TRUE
           END-SEARCH.
           MOVE SPACES TO GLJ-WK-SOURCE-KEY.
           MOVE GLJ-FE-ACCRUAL-CD (GLJ-FE-IDX)
               TO GLJ-WK-SOURCE-KEY (1:5).
           MOVE GLJ-FE-BILLING-PERIOD (GLJ-FE-IDX)
               TO GLJ-WK-SOURCE-KEY (7:6).
           IF GLJ-MAP-NOT-FOUND
               MOVE GLJ-FE-TOTAL-AT (GLJ-FE-IDX)
                   TO GLJ-WK-AMOUNT-AT
               MOVE 'FEES' TO GLJ-XL-SOURCE-CD
               PERFORM 7400-REPORT-UNMAPPED THRU 7400-EXIT
               GO TO 7250-EXIT
           END-IF.
           MOVE GLJ-FE-TOTAL-AT (GLJ-FE-IDX) TO GLJ-WK-AMOUNT-AT.
           MOVE 'FEES' TO GLJ-WK-SOURCE-CD.
           PERFORM 7300-WRITE-JOURNAL-PAIR THRU 7300-EXIT.
       7250-EXIT.
           EXIT.
       7300-WRITE-JOURNAL-PAIR.
           MOVE SPACES TO GLJ-JOURNAL-RECORD.
           MOVE 'D' TO JRN-RECORD-TYPE-CD.
           MOVE GLJ-MP-DEBIT-ACCT (GLJ-MP-IDX) TO JRN-GL-ACCOUNT.
           MOVE GLJ-WK-AMOUNT-AT TO JRN-AMOUNT-AT.
           MOVE GLJ-WK-POSTING-DTE TO JRN-POSTING-DTE.
           MOVE GLJ-WK-SOURCE-CD TO JRN-SOURCE-CD.
           MOVE GLJ-WK-SOURCE-KEY TO JRN-SOURCE-KEY.
           WRITE GLJ-JOURNAL-RECORD.
           ADD GLJ-WK-AMOUNT-AT TO GLJ-WK-DEBIT-TOTAL-AT.
           MOVE GLJ-CSH-READ-CT TO GLJ-TL-COUNT.
           MOVE GLJ-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'FEE ACCRUALS READ: ' TO GLJ-TL-LABEL.
           MOVE GLJ-FEE-READ-CT TO GLJ-TL-COUNT.
           MOVE GLJ-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'JOURNAL RECORDS: ' TO GLJ-TL-LABEL.
           MOVE GLJ-JRN-SEQ-CT TO GLJ-TL-COUNT.
           MOVE GLJ-TOT-LINE TO RPT-DETAIL-LINE
           CLOSE GLJ-PAY-INSTR-FL.
           CLOSE GLJ-SDCM-FL.
           CLOSE GLJ-GL-MAP-FL.
           CLOSE GLJ-FEE-ACCR-FL.
           CLOSE GLJ-JOURNAL-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
           MOVE GLJ-RUN-RC TO RETURN-CODE.
           CLOSE GLJ-PAY-INSTR-FL.
           CLOSE GLJ-SDCM-FL.
           CLOSE GLJ-GL-MAP-FL.
           CLOSE GLJ-FEE-ACCR-FL.
           CLOSE GLJ-JOURNAL-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9000-EXIT.
