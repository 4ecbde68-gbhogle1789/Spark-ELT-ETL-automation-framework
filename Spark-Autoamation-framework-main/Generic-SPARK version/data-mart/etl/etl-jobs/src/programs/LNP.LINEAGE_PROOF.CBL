       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNP-LINEAGE-PROOF.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT LNP-PAY-INSTR-FL ASSIGN TO "PAYINSTR".
	    SELECT LNP-LINEAGE-FL ASSIGN TO "PAYLINE".
	    SELECT LNP-SORT-FL ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  LNP-PAY-INSTR-FL.
       01  LNP-PAY-INSTR-RECORD.
           05  PINS-RECORD-TYPE-CD           PIC X(01).
               88  PINS-RECORD-TYPE-HEADER       VALUE 'H'.
               88  PINS-RECORD-TYPE-DETAIL       VALUE 'D'.
               88  PINS-RECORD-TYPE-TRAILER      VALUE 'T'.
           05  PINS-SECTION-CD               PIC X(05).
           05  PINS-DETAIL-AREA.
               10  PINS-FINANCIAL-INST-ID    PIC 9(07).
               10  PINS-FI-PAY-OFC-ID        PIC X(09).
               10  PINS-ACCOUNT-NUMBER       PIC 9(11).
               10  PINS-TOTAL-COMPN-AT       PIC -9(15).9(2).
           05  PINS-HEADER-AREA REDEFINES PINS-DETAIL-AREA.
               10  PINS-PER-END-DT           PIC 9(08).
               10  PINS-WKO-NBR-ID           PIC X(08).
               10  PINS-JOB-RUN-CD           PIC X(04).
               10  FILLER                    PIC X(26).
       FD  LNP-LINEAGE-FL.
       01  LNP-LINEAGE-RECORD.
           05  PLN-FINANCIAL-INST-ID        PIC 9(7).
           05  PLN-FI-PAY-OFC-ID            PIC X(9).
           05  PLN-PER-END-DT               PIC 9(8).
           05  PLN-WKO-NBR-ID               PIC X(8).
           05  PLN-ACCOUNT-NUMBER           PIC 9(11).
           05  PLN-CHAIN-NBR                PIC 9(9).
           05  PLN-STEP-NBR                 PIC 9(3).
           05  PLN-STEP-CD                  PIC X(4).
           05  PLN-SECTION-CD               PIC X(5).
           05  PLN-STEP-AT                  PIC -9(15).9(2).
           05  PLN-RUNNING-AT               PIC -9(15).9(2).
           05  PLN-SOURCE-AREA              PIC X(30).
           05  FILLER                       PIC X(10).
       SD  LNP-SORT-FL.
       01  LNP-SORT-RECORD.
           05  SRT-FINANCIAL-INST-ID         PIC 9(7).
           05  SRT-FI-PAY-OFC-ID             PIC X(9).
           05  SRT-SOURCE-CD                 PIC X(1).
               88  SRT-SOURCE-LINEAGE            VALUE 'L'.
               88  SRT-SOURCE-INSTR              VALUE 'P'.
           05  SRT-SEQ-NBR                   PIC 9(9).
           05  SRT-STEP-NBR                  PIC 9(3).
           05  SRT-ACCOUNT-NUMBER            PIC 9(11).
           05  SRT-SECTION-CD                PIC X(5).
           05  SRT-STEP-CD                   PIC X(4).
               88  SRT-STEP-DETAIL               VALUE 'DTL '.
               88  SRT-STEP-ADJUSTMENT           VALUE 'ADJ '.
               88  SRT-STEP-WITHHOLDING          VALUE 'WH  '.
               88  SRT-STEP-RELEASE              VALUE 'REL '.
               88  SRT-STEP-REISSUE              VALUE 'REIS'.
               88  SRT-STEP-HELD                 VALUE 'HELD'.
               88  SRT-STEP-ORR-HOLD             VALUE 'ORR '.
               88  SRT-STEP-DUPLICATE            VALUE 'DUP '.
           05  SRT-AMOUNT-AT                 PIC S9(15)V9(2).
           05  SRT-RUNNING-AT                PIC S9(15)V9(2).
           05  SRT-SOURCE-AREA               PIC X(30).
           05  SRT-SRC-DETAIL REDEFINES SRT-SOURCE-AREA.
               10  SRT-SRC-DETAIL-NBR        PIC 9(9).
               10  SRT-SRC-FUND-CODE         PIC 9(7).
               10  SRT-SRC-PRV-ORR-TYPE      PIC X(4).
               10  SRT-SRC-ELG-ORR-TYPE      PIC X(4).
               10  FILLER                    PIC X(6).
           05  SRT-SRC-ADJUSTMENT REDEFINES SRT-SOURCE-AREA.
               10  SRT-SRC-REASON-CD         PIC X(4).
               10  SRT-SRC-LEVEL-CD          PIC X(3).
               10  SRT-SRC-PREPARER-ID       PIC X(8).
               10  SRT-SRC-APPROVER-ID       PIC X(8).
               10  FILLER                    PIC X(7).
           05  SRT-SRC-WITHHOLDING REDEFINES SRT-SOURCE-AREA.
               10  SRT-SRC-WH-RATE           PIC V9(4).
               10  SRT-SRC-TAX-ID            PIC 9(9).
               10  FILLER                    PIC X(17).
           05  SRT-SRC-RELEASE REDEFINES SRT-SOURCE-AREA.
               10  SRT-SRC-FIRST-HELD-DT     PIC 9(8).
               10  SRT-SRC-AGE-CT            PIC 9(2).
               10  FILLER                    PIC X(20).
           05  SRT-SRC-REISSUE REDEFINES SRT-SOURCE-AREA.
               10  SRT-SRC-RETURN-REASON-CD  PIC X(3).
               10  SRT-SRC-RETURN-DTE        PIC 9(8).
               10  FILLER                    PIC X(19).
           05  SRT-SRC-DUPLICATE REDEFINES SRT-SOURCE-AREA.
               10  SRT-SRC-PRIOR-PER-END-DT  PIC 9(8).
               10  SRT-SRC-PRIOR-WKO-NBR-ID  PIC X(8).
               10  FILLER                    PIC X(14).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       01  LNP-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  LNP-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  LNP-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  LNP-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  LNP-RCD-REASON               PIC X(40).
       01  LNP-SWITCHES.
           05  LNP-PINS-EOF-SW               PIC X(01)   VALUE 'N'.
               88  LNP-PINS-EOF                  VALUE 'Y'.
           05  LNP-LIN-EOF-SW                PIC X(01)   VALUE 'N'.
               88  LNP-LIN-EOF                   VALUE 'Y'.
           05  LNP-SORT-EOF-SW               PIC X(01)   VALUE 'N'.
               88  LNP-SORT-EOF                  VALUE 'Y'.
           05  LNP-FIRST-PAYEE-SW            PIC X(01)   VALUE 'Y'.
               88  LNP-FIRST-PAYEE               VALUE 'Y'.
               88  LNP-NOT-FIRST-PAYEE           VALUE 'N'.
       01  LNP-COUNTERS                      COMP.
           05  LNP-INSTR-READ-CT             PIC 9(09)   VALUE ZERO.
           05  LNP-LINEAGE-READ-CT           PIC 9(09)   VALUE ZERO.
           05  LNP-PERIOD-MISMATCH-CT        PIC 9(09)   VALUE ZERO.
           05  LNP-PAYEE-CT                  PIC 9(09)   VALUE ZERO.
           05  LNP-PAYEE-BALANCED-CT         PIC 9(09)   VALUE ZERO.
           05  LNP-PAYEE-OUT-CT              PIC 9(09)   VALUE ZERO.
           05  LNP-PAYEE-INSTR-CT            PIC 9(07)   VALUE ZERO.
       01  LNP-HEADER-HOLD.
           05  LNP-HOLD-PER-END-DT           PIC 9(08)   VALUE ZERO.
           05  LNP-HOLD-WKO-NBR-ID           PIC X(08)   VALUE SPACES.
       01  LNP-PREV-KEYS.
           05  LNP-PREV-FI-ID                PIC 9(07)   VALUE ZERO.
           05  LNP-PREV-PAY-OFC-ID           PIC X(09)   VALUE SPACES.
       01  LNP-ACCUMULATORS.
           05  LNP-PAYEE-LINEAGE-AT          PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  LNP-PAYEE-INSTR-AT            PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  LNP-PAYEE-DIFF-AT             PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  LNP-TOTAL-LINEAGE-AT          PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  LNP-TOTAL-INSTR-AT            PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  LNP-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(36)
               VALUE 'PAYMENT BUILD-UP LINEAGE PROOF -- PE'.
           05  FILLER                        PIC X(05)   VALUE 'RIOD '.
           05  LNP-H1-PER-END-DT             PIC 9(08).
           05  FILLER                        PIC X(05)   VALUE ' WKO '.
           05  LNP-H1-WKO-NBR-ID             PIC X(08).
       01  LNP-HDG-LINE-2.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'CHAIN'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'STP'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'STEP'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'SECTN'.
           05  FILLER                        PIC X(13)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'STEP AMT'.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'RUNNING AMT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'SOURCE'.
       01  LNP-PAYEE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'PAYEE '.
           05  LNP-PH-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(12)
               VALUE ' PAY OFFICE '.
           05  LNP-PH-PAY-OFC-ID             PIC X(09).
       01  LNP-STEP-LINE.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  LNP-SL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  LNP-SL-CHAIN-NBR              PIC Z(8)9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LNP-SL-STEP-NBR               PIC ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  LNP-SL-STEP-CD                PIC X(04).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  LNP-SL-SECTION-CD             PIC X(05).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  LNP-SL-STEP-AT                PIC -9(15).9(2).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LNP-SL-RUNNING-AT             PIC -9(15).9(2).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  LNP-SL-SOURCE-TX              PIC X(40).
      *---------------------------------------------------------*
      *    READABLE FORM OF EACH STEP'S SOURCE -- ONE VIEW PER    *
      *    KIND OF STEP, MOVED INTO THE SOURCE COLUMN             *
      *---------------------------------------------------------*
       01  LNP-SRC-DETAIL-TX.
           05  FILLER                        PIC X(07)
               VALUE 'DETAIL '.
           05  LNP-SD-DETAIL-NBR             PIC Z(8)9.
           05  FILLER                        PIC X(06)   VALUE ' FUND '.
           05  LNP-SD-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  LNP-SD-ORR-TYPE               PIC X(04).
       01  LNP-SRC-ADJ-TX.
           05  FILLER                        PIC X(04)   VALUE 'RSN '.
           05  LNP-SA-REASON-CD              PIC X(04).
           05  FILLER                        PIC X(06)   VALUE ' PREP '.
           05  LNP-SA-PREPARER-ID            PIC X(08).
           05  FILLER                        PIC X(06)   VALUE ' APPR '.
           05  LNP-SA-APPROVER-ID            PIC X(08).
       01  LNP-SRC-WH-TX.
           05  FILLER                        PIC X(05)   VALUE 'RATE '.
           05  LNP-SW-WH-RATE                PIC .9(4).
           05  FILLER                        PIC X(05)   VALUE ' TIN '.
           05  LNP-SW-TAX-ID                 PIC 9(09).
       01  LNP-SRC-REL-TX.
           05  FILLER                        PIC X(11)
               VALUE 'HELD SINCE '.
           05  LNP-SR-FIRST-HELD-DT          PIC 9(08).
           05  FILLER                        PIC X(05)   VALUE ' AGE '.
           05  LNP-SR-AGE-CT                 PIC Z9.
       01  LNP-SRC-REIS-TX.
           05  FILLER                        PIC X(07)
               VALUE 'RETURN '.
           05  LNP-SI-REASON-CD              PIC X(03).
           05  FILLER                        PIC X(04)   VALUE ' ON '.
           05  LNP-SI-RETURN-DTE             PIC 9(08).
       01  LNP-SRC-DUP-TX.
           05  FILLER                        PIC X(10)
               VALUE 'PAID PER. '.
           05  LNP-SU-PER-END-DT             PIC 9(08).
           05  FILLER                        PIC X(05)   VALUE ' WKO '.
           05  LNP-SU-WKO-NBR-ID             PIC X(08).
       01  LNP-PROOF-LINE.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'LINEAGE '.
           05  LNP-PL-LINEAGE-AT             PIC -9(15).9(2).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'PAYMENT '.
           05  LNP-PL-INSTR-AT               PIC -9(15).9(2).
           05  FILLER                        PIC X(01)   VALUE '/'.
           05  LNP-PL-INSTR-CT               PIC ZZZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'DIFF '.
           05  LNP-PL-DIFF-AT                PIC -9(15).9(2).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  LNP-PL-STATUS                 PIC X(20).
       01  LNP-TOTAL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  LNP-TOT-LABEL                 PIC X(30).
           05  LNP-TOT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
       01  LNP-AMOUNT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  LNP-AMT-LABEL                 PIC X(30).
           05  LNP-AMT-TOTAL-AT              PIC -9(15).9(2).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT LNP-SORT-FL
               ON ASCENDING KEY SRT-FINANCIAL-INST-ID
                                SRT-FI-PAY-OFC-ID
                                SRT-SOURCE-CD
                                SRT-SEQ-NBR
                                SRT-STEP-NBR
               INPUT PROCEDURE IS 3000-RELEASE-INPUT
                               THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-PROVE-PAYEES
                               THRU 4000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE LNP-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------*
      *    OPEN THE PAYMENT INSTRUCTIONS AND THE LINEAGE THE      *
      *    SAME 857 RUN WROTE, AND THE PROOF REPORT               *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT LNP-PAY-INSTR-FL.
           OPEN INPUT LNP-LINEAGE-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-PAY-INSTR.
           READ LNP-PAY-INSTR-FL
               AT END
                   SET LNP-PINS-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-READ-LINEAGE.
           READ LNP-LINEAGE-FL
               AT END
                   SET LNP-LIN-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RELEASE EVERY INSTRUCTION DETAIL AND EVERY LINEAGE     *
      *    STEP, KEYED ON PAYEE.  THE INSTRUCTIONS GO FIRST SO    *
      *    THEIR HEADER FIXES THE PERIOD; A LINEAGE ROW FROM ANY  *
      *    OTHER PERIOD OR WORK ORDER IS COUNTED AND LEFT OUT     *
      *---------------------------------------------------------*
       3000-RELEASE-INPUT.
           PERFORM 1100-READ-PAY-INSTR THRU 1100-EXIT.
           PERFORM 3100-RELEASE-ONE-INSTR THRU 3100-EXIT
                   UNTIL LNP-PINS-EOF.
           MOVE LNP-HOLD-PER-END-DT TO LNP-H1-PER-END-DT.
           MOVE LNP-HOLD-WKO-NBR-ID TO LNP-H1-WKO-NBR-ID.
           MOVE LNP-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE LNP-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           PERFORM 1200-READ-LINEAGE THRU 1200-EXIT.
           PERFORM 3200-RELEASE-ONE-STEP THRU 3200-EXIT
                   UNTIL LNP-LIN-EOF.
       3000-EXIT.
           EXIT.
       3100-RELEASE-ONE-INSTR.
           IF PINS-RECORD-TYPE-HEADER
               MOVE PINS-PER-END-DT TO LNP-HOLD-PER-END-DT
               MOVE PINS-WKO-NBR-ID TO LNP-HOLD-WKO-NBR-ID
           END-IF.
           IF PINS-RECORD-TYPE-DETAIL
               ADD 1 TO LNP-INSTR-READ-CT
               MOVE SPACES TO LNP-SORT-RECORD
               MOVE PINS-FINANCIAL-INST-ID TO SRT-FINANCIAL-INST-ID
               MOVE PINS-FI-PAY-OFC-ID TO SRT-FI-PAY-OFC-ID
               SET SRT-SOURCE-INSTR TO TRUE
               MOVE LNP-INSTR-READ-CT TO SRT-SEQ-NBR
               MOVE ZERO TO SRT-STEP-NBR
               MOVE PINS-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
               MOVE PINS-SECTION-CD TO SRT-SECTION-CD
               MOVE PINS-TOTAL-COMPN-AT TO SRT-AMOUNT-AT
               MOVE SRT-AMOUNT-AT TO SRT-RUNNING-AT
               RELEASE LNP-SORT-RECORD
           END-IF.
           PERFORM 1100-READ-PAY-INSTR THRU 1100-EXIT.
       3100-EXIT.
           EXIT.
       3200-RELEASE-ONE-STEP.
           ADD 1 TO LNP-LINEAGE-READ-CT.
           IF PLN-PER-END-DT NOT = LNP-HOLD-PER-END-DT
            OR PLN-WKO-NBR-ID NOT = LNP-HOLD-WKO-NBR-ID
               ADD 1 TO LNP-PERIOD-MISMATCH-CT
               GO TO 3200-NEXT
           END-IF.
           MOVE SPACES TO LNP-SORT-RECORD.
           MOVE PLN-FINANCIAL-INST-ID TO SRT-FINANCIAL-INST-ID.
           MOVE PLN-FI-PAY-OFC-ID TO SRT-FI-PAY-OFC-ID.
           SET SRT-SOURCE-LINEAGE TO TRUE.
           MOVE PLN-CHAIN-NBR TO SRT-SEQ-NBR.
           MOVE PLN-STEP-NBR TO SRT-STEP-NBR.
           MOVE PLN-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE PLN-SECTION-CD TO SRT-SECTION-CD.
           MOVE PLN-STEP-CD TO SRT-STEP-CD.
           MOVE PLN-STEP-AT TO SRT-AMOUNT-AT.
           MOVE PLN-RUNNING-AT TO SRT-RUNNING-AT.
           MOVE PLN-SOURCE-AREA TO SRT-SOURCE-AREA.
           RELEASE LNP-SORT-RECORD.
       3200-NEXT.
           PERFORM 1200-READ-LINEAGE THRU 1200-EXIT.
       3200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE BLOCK PER PAYEE -- EVERY LINEAGE STEP IN THE ORDER *
      *    IT WAS TAKEN, THEN THE PROOF: THE STEPS MUST SUM TO    *
      *    WHAT THE PAYMENT-INSTRUCTION FILE PAYS THE PAYEE       *
      *---------------------------------------------------------*
       4000-PROVE-PAYEES.
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
           PERFORM 4200-PROCESS-SORTED THRU 4200-EXIT
                   UNTIL LNP-SORT-EOF.
           IF LNP-NOT-FIRST-PAYEE
               PERFORM 4500-FINISH-PAYEE THRU 4500-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-RETURN-SORTED.
           RETURN LNP-SORT-FL
               AT END
                   SET LNP-SORT-EOF TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.
       4200-PROCESS-SORTED.
           IF LNP-FIRST-PAYEE
               MOVE 'N' TO LNP-FIRST-PAYEE-SW
               PERFORM 4300-START-NEW-PAYEE THRU 4300-EXIT
           ELSE
               IF SRT-FINANCIAL-INST-ID NOT = LNP-PREV-FI-ID
                OR SRT-FI-PAY-OFC-ID NOT = LNP-PREV-PAY-OFC-ID
                   PERFORM 4500-FINISH-PAYEE THRU 4500-EXIT
                   PERFORM 4300-START-NEW-PAYEE THRU 4300-EXIT
               END-IF
           END-IF.
           IF SRT-SOURCE-LINEAGE
               PERFORM 4400-PRINT-STEP THRU 4400-EXIT
               ADD SRT-AMOUNT-AT TO LNP-PAYEE-LINEAGE-AT
           ELSE
               ADD 1 TO LNP-PAYEE-INSTR-CT
               ADD SRT-AMOUNT-AT TO LNP-PAYEE-INSTR-AT
           END-IF.
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-START-NEW-PAYEE.
           ADD 1 TO LNP-PAYEE-CT.
           MOVE SRT-FINANCIAL-INST-ID TO LNP-PREV-FI-ID.
           MOVE SRT-FI-PAY-OFC-ID TO LNP-PREV-PAY-OFC-ID.
           MOVE ZERO TO LNP-PAYEE-LINEAGE-AT.
           MOVE ZERO TO LNP-PAYEE-INSTR-AT.
           MOVE ZERO TO LNP-PAYEE-INSTR-CT.
           MOVE LNP-PREV-FI-ID TO LNP-PH-FI-ID.
           MOVE LNP-PREV-PAY-OFC-ID TO LNP-PH-PAY-OFC-ID.
           MOVE LNP-PAYEE-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       4300-EXIT.
           EXIT.
       4400-PRINT-STEP.
           MOVE SRT-ACCOUNT-NUMBER TO LNP-SL-ACCOUNT-NBR.
           MOVE SRT-SEQ-NBR TO LNP-SL-CHAIN-NBR.
           MOVE SRT-STEP-NBR TO LNP-SL-STEP-NBR.
           MOVE SRT-STEP-CD TO LNP-SL-STEP-CD.
           MOVE SRT-SECTION-CD TO LNP-SL-SECTION-CD.
           MOVE SRT-AMOUNT-AT TO LNP-SL-STEP-AT.
           MOVE SRT-RUNNING-AT TO LNP-SL-RUNNING-AT.
           PERFORM 4450-FORMAT-SOURCE THRU 4450-EXIT.
           MOVE LNP-STEP-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       4400-EXIT.
           EXIT.
       4450-FORMAT-SOURCE.
           MOVE SPACES TO LNP-SL-SOURCE-TX.
           EVALUATE TRUE
               WHEN SRT-STEP-ADJUSTMENT
                   MOVE SRT-SRC-REASON-CD TO LNP-SA-REASON-CD
                   MOVE SRT-SRC-PREPARER-ID TO LNP-SA-PREPARER-ID
                   MOVE SRT-SRC-APPROVER-ID TO LNP-SA-APPROVER-ID
                   MOVE LNP-SRC-ADJ-TX TO LNP-SL-SOURCE-TX
               WHEN SRT-STEP-WITHHOLDING
                   MOVE SRT-SRC-WH-RATE TO LNP-SW-WH-RATE
                   MOVE SRT-SRC-TAX-ID TO LNP-SW-TAX-ID
                   MOVE LNP-SRC-WH-TX TO LNP-SL-SOURCE-TX
               WHEN SRT-STEP-RELEASE
                   MOVE SRT-SRC-FIRST-HELD-DT TO LNP-SR-FIRST-HELD-DT
                   MOVE SRT-SRC-AGE-CT TO LNP-SR-AGE-CT
                   MOVE LNP-SRC-REL-TX TO LNP-SL-SOURCE-TX
               WHEN SRT-STEP-REISSUE
                   MOVE SRT-SRC-RETURN-REASON-CD TO LNP-SI-REASON-CD
                   MOVE SRT-SRC-RETURN-DTE TO LNP-SI-RETURN-DTE
                   MOVE LNP-SRC-REIS-TX TO LNP-SL-SOURCE-TX
               WHEN SRT-STEP-DUPLICATE
                   MOVE SRT-SRC-PRIOR-PER-END-DT TO LNP-SU-PER-END-DT
                   MOVE SRT-SRC-PRIOR-WKO-NBR-ID TO LNP-SU-WKO-NBR-ID
                   MOVE LNP-SRC-DUP-TX TO LNP-SL-SOURCE-TX
               WHEN SRT-STEP-ORR-HOLD
                   MOVE SRT-SRC-DETAIL-NBR TO LNP-SD-DETAIL-NBR
                   MOVE SRT-SRC-FUND-CODE TO LNP-SD-FUND-CODE
                   MOVE SRT-SRC-ELG-ORR-TYPE TO LNP-SD-ORR-TYPE
                   MOVE LNP-SRC-DETAIL-TX TO LNP-SL-SOURCE-TX
               WHEN OTHER
                   MOVE SRT-SRC-DETAIL-NBR TO LNP-SD-DETAIL-NBR
                   MOVE SRT-SRC-FUND-CODE TO LNP-SD-FUND-CODE
                   MOVE SPACES TO LNP-SD-ORR-TYPE
                   MOVE LNP-SRC-DETAIL-TX TO LNP-SL-SOURCE-TX
           END-EVALUATE.
       4450-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE PAYEE PROVES WHEN ITS LINEAGE NETS TO EXACTLY THE  *
      *    INSTRUCTION DOLLARS -- A PAYEE WHOSE DETAILS WERE ALL  *
      *    HELD BACK PROVES AT ZERO AGAINST NO INSTRUCTIONS       *
      *---------------------------------------------------------*
       4500-FINISH-PAYEE.
           COMPUTE LNP-PAYEE-DIFF-AT
               = LNP-PAYEE-LINEAGE-AT - LNP-PAYEE-INSTR-AT.
           IF LNP-PAYEE-DIFF-AT = ZERO
               ADD 1 TO LNP-PAYEE-BALANCED-CT
               MOVE 'IN BALANCE' TO LNP-PL-STATUS
           ELSE
               ADD 1 TO LNP-PAYEE-OUT-CT
               MOVE '** OUT OF BALANCE **' TO LNP-PL-STATUS
           END-IF.
           MOVE LNP-PAYEE-LINEAGE-AT TO LNP-PL-LINEAGE-AT.
           MOVE LNP-PAYEE-INSTR-AT TO LNP-PL-INSTR-AT.
           MOVE LNP-PAYEE-INSTR-CT TO LNP-PL-INSTR-CT.
           MOVE LNP-PAYEE-DIFF-AT TO LNP-PL-DIFF-AT.
           MOVE LNP-PROOF-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           ADD LNP-PAYEE-LINEAGE-AT TO LNP-TOTAL-LINEAGE-AT.
           ADD LNP-PAYEE-INSTR-AT TO LNP-TOTAL-INSTR-AT.
       4500-EXIT.
           EXIT.
       8000-PRINT-TOTALS.
           MOVE 'INSTRUCTION DETAILS READ: ' TO LNP-TOT-LABEL.
           MOVE LNP-INSTR-READ-CT TO LNP-TOT-COUNT.
           MOVE LNP-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'LINEAGE STEPS READ: ' TO LNP-TOT-LABEL.
           MOVE LNP-LINEAGE-READ-CT TO LNP-TOT-COUNT.
           MOVE LNP-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'STEPS FROM ANOTHER PERIOD: ' TO LNP-TOT-LABEL.
           MOVE LNP-PERIOD-MISMATCH-CT TO LNP-TOT-COUNT.
           MOVE LNP-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PAYEES PROVED: ' TO LNP-TOT-LABEL.
           MOVE LNP-PAYEE-CT TO LNP-TOT-COUNT.
           MOVE LNP-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PAYEES IN BALANCE: ' TO LNP-TOT-LABEL.
           MOVE LNP-PAYEE-BALANCED-CT TO LNP-TOT-COUNT.
           MOVE LNP-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PAYEES OUT OF BALANCE: ' TO LNP-TOT-LABEL.
           MOVE LNP-PAYEE-OUT-CT TO LNP-TOT-COUNT.
           MOVE LNP-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'LINEAGE TOTAL: ' TO LNP-AMT-LABEL.
           MOVE LNP-TOTAL-LINEAGE-AT TO LNP-AMT-TOTAL-AT.
           MOVE LNP-AMOUNT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PAYMENT INSTRUCTION TOTAL: ' TO LNP-AMT-LABEL.
           MOVE LNP-TOTAL-INSTR-AT TO LNP-AMT-TOTAL-AT.
           MOVE LNP-AMOUNT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           CLOSE LNP-PAY-INSTR-FL.
           CLOSE LNP-LINEAGE-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF LNP-NEW-RC > LNP-RUN-RC
               MOVE LNP-NEW-RC TO LNP-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF LNP-PAYEE-OUT-CT > ZERO
               MOVE 8 TO LNP-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF LNP-PERIOD-MISMATCH-CT > ZERO
               MOVE 8 TO LNP-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF LNP-TOTAL-LINEAGE-AT NOT = LNP-TOTAL-INSTR-AT
               MOVE 8 TO LNP-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE LNP-RUN-RC TO LNP-RCD-OUT.
           EVALUATE LNP-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO LNP-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO LNP-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO LNP-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO LNP-RCD-REASON
           END-EVALUATE.
           MOVE LNP-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE LNP-RUN-RC TO RETURN-CODE.
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
           MOVE 'LNP-LINEAGE-PROOF' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
