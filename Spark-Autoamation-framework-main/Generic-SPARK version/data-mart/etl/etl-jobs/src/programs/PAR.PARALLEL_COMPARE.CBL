       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAR-PARALLEL-COMPARE.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT PAR-PINS-PROD-FL ASSIGN TO "PAYINSTP".
	    SELECT PAR-PINS-TEST-FL ASSIGN TO "PAYINSTT".
	    SELECT PAR-HIST-PROD-FL ASSIGN TO "PAYHISTP".
	    SELECT PAR-HIST-TEST-FL ASSIGN TO "PAYHISTT".
	    SELECT PAR-HELD-PROD-FL ASSIGN TO "HELDOUTP".
	    SELECT PAR-HELD-TEST-FL ASSIGN TO "HELDOUTT".
	    SELECT OPTIONAL PAR-PARM-FL ASSIGN TO "PARPARM".
	    SELECT OPTIONAL PAR-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    THE SAME THREE 857-REPORT OUTPUTS FROM A PRODUCTION    *
      *    RUN AND FROM A TEST RUN OF THE SAME PAYOUT PERIOD      *
      *---------------------------------------------------------*
       FD  PAR-PINS-PROD-FL.
       01  PAR-PINS-PROD-RECORD              PIC X(52).
       FD  PAR-PINS-TEST-FL.
       01  PAR-PINS-TEST-RECORD              PIC X(52).
       FD  PAR-HIST-PROD-FL.
       01  PAR-HIST-PROD-RECORD              PIC X(80).
       FD  PAR-HIST-TEST-FL.
       01  PAR-HIST-TEST-RECORD              PIC X(80).
       FD  PAR-HELD-PROD-FL.
       01  PAR-HELD-PROD-RECORD              PIC X(60).
       FD  PAR-HELD-TEST-FL.
       01  PAR-HELD-TEST-RECORD              PIC X(60).
      *---------------------------------------------------------*
      *    OPTIONAL REVIEW THRESHOLD -- AMOUNT DIFFERENCES AT OR  *
      *    BELOW IT ARE NOT LISTED.  DEFAULTS TO ONE DOLLAR       *
      *---------------------------------------------------------*
       FD  PAR-PARM-FL.
       01  PAR-PARM-RECORD.
           05  PRM-THRESHOLD-AT              PIC 9(9)V99.
           05  FILLER                        PIC X(69).
       FD  PAR-RUN-CTL-FL.
       01  PAR-RUN-CTL-RECORD.
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
       01  PAR-PINS-WORK.
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
           05  PINS-TRAILER-AREA REDEFINES PINS-DETAIL-AREA.
               10  PINS-SECTION-RECORD-CT    PIC 9(09).
               10  PINS-SECTION-TOTAL-AT     PIC -9(15).9(2).
               10  FILLER                    PIC X(18).
       01  PAR-HIST-WORK.
           05  PHO-FINANCIAL-INST-ID        PIC 9(7).
           05  PHO-FINCL-INST-BRCH-ID       PIC X(9).
           05  PHO-FI-BRANCH-REP-ID         PIC X(9).
           05  PHO-ACCOUNT-NUMBER           PIC 9(11).
           05  PHO-TOTAL-COMPN-AT           PIC -9(15).9(2).
           05  PHO-PER-END-DT               PIC 9(8).
           05  PHO-WKO-NBR-ID               PIC X(8).
           05  PHO-SPLIT-SHARE-CD           PIC X(1).
           05  FILLER                       PIC X(8).
       01  PAR-HELD-WORK.
           05  HLO-FD-SPNSR-SHRT-NME        PIC X(3).
           05  HLO-ACCOUNT-NUMBER           PIC 9(11).
           05  HLO-ALPHA-CODE               PIC X(10).
           05  HLO-PRE-AGREE-AT             PIC -9(15).9(2).
           05  HLO-FIRST-HELD-DT            PIC 9(8).
           05  HLO-AGE-CT                   PIC 9(2).
           05  FILLER                       PIC X(7).
       01  PAR-SWITCHES.
           05  PAR-EOF-SW                    PIC X(01)   VALUE 'N'.
               88  PAR-EOF                       VALUE 'Y'.
           05  PAR-SIDE-SW                   PIC X(01)   VALUE 'P'.
               88  PAR-SIDE-PROD                 VALUE 'P'.
               88  PAR-SIDE-TEST                 VALUE 'T'.
           05  PAR-CM-SW                     PIC X(01)   VALUE 'N'.
               88  PAR-CM-FOUND                  VALUE 'Y'.
               88  PAR-CM-NOT-FOUND              VALUE 'N'.
           05  PAR-TRAILER-SW                PIC X(01)   VALUE 'Y'.
               88  PAR-TRAILERS-IN-BALANCE       VALUE 'Y'.
               88  PAR-TRAILERS-OUT-OF-BALANCE   VALUE 'N'.
           05  PAR-CATEGORY-SW               PIC X(01)   VALUE SPACE.
               88  PAR-CAT-ADDED                 VALUE 'A'.
               88  PAR-CAT-DROPPED               VALUE 'D'.
               88  PAR-CAT-AMOUNT                VALUE 'V'.
               88  PAR-CAT-METHOD                VALUE 'M'.
       01  PAR-COUNTERS                      COMP.
           05  PAR-PROD-READ-CT              PIC 9(09)   VALUE ZERO.
           05  PAR-TEST-READ-CT              PIC 9(09)   VALUE ZERO.
           05  PAR-HIST-SKIP-CT              PIC 9(09)   VALUE ZERO.
           05  PAR-ADDED-CT                  PIC 9(09)   VALUE ZERO.
           05  PAR-DROPPED-CT                PIC 9(09)   VALUE ZERO.
           05  PAR-AMOUNT-CT                 PIC 9(09)   VALUE ZERO.
           05  PAR-METHOD-CT                 PIC 9(09)   VALUE ZERO.
           05  PAR-MATCHED-CT                PIC 9(09)   VALUE ZERO.
           05  PAR-SECT-DTL-CT               PIC 9(09)   VALUE ZERO.
       01  PAR-CM-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  PAR-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  PAR-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  PAR-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  PAR-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  PAR-RCD-REASON               PIC X(40).
       01  PAR-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  PAR-TBL-LIMIT-NAME            PIC X(20).
       01  PAR-PAIR-REJECT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PAR-PJ-REASON                 PIC X(60).
      *---------------------------------------------------------*
      *    RUN IDENTITY TAKEN FROM EACH PAYMENT-INSTRUCTION       *
      *    SECTION HEADER -- BOTH SIDES MUST BE THE SAME PERIOD   *
      *---------------------------------------------------------*
       01  PAR-PAIR-WORK.
           05  PAR-PROD-PER-END-DT           PIC 9(08)   VALUE ZERO.
           05  PAR-PROD-WKO-NBR-ID           PIC X(08)   VALUE SPACES.
           05  PAR-TEST-PER-END-DT           PIC 9(08)   VALUE ZERO.
           05  PAR-TEST-WKO-NBR-ID           PIC X(08)   VALUE SPACES.
           05  PAR-THRESHOLD-AT              PIC S9(9)V99 VALUE 1.00.
       01  PAR-ENTRY-WORK.
           05  PAR-WK-FILE-CD                PIC X(01).
           05  PAR-WK-FI-ID                  PIC 9(07).
           05  PAR-WK-ACCOUNT-NBR            PIC 9(11).
           05  PAR-WK-SUB-KEY                PIC X(13).
           05  PAR-WK-SECTION-CD             PIC X(05).
           05  PAR-WK-FIND-SECTION-CD        PIC X(05).
           05  PAR-WK-AMOUNT-AT              PIC S9(15)V99.
           05  PAR-WK-DIFF-AT                PIC S9(15)V99.
           05  PAR-WK-ABS-DIFF-AT            PIC S9(15)V99.
           05  PAR-WK-SECT-CT                PIC 9(09).
           05  PAR-WK-SECT-AT                PIC S9(15)V99.
           05  PAR-WK-TRAILER-AT             PIC S9(15)V99.
      *---------------------------------------------------------*
      *    ONE ROW PER PAYEE KEY SEEN ON EITHER SIDE.  FILE CODE  *
      *    P = PAYMENT INSTRUCTION, H = PAY HISTORY, D = HELD     *
      *---------------------------------------------------------*
       01  PAR-CM-TBL.
           05  PAR-CM-ENTRY                  OCCURS 30000 TIMES
                                              INDEXED BY PAR-CM-IDX.
               10  PAR-CM-FILE-CD            PIC X(01).
               10  PAR-CM-FI-ID              PIC 9(07).
               10  PAR-CM-ACCOUNT-NBR        PIC 9(11).
               10  PAR-CM-SUB-KEY            PIC X(13).
               10  PAR-CM-PROD-SECTION-CD    PIC X(05).
               10  PAR-CM-TEST-SECTION-CD    PIC X(05).
               10  PAR-CM-PROD-AT            PIC S9(15)V99.
               10  PAR-CM-TEST-AT            PIC S9(15)V99.
               10  PAR-CM-PROD-SW            PIC X(01).
                   88  PAR-CM-ON-PROD            VALUE 'Y'.
               10  PAR-CM-TEST-SW            PIC X(01).
                   88  PAR-CM-ON-TEST            VALUE 'Y'.
       01  PAR-SECT-VALUES.
           05  FILLER                        PIC X(05)   VALUE 'ACH  '.
           05  FILLER                        PIC X(05)   VALUE 'WIRE '.
           05  FILLER                        PIC X(05)   VALUE 'CHECK'.
           05  FILLER                        PIC X(05)   VALUE 'NSCC '.
           05  FILLER                        PIC X(05)   VALUE 'HIST '.
           05  FILLER                        PIC X(05)   VALUE 'HELD '.
       01  PAR-SECT-NAMES REDEFINES PAR-SECT-VALUES.
           05  PAR-SECT-NAME                 PIC X(05)
                                             OCCURS 6 TIMES.
       01  PAR-SECT-TBL.
           05  PAR-SECT-ENTRY                OCCURS 6 TIMES
                                              INDEXED BY PAR-SECT-IDX.
               10  PAR-ST-SECTION-CD         PIC X(05).
               10  PAR-ST-PROD-AT            PIC S9(15)V99.
               10  PAR-ST-TEST-AT            PIC S9(15)V99.
               10  PAR-ST-ADDED-CT           PIC 9(07)   COMP.
               10  PAR-ST-DROPPED-CT         PIC 9(07)   COMP.
               10  PAR-ST-AMOUNT-CT          PIC 9(07)   COMP.
               10  PAR-ST-METHOD-CT          PIC 9(07)   COMP.
       01  PAR-SECT-SUB                      PIC 9(02)   COMP
                                              VALUE ZERO.
       01  PAR-DTL-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PAR-DH-TITLE                  PIC X(60).
       01  PAR-DTL-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'SECTION'.
           05  FILLER                        PIC X(09)
               VALUE '  FI ID  '.
           05  FILLER                        PIC X(13)
               VALUE 'ACCOUNT NBR  '.
           05  FILLER                        PIC X(15)
               VALUE 'SUB-KEY        '.
           05  FILLER                        PIC X(20)
               VALUE '         PROD AMOUNT'.
           05  FILLER                        PIC X(20)
               VALUE '         TEST AMOUNT'.
           05  FILLER                        PIC X(20)
               VALUE '   TEST LESS PROD  '.
           05  FILLER                        PIC X(12)
               VALUE ' PROD  TEST'.
       01  PAR-DTL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PAR-DL-SECTION-CD             PIC X(05).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-DL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-DL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-DL-SUB-KEY                PIC X(13).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-DL-PROD-AT                PIC ---,---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-DL-TEST-AT                PIC ---,---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-DL-DIFF-AT                PIC ---,---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-DL-PROD-SECTION-CD        PIC X(05).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  PAR-DL-TEST-SECTION-CD        PIC X(05).
       01  PAR-NONE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(30)
               VALUE 'NO DIFFERENCES IN THIS SECTION'.
       01  PAR-SECT-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'NET TOTALS BY SECTION - TEST VERSUS PROD'.
       01  PAR-SECT-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'SECTION'.
           05  FILLER                        PIC X(20)
               VALUE '          PROD TOTAL'.
           05  FILLER                        PIC X(20)
               VALUE '          TEST TOTAL'.
           05  FILLER                        PIC X(20)
               VALUE '        NET (T - P)'.
           05  FILLER                        PIC X(36)
               VALUE '    ADDED  DROPPED  AMOUNT   METHOD'.
       01  PAR-SECT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PAR-SL-SECTION-CD             PIC X(05).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-SL-PROD-AT                PIC ---,---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-SL-TEST-AT                PIC ---,---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-SL-NET-AT                 PIC ---,---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-SL-ADDED-CT               PIC ZZ,ZZ9.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PAR-SL-DROPPED-CT             PIC ZZ,ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PAR-SL-AMOUNT-CT              PIC ZZ,ZZ9.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PAR-SL-METHOD-CT              PIC ZZ,ZZ9.
       01  PAR-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'TEST VERSUS PROD PARALLEL-RUN COMPARISON'.
       01  PAR-PAIR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(13)
               VALUE 'PERIOD END:  '.
           05  PAR-PL-PER-END-DT             PIC 9(08).
           05  FILLER                        PIC X(16)
               VALUE '   PROD WKO NBR:'.
           05  PAR-PL-PROD-WKO-NBR-ID        PIC X(08).
           05  FILLER                        PIC X(16)
               VALUE '   TEST WKO NBR:'.
           05  PAR-PL-TEST-WKO-NBR-ID        PIC X(08).
       01  PAR-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PAR-TL-LABEL                  PIC X(25).
           05  PAR-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  PAR-TOT-AMT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PAR-TA-LABEL                  PIC X(25).
           05  PAR-TA-AMOUNT                 PIC ---,---,---,--9.99.
       01  PAR-TRAILER-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PAR-TR-TEXT                   PIC X(60).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SET PAR-SIDE-PROD TO TRUE.
           MOVE 'N' TO PAR-EOF-SW.
           PERFORM 2000-LOAD-PINS-PROD THRU 2000-EXIT
               UNTIL PAR-EOF.
           SET PAR-SIDE-TEST TO TRUE.
           MOVE 'N' TO PAR-EOF-SW.
           PERFORM 2050-LOAD-PINS-TEST THRU 2050-EXIT
               UNTIL PAR-EOF.
           PERFORM 2090-VERIFY-PAIRING THRU 2090-EXIT.
           SET PAR-SIDE-PROD TO TRUE.
           MOVE 'N' TO PAR-EOF-SW.
           PERFORM 2200-LOAD-HIST-PROD THRU 2200-EXIT
               UNTIL PAR-EOF.
           SET PAR-SIDE-TEST TO TRUE.
           MOVE 'N' TO PAR-EOF-SW.
           PERFORM 2250-LOAD-HIST-TEST THRU 2250-EXIT
               UNTIL PAR-EOF.
           SET PAR-SIDE-PROD TO TRUE.
           MOVE 'N' TO PAR-EOF-SW.
           PERFORM 2300-LOAD-HELD-PROD THRU 2300-EXIT
               UNTIL PAR-EOF.
           SET PAR-SIDE-TEST TO TRUE.
           MOVE 'N' TO PAR-EOF-SW.
           PERFORM 2350-LOAD-HELD-TEST THRU 2350-EXIT
               UNTIL PAR-EOF.
           IF PAR-CM-USED-CT > ZERO
               PERFORM 3000-CLASSIFY-ENTRY THRU 3000-EXIT
                       VARYING PAR-CM-IDX FROM 1 BY 1
                       UNTIL PAR-CM-IDX > PAR-CM-USED-CT
           END-IF.
           SET PAR-CAT-ADDED TO TRUE.
           MOVE 'PAYEES ADDED - ON TEST, NOT ON PROD' TO PAR-DH-TITLE.
           PERFORM 8000-PRINT-CATEGORY THRU 8000-EXIT.
           SET PAR-CAT-DROPPED TO TRUE.
           MOVE 'PAYEES DROPPED - ON PROD, NOT ON TEST' TO PAR-DH-TITLE.
           PERFORM 8000-PRINT-CATEGORY THRU 8000-EXIT.
           SET PAR-CAT-AMOUNT TO TRUE.
           MOVE 'AMOUNT DIFFERENCES ABOVE THE REVIEW THRESHOLD'
               TO PAR-DH-TITLE.
           PERFORM 8000-PRINT-CATEGORY THRU 8000-EXIT.
           SET PAR-CAT-METHOD TO TRUE.
           MOVE 'PAYMENT-METHOD CHANGES' TO PAR-DH-TITLE.
           PERFORM 8000-PRINT-CATEGORY THRU 8000-EXIT.
           PERFORM 8300-PRINT-SECTION-TOTALS THRU 8300-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE PAR-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PAR-PINS-PROD-FL.
           OPEN INPUT PAR-PINS-TEST-FL.
           OPEN INPUT PAR-HIST-PROD-FL.
           OPEN INPUT PAR-HIST-TEST-FL.
           OPEN INPUT PAR-HELD-PROD-FL.
           OPEN INPUT PAR-HELD-TEST-FL.
           OPEN INPUT PAR-PARM-FL.
           OPEN EXTEND PAR-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           READ PAR-PARM-FL
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-THRESHOLD-AT NUMERIC
                       MOVE PRM-THRESHOLD-AT TO PAR-THRESHOLD-AT
                   END-IF
           END-READ.
           CLOSE PAR-PARM-FL.
           PERFORM 1100-INIT-SECTION THRU 1100-EXIT
                   VARYING PAR-SECT-SUB FROM 1 BY 1
                   UNTIL PAR-SECT-SUB > 6.
       1000-EXIT.
           EXIT.
       1100-INIT-SECTION.
           SET PAR-SECT-IDX TO PAR-SECT-SUB.
           MOVE PAR-SECT-NAME (PAR-SECT-SUB)
               TO PAR-ST-SECTION-CD (PAR-SECT-IDX).
           MOVE ZERO TO PAR-ST-PROD-AT (PAR-SECT-IDX).
           MOVE ZERO TO PAR-ST-TEST-AT (PAR-SECT-IDX).
           MOVE ZERO TO PAR-ST-ADDED-CT (PAR-SECT-IDX).
           MOVE ZERO TO PAR-ST-DROPPED-CT (PAR-SECT-IDX).
           MOVE ZERO TO PAR-ST-AMOUNT-CT (PAR-SECT-IDX).
           MOVE ZERO TO PAR-ST-METHOD-CT (PAR-SECT-IDX).
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PAYMENT INSTRUCTIONS -- BOTH SIDES ARE MATCHED ON FI   *
      *    AND ACCOUNT ONLY, SO A PAYEE THAT MOVED SECTIONS SHOWS *
      *    AS A PAYMENT-METHOD CHANGE RATHER THAN ADD AND DROP    *
      *---------------------------------------------------------*
       2000-LOAD-PINS-PROD.
           READ PAR-PINS-PROD-FL INTO PAR-PINS-WORK
               AT END
                   SET PAR-EOF TO TRUE
           END-READ.
           IF PAR-EOF
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO PAR-PROD-READ-CT.
           PERFORM 2100-POST-PINS THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2050-LOAD-PINS-TEST.
           READ PAR-PINS-TEST-FL INTO PAR-PINS-WORK
               AT END
                   SET PAR-EOF TO TRUE
           END-READ.
           IF PAR-EOF
               GO TO 2050-EXIT
           END-IF.
           ADD 1 TO PAR-TEST-READ-CT.
           PERFORM 2100-POST-PINS THRU 2100-EXIT.
       2050-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EACH SECTION HEADER MUST NAME THE RIGHT SIDE AND THE   *
      *    SAME PERIOD; EACH TRAILER MUST FOOT TO ITS DETAILS     *
      *---------------------------------------------------------*
       2100-POST-PINS.
           IF PINS-RECORD-TYPE-HEADER
               PERFORM 2110-CHECK-PINS-HEADER THRU 2110-EXIT
               MOVE ZERO TO PAR-WK-SECT-CT
               MOVE ZERO TO PAR-WK-SECT-AT
               GO TO 2100-EXIT
           END-IF.
           IF PINS-RECORD-TYPE-TRAILER
               MOVE PINS-SECTION-TOTAL-AT TO PAR-WK-TRAILER-AT
               IF PINS-SECTION-RECORD-CT NOT = PAR-WK-SECT-CT
                  OR PAR-WK-TRAILER-AT NOT = PAR-WK-SECT-AT
                   SET PAR-TRAILERS-OUT-OF-BALANCE TO TRUE
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF NOT PINS-RECORD-TYPE-DETAIL
               GO TO 2100-EXIT
           END-IF.
           MOVE 'P' TO PAR-WK-FILE-CD.
           MOVE PINS-FINANCIAL-INST-ID TO PAR-WK-FI-ID.
           MOVE PINS-ACCOUNT-NUMBER TO PAR-WK-ACCOUNT-NBR.
           MOVE SPACES TO PAR-WK-SUB-KEY.
           MOVE PINS-SECTION-CD TO PAR-WK-SECTION-CD.
           MOVE PINS-TOTAL-COMPN-AT TO PAR-WK-AMOUNT-AT.
           ADD 1 TO PAR-WK-SECT-CT.
           ADD PAR-WK-AMOUNT-AT TO PAR-WK-SECT-AT.
           PERFORM 2500-POST-ENTRY THRU 2500-EXIT.
       2100-EXIT.
           EXIT.
       2110-CHECK-PINS-HEADER.
           IF PAR-SIDE-PROD
               IF PINS-JOB-RUN-CD NOT = 'PROD'
                   MOVE 'RUN STOPPED - PROD FILE IS NOT FROM A PROD RUN'
                       TO PAR-PJ-REASON
                   PERFORM 9100-ABORT-PAIRING THRU 9100-EXIT
               END-IF
               IF PAR-PROD-PER-END-DT = ZERO
                   MOVE PINS-PER-END-DT TO PAR-PROD-PER-END-DT
                   MOVE PINS-WKO-NBR-ID TO PAR-PROD-WKO-NBR-ID
               END-IF
               IF PINS-PER-END-DT NOT = PAR-PROD-PER-END-DT
                   MOVE 'RUN STOPPED - PROD FILE MIXES PERIOD-ENDS'
                       TO PAR-PJ-REASON
                   PERFORM 9100-ABORT-PAIRING THRU 9100-EXIT
               END-IF
               GO TO 2110-EXIT
           END-IF.
           IF PINS-JOB-RUN-CD NOT = 'TEST'
               MOVE 'RUN STOPPED - TEST FILE IS NOT FROM A TEST RUN'
                   TO PAR-PJ-REASON
               PERFORM 9100-ABORT-PAIRING THRU 9100-EXIT
           END-IF.
           IF PAR-TEST-PER-END-DT = ZERO
               MOVE PINS-PER-END-DT TO PAR-TEST-PER-END-DT
               MOVE PINS-WKO-NBR-ID TO PAR-TEST-WKO-NBR-ID
           END-IF.
           IF PINS-PER-END-DT NOT = PAR-TEST-PER-END-DT
               MOVE 'RUN STOPPED - TEST FILE MIXES PERIOD-ENDS'
                   TO PAR-PJ-REASON
               PERFORM 9100-ABORT-PAIRING THRU 9100-EXIT
           END-IF.
       2110-EXIT.
           EXIT.
       2090-VERIFY-PAIRING.
           IF PAR-PROD-PER-END-DT = ZERO
              OR PAR-TEST-PER-END-DT = ZERO
               MOVE 'RUN STOPPED - A PAYMENT FILE HAS NO SECTION HEADER'
                   TO PAR-PJ-REASON
               PERFORM 9100-ABORT-PAIRING THRU 9100-EXIT
           END-IF.
           IF PAR-PROD-PER-END-DT NOT = PAR-TEST-PER-END-DT
               MOVE 'RUN STOPPED - TEST AND PROD ARE DIFFERENT PERIODS'
                   TO PAR-PJ-REASON
               PERFORM 9100-ABORT-PAIRING THRU 9100-EXIT
           END-IF.
           MOVE PAR-PROD-PER-END-DT TO RPT-CYCLE-TX.
       2090-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PAY HISTORY ROLLS PRIOR PERIODS FORWARD -- ONLY THE    *
      *    ROWS WRITTEN FOR THIS PERIOD ARE COMPARED              *
      *---------------------------------------------------------*
       2200-LOAD-HIST-PROD.
           READ PAR-HIST-PROD-FL INTO PAR-HIST-WORK
               AT END
                   SET PAR-EOF TO TRUE
           END-READ.
           IF PAR-EOF
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO PAR-PROD-READ-CT.
           PERFORM 2210-POST-HIST THRU 2210-EXIT.
       2200-EXIT.
           EXIT.
       2250-LOAD-HIST-TEST.
           READ PAR-HIST-TEST-FL INTO PAR-HIST-WORK
               AT END
                   SET PAR-EOF TO TRUE
           END-READ.
           IF PAR-EOF
               GO TO 2250-EXIT
           END-IF.
           ADD 1 TO PAR-TEST-READ-CT.
           PERFORM 2210-POST-HIST THRU 2210-EXIT.
       2250-EXIT.
           EXIT.
       2210-POST-HIST.
           IF PHO-PER-END-DT NOT = PAR-PROD-PER-END-DT
               ADD 1 TO PAR-HIST-SKIP-CT
               GO TO 2210-EXIT
           END-IF.
           MOVE 'H' TO PAR-WK-FILE-CD.
           MOVE PHO-FINANCIAL-INST-ID TO PAR-WK-FI-ID.
           MOVE PHO-ACCOUNT-NUMBER TO PAR-WK-ACCOUNT-NBR.
           MOVE PHO-FI-BRANCH-REP-ID TO PAR-WK-SUB-KEY.
           MOVE 'HIST ' TO PAR-WK-SECTION-CD.
           MOVE PHO-TOTAL-COMPN-AT TO PAR-WK-AMOUNT-AT.
           PERFORM 2500-POST-ENTRY THRU 2500-EXIT.
       2210-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    HELD COMMISSIONS CARRY NO FI -- KEYED BY SPONSOR,      *
      *    ACCOUNT AND ALPHA CODE                                 *
      *---------------------------------------------------------*
       2300-LOAD-HELD-PROD.
           READ PAR-HELD-PROD-FL INTO PAR-HELD-WORK
               AT END
                   SET PAR-EOF TO TRUE
           END-READ.
           IF PAR-EOF
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO PAR-PROD-READ-CT.
           PERFORM 2310-POST-HELD THRU 2310-EXIT.
       2300-EXIT.
           EXIT.
       2350-LOAD-HELD-TEST.
           READ PAR-HELD-TEST-FL INTO PAR-HELD-WORK
               AT END
                   SET PAR-EOF TO TRUE
           END-READ.
           IF PAR-EOF
               GO TO 2350-EXIT
           END-IF.
           ADD 1 TO PAR-TEST-READ-CT.
           PERFORM 2310-POST-HELD THRU 2310-EXIT.
       2350-EXIT.
           EXIT.
       2310-POST-HELD.
           MOVE 'D' TO PAR-WK-FILE-CD.
           MOVE ZERO TO PAR-WK-FI-ID.
           MOVE HLO-ACCOUNT-NUMBER TO PAR-WK-ACCOUNT-NBR.
           MOVE HLO-FD-SPNSR-SHRT-NME TO PAR-WK-SUB-KEY (1:3).
           MOVE HLO-ALPHA-CODE TO PAR-WK-SUB-KEY (4:10).
           MOVE 'HELD ' TO PAR-WK-SECTION-CD.
           MOVE HLO-PRE-AGREE-AT TO PAR-WK-AMOUNT-AT.
           PERFORM 2500-POST-ENTRY THRU 2500-EXIT.
       2310-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ADD THE AMOUNT TO THIS SIDE OF THE KEY'S ROW, OPENING  *
      *    A ROW THE FIRST TIME THE KEY IS SEEN ON EITHER SIDE    *
      *---------------------------------------------------------*
       2500-POST-ENTRY.
           PERFORM 2510-FIND-ENTRY THRU 2510-EXIT.
           IF PAR-CM-NOT-FOUND
               IF PAR-CM-USED-CT >= 30000
                   MOVE ' COMPARE KEYS' TO PAR-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO PAR-CM-USED-CT
               SET PAR-CM-IDX TO PAR-CM-USED-CT
               MOVE PAR-WK-FILE-CD TO PAR-CM-FILE-CD (PAR-CM-IDX)
               MOVE PAR-WK-FI-ID TO PAR-CM-FI-ID (PAR-CM-IDX)
               MOVE PAR-WK-ACCOUNT-NBR
                   TO PAR-CM-ACCOUNT-NBR (PAR-CM-IDX)
               MOVE PAR-WK-SUB-KEY TO PAR-CM-SUB-KEY (PAR-CM-IDX)
               MOVE SPACES TO PAR-CM-PROD-SECTION-CD (PAR-CM-IDX)
               MOVE SPACES TO PAR-CM-TEST-SECTION-CD (PAR-CM-IDX)
               MOVE ZERO TO PAR-CM-PROD-AT (PAR-CM-IDX)
               MOVE ZERO TO PAR-CM-TEST-AT (PAR-CM-IDX)
               MOVE 'N' TO PAR-CM-PROD-SW (PAR-CM-IDX)
               MOVE 'N' TO PAR-CM-TEST-SW (PAR-CM-IDX)
           END-IF.
           IF PAR-SIDE-PROD
               IF NOT PAR-CM-ON-PROD (PAR-CM-IDX)
                   MOVE PAR-WK-SECTION-CD
                       TO PAR-CM-PROD-SECTION-CD (PAR-CM-IDX)
               END-IF
               MOVE 'Y' TO PAR-CM-PROD-SW (PAR-CM-IDX)
               ADD PAR-WK-AMOUNT-AT TO PAR-CM-PROD-AT (PAR-CM-IDX)
           ELSE
               IF NOT PAR-CM-ON-TEST (PAR-CM-IDX)
                   MOVE PAR-WK-SECTION-CD
                       TO PAR-CM-TEST-SECTION-CD (PAR-CM-IDX)
               END-IF
               MOVE 'Y' TO PAR-CM-TEST-SW (PAR-CM-IDX)
               ADD PAR-WK-AMOUNT-AT TO PAR-CM-TEST-AT (PAR-CM-IDX)
           END-IF.
           MOVE PAR-WK-SECTION-CD TO PAR-WK-FIND-SECTION-CD.
           PERFORM 2520-FIND-SECTION THRU 2520-EXIT.
           IF PAR-SIDE-PROD
               ADD PAR-WK-AMOUNT-AT TO PAR-ST-PROD-AT (PAR-SECT-IDX)
           ELSE
               ADD PAR-WK-AMOUNT-AT TO PAR-ST-TEST-AT (PAR-SECT-IDX)
           END-IF.
       2500-EXIT.
           EXIT.
       2510-FIND-ENTRY.
           SET PAR-CM-NOT-FOUND TO TRUE.
           IF PAR-CM-USED-CT = ZERO
               GO TO 2510-EXIT
           END-IF.
           SET PAR-CM-IDX TO 1.
           SEARCH PAR-CM-ENTRY VARYING PAR-CM-IDX
               AT END
                   CONTINUE
               WHEN PAR-CM-IDX > PAR-CM-USED-CT
                   CONTINUE
               WHEN PAR-CM-FILE-CD (PAR-CM-IDX) = PAR-WK-FILE-CD
                AND PAR-CM-FI-ID (PAR-CM-IDX) = PAR-WK-FI-ID
                AND PAR-CM-ACCOUNT-NBR (PAR-CM-IDX)
                    = PAR-WK-ACCOUNT-NBR
                AND PAR-CM-SUB-KEY (PAR-CM-IDX) = PAR-WK-SUB-KEY
                   SET PAR-CM-FOUND TO TRUE
           END-SEARCH.
       2510-EXIT.
           EXIT.
       2520-FIND-SECTION.
           SET PAR-SECT-IDX TO 1.
           SEARCH PAR-SECT-ENTRY
               AT END
                   SET PAR-SECT-IDX TO 6
               WHEN PAR-ST-SECTION-CD (PAR-SECT-IDX)
                    = PAR-WK-FIND-SECTION-CD
                   CONTINUE
           END-SEARCH.
       2520-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TALLY EACH ROW'S DIFFERENCE AGAINST THE SECTION IT     *
      *    SETTLED IN ON TEST (ON PROD WHEN IT WAS DROPPED)       *
      *---------------------------------------------------------*
       3000-CLASSIFY-ENTRY.
           IF PAR-CM-ON-TEST (PAR-CM-IDX)
               MOVE PAR-CM-TEST-SECTION-CD (PAR-CM-IDX)
                   TO PAR-WK-FIND-SECTION-CD
           ELSE
               MOVE PAR-CM-PROD-SECTION-CD (PAR-CM-IDX)
                   TO PAR-WK-FIND-SECTION-CD
           END-IF.
           PERFORM 2520-FIND-SECTION THRU 2520-EXIT.
           IF NOT PAR-CM-ON-PROD (PAR-CM-IDX)
               ADD 1 TO PAR-ADDED-CT
               ADD 1 TO PAR-ST-ADDED-CT (PAR-SECT-IDX)
               GO TO 3000-EXIT
           END-IF.
           IF NOT PAR-CM-ON-TEST (PAR-CM-IDX)
               ADD 1 TO PAR-DROPPED-CT
               ADD 1 TO PAR-ST-DROPPED-CT (PAR-SECT-IDX)
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO PAR-MATCHED-CT.
           PERFORM 3100-COMPUTE-DIFFERENCE THRU 3100-EXIT.
           IF PAR-WK-ABS-DIFF-AT > PAR-THRESHOLD-AT
               ADD 1 TO PAR-AMOUNT-CT
               ADD 1 TO PAR-ST-AMOUNT-CT (PAR-SECT-IDX)
           END-IF.
           IF PAR-CM-PROD-SECTION-CD (PAR-CM-IDX)
              NOT = PAR-CM-TEST-SECTION-CD (PAR-CM-IDX)
               ADD 1 TO PAR-METHOD-CT
               ADD 1 TO PAR-ST-METHOD-CT (PAR-SECT-IDX)
           END-IF.
       3000-EXIT.
           EXIT.
       3100-COMPUTE-DIFFERENCE.
           COMPUTE PAR-WK-DIFF-AT = PAR-CM-TEST-AT (PAR-CM-IDX)
               - PAR-CM-PROD-AT (PAR-CM-IDX).
           IF PAR-WK-DIFF-AT < ZERO
               COMPUTE PAR-WK-ABS-DIFF-AT = ZERO - PAR-WK-DIFF-AT
           ELSE
               MOVE PAR-WK-DIFF-AT TO PAR-WK-ABS-DIFF-AT
           END-IF.
       3100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE REPORT SECTION PER KIND OF DIFFERENCE              *
      *---------------------------------------------------------*
       8000-PRINT-CATEGORY.
           MOVE PAR-DTL-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE PAR-DTL-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE ZERO TO PAR-SECT-DTL-CT.
           IF PAR-CM-USED-CT > ZERO
               PERFORM 8100-PRINT-ONE-ENTRY THRU 8100-EXIT
                       VARYING PAR-CM-IDX FROM 1 BY 1
                       UNTIL PAR-CM-IDX > PAR-CM-USED-CT
           END-IF.
           IF PAR-SECT-DTL-CT = ZERO
               MOVE PAR-NONE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8000-EXIT.
           EXIT.
       8100-PRINT-ONE-ENTRY.
           IF PAR-CAT-ADDED
               IF PAR-CM-ON-PROD (PAR-CM-IDX)
                   GO TO 8100-EXIT
               END-IF
           END-IF.
           IF PAR-CAT-DROPPED
               IF PAR-CM-ON-TEST (PAR-CM-IDX)
                   GO TO 8100-EXIT
               END-IF
           END-IF.
           IF PAR-CAT-AMOUNT OR PAR-CAT-METHOD
               IF NOT PAR-CM-ON-PROD (PAR-CM-IDX)
                  OR NOT PAR-CM-ON-TEST (PAR-CM-IDX)
                   GO TO 8100-EXIT
               END-IF
           END-IF.
           PERFORM 3100-COMPUTE-DIFFERENCE THRU 3100-EXIT.
           IF PAR-CAT-AMOUNT
               IF PAR-WK-ABS-DIFF-AT NOT > PAR-THRESHOLD-AT
                   GO TO 8100-EXIT
               END-IF
           END-IF.
           IF PAR-CAT-METHOD
               IF PAR-CM-PROD-SECTION-CD (PAR-CM-IDX)
                  = PAR-CM-TEST-SECTION-CD (PAR-CM-IDX)
                   GO TO 8100-EXIT
               END-IF
           END-IF.
           ADD 1 TO PAR-SECT-DTL-CT.
           IF PAR-CM-ON-TEST (PAR-CM-IDX)
               MOVE PAR-CM-TEST-SECTION-CD (PAR-CM-IDX)
                   TO PAR-DL-SECTION-CD
           ELSE
               MOVE PAR-CM-PROD-SECTION-CD (PAR-CM-IDX)
                   TO PAR-DL-SECTION-CD
           END-IF.
           MOVE PAR-CM-FI-ID (PAR-CM-IDX) TO PAR-DL-FI-ID.
           MOVE PAR-CM-ACCOUNT-NBR (PAR-CM-IDX) TO PAR-DL-ACCOUNT-NBR.
           MOVE PAR-CM-SUB-KEY (PAR-CM-IDX) TO PAR-DL-SUB-KEY.
           MOVE PAR-CM-PROD-AT (PAR-CM-IDX) TO PAR-DL-PROD-AT.
           MOVE PAR-CM-TEST-AT (PAR-CM-IDX) TO PAR-DL-TEST-AT.
           MOVE PAR-WK-DIFF-AT TO PAR-DL-DIFF-AT.
           MOVE PAR-CM-PROD-SECTION-CD (PAR-CM-IDX)
               TO PAR-DL-PROD-SECTION-CD.
           MOVE PAR-CM-TEST-SECTION-CD (PAR-CM-IDX)
               TO PAR-DL-TEST-SECTION-CD.
           MOVE PAR-DTL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8100-EXIT.
           EXIT.
       8300-PRINT-SECTION-TOTALS.
           MOVE PAR-SECT-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE PAR-SECT-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           PERFORM 8310-PRINT-ONE-SECTION THRU 8310-EXIT
                   VARYING PAR-SECT-IDX FROM 1 BY 1
                   UNTIL PAR-SECT-IDX > 6.
       8300-EXIT.
           EXIT.
       8310-PRINT-ONE-SECTION.
           MOVE PAR-ST-SECTION-CD (PAR-SECT-IDX) TO PAR-SL-SECTION-CD.
           MOVE PAR-ST-PROD-AT (PAR-SECT-IDX) TO PAR-SL-PROD-AT.
           MOVE PAR-ST-TEST-AT (PAR-SECT-IDX) TO PAR-SL-TEST-AT.
           COMPUTE PAR-WK-DIFF-AT = PAR-ST-TEST-AT (PAR-SECT-IDX)
               - PAR-ST-PROD-AT (PAR-SECT-IDX).
           MOVE PAR-WK-DIFF-AT TO PAR-SL-NET-AT.
           MOVE PAR-ST-ADDED-CT (PAR-SECT-IDX) TO PAR-SL-ADDED-CT.
           MOVE PAR-ST-DROPPED-CT (PAR-SECT-IDX) TO PAR-SL-DROPPED-CT.
           MOVE PAR-ST-AMOUNT-CT (PAR-SECT-IDX) TO PAR-SL-AMOUNT-CT.
           MOVE PAR-ST-METHOD-CT (PAR-SECT-IDX) TO PAR-SL-METHOD-CT.
           MOVE PAR-SECT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8310-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE PAR-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE PAR-PROD-PER-END-DT TO PAR-PL-PER-END-DT.
           MOVE PAR-PROD-WKO-NBR-ID TO PAR-PL-PROD-WKO-NBR-ID.
           MOVE PAR-TEST-WKO-NBR-ID TO PAR-PL-TEST-WKO-NBR-ID.
           MOVE PAR-PAIR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REVIEW THRESHOLD: ' TO PAR-TA-LABEL.
           MOVE PAR-THRESHOLD-AT TO PAR-TA-AMOUNT.
           MOVE PAR-TOT-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PROD RECORDS READ: ' TO PAR-TL-LABEL.
           MOVE PAR-PROD-READ-CT TO PAR-TL-COUNT.
           MOVE PAR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'TEST RECORDS READ: ' TO PAR-TL-LABEL.
           MOVE PAR-TEST-READ-CT TO PAR-TL-COUNT.
           MOVE PAR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PRIOR HIST ROWS SKIPPED: ' TO PAR-TL-LABEL.
           MOVE PAR-HIST-SKIP-CT TO PAR-TL-COUNT.
           MOVE PAR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PAYEE KEYS MATCHED: ' TO PAR-TL-LABEL.
           MOVE PAR-MATCHED-CT TO PAR-TL-COUNT.
           MOVE PAR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PAYEES ADDED: ' TO PAR-TL-LABEL.
           MOVE PAR-ADDED-CT TO PAR-TL-COUNT.
           MOVE PAR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PAYEES DROPPED: ' TO PAR-TL-LABEL.
           MOVE PAR-DROPPED-CT TO PAR-TL-COUNT.
           MOVE PAR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'AMOUNT DIFFERENCES: ' TO PAR-TL-LABEL.
           MOVE PAR-AMOUNT-CT TO PAR-TL-COUNT.
           MOVE PAR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PAYMENT-METHOD CHANGES: ' TO PAR-TL-LABEL.
           MOVE PAR-METHOD-CT TO PAR-TL-COUNT.
           MOVE PAR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF PAR-TRAILERS-IN-BALANCE
               MOVE 'PAYMENT-FILE TRAILERS FOOT ON BOTH RUNS'
                   TO PAR-TR-TEXT
           ELSE
               MOVE 'PAYMENT-FILE TRAILER DOES NOT FOOT TO ITS DETAIL'
                   TO PAR-TR-TEXT
           END-IF.
           MOVE PAR-TRAILER-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO PAR-RUN-CTL-RECORD.
           MOVE 'PAR-PARALLEL-COMPARE' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE PAR-RUN-CTL-RECORD.
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
           MOVE SPACES TO PAR-RUN-CTL-RECORD.
           MOVE 'PAR-PARALLEL-COMPARE' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           ADD PAR-PROD-READ-CT PAR-TEST-READ-CT
               GIVING RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE PAR-RUN-CTL-RECORD.
           CLOSE PAR-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE TWO RUNS MUST BE A TRUE PAIR -- ONE PROD, ONE TEST *
      *    AND THE SAME PAYOUT PERIOD -- OR NOTHING IS COMPARED   *
      *---------------------------------------------------------*
       9100-ABORT-PAIRING.
           MOVE PAR-PAIR-REJECT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO PAR-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE PAR-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE OR SILENTLY DROP A PAYEE               *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE PAR-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO PAR-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE PAR-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE PAR-PINS-PROD-FL.
           CLOSE PAR-PINS-TEST-FL.
           CLOSE PAR-HIST-PROD-FL.
           CLOSE PAR-HIST-TEST-FL.
           CLOSE PAR-HELD-PROD-FL.
           CLOSE PAR-HELD-TEST-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 RUNS IDENTICAL, 4  *
      *    DIFFERENCES LISTED FOR SIGN-OFF, 8 A PAYMENT FILE DOES *
      *    NOT FOOT, 16 FATAL                                     *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF PAR-NEW-RC > PAR-RUN-RC
               MOVE PAR-NEW-RC TO PAR-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF PAR-ADDED-CT > ZERO
              OR PAR-DROPPED-CT > ZERO
              OR PAR-AMOUNT-CT > ZERO
              OR PAR-METHOD-CT > ZERO
               MOVE 4 TO PAR-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF PAR-TRAILERS-OUT-OF-BALANCE
               MOVE 8 TO PAR-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE PAR-RUN-RC TO PAR-RCD-OUT.
           EVALUATE PAR-RUN-RC
               WHEN 0
                   MOVE 'CLEAN - TEST MATCHES PROD' TO PAR-RCD-REASON
               WHEN 4
                   MOVE 'DIFFERENCES LISTED FOR SIGN-OFF'
                       TO PAR-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO PAR-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO PAR-RCD-REASON
           END-EVALUATE.
           MOVE PAR-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE PAR-RUN-RC TO RETURN-CODE.
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
           MOVE 'PAR-PARALLEL-COMPARE' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
