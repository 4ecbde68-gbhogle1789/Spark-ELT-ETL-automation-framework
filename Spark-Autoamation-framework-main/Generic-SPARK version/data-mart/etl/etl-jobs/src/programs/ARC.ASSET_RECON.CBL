       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARC-ASSET-RECON.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT ARC-COMMISSION-FL ASSIGN TO "FNAME".
	    SELECT ARC-BOOK-FL ASSIGN TO "POSBOOK".
	    SELECT OPTIONAL ARC-JOURNAL-FL ASSIGN TO "POSJRNL".
	    SELECT OPTIONAL ARC-PARM-FL ASSIGN TO "ARCPARM".
	    SELECT OPTIONAL ARC-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
       FD  ARC-COMMISSION-FL.
       01  ARC-COMMISSION-RECORD.
           05  ARC-CMS-RECORD-TYPE-CD        PIC X(1).
               88  ARC-CMS-RECORD-TYPE-HEADER    VALUE 'H'.
               88  ARC-CMS-RECORD-TYPE-DETAIL    VALUE 'D'.
           05  ARC-CMS-DETAIL-RECORD-AREA.
               10  FILLER                    PIC X(40).
               10  ARC-CMS-FINANCIAL-INST-ID PIC 9(7).
               10  FILLER                    PIC X(54).
               10  ARC-CMS-FINCL-INST-BRCH-ID
                                             PIC X(9).
               10  FILLER                    PIC X(39).
               10  ARC-CMS-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(578).
               10  ARC-CMS-TOTAL-ELIG-ASSET-AT
                                             PIC -9(15).9(2).
               10  FILLER                    PIC X(246).
           05  ARC-CMS-HEADER-RECORD-AREA
                   REDEFINES ARC-CMS-DETAIL-RECORD-AREA.
               10  FILLER                    PIC X(42).
               10  ARC-CMS-PER-END-DT        PIC 9(8).
               10  FILLER                    PIC X(949).
      *---------------------------------------------------------*
      *    CLOSING SHARE-POSITION BOOK AND THE POSITION JOURNALS  *
      *    POSTED SINCE THE PERIOD END -- BACKING THOSE MOVEMENTS *
      *    OUT OF THE BOOK RESTATES IT AS OF THE PERIOD END       *
      *---------------------------------------------------------*
       FD  ARC-BOOK-FL.
       01  ARC-BOOK-RECORD.
           05  PBK-FUND-CODE                 PIC 9(7).
           05  PBK-ACCOUNT-NUMBER            PIC 9(11).
           05  PBK-SHARE-BAL                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  PBK-NAV-PRICE                 PIC 9(5)V9(4).
           05  PBK-FINANCIAL-INST-ID         PIC 9(7).
           05  PBK-FINCL-INST-BRCH-ID        PIC X(9).
           05  FILLER                        PIC X(18).
           05  PBK-OPEN-DTE                  PIC 9(8).
           05  PBK-LAST-TRADE-DTE            PIC 9(8).
           05  FILLER                        PIC X(21).
       FD  ARC-JOURNAL-FL.
       01  ARC-JOURNAL-RECORD.
           05  PJR-FUND-CODE                 PIC 9(7).
           05  PJR-ACCOUNT-NUMBER            PIC 9(11).
           05  PJR-TRADE-DTE                 PIC 9(8).
           05  FILLER                        PIC X(11).
           05  PJR-SHARE-DELTA               PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  FILLER                        PIC X(16).
           05  PJR-NAV-PRICE                 PIC 9(5)V9(4).
           05  PJR-FINANCIAL-INST-ID         PIC 9(7).
           05  PJR-FINCL-INST-BRCH-ID        PIC X(9).
           05  FILLER                        PIC X(48).
      *---------------------------------------------------------*
      *    OPTIONAL BREAK-TOLERANCE CARD -- THE FLAT AMOUNT AND   *
      *    THE PERCENTAGE OF THE 857 ASSETS, AS MAINTAINED BY THE *
      *    CONTROLLER.  DEFAULTS 500.00 AND .0050                 *
      *---------------------------------------------------------*
       FD  ARC-PARM-FL.
       01  ARC-PARM-RECORD.
           05  PRM-TOLERANCE-AT              PIC 9(7)V9(2).
           05  PRM-TOLERANCE-PCT             PIC 9V9(4).
           05  FILLER                        PIC X(66).
       FD  ARC-RUN-CTL-FL.
       01  ARC-RUN-CTL-RECORD.
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
       01  ARC-SWITCHES.
           05  ARC-CMS-EOF-SW                PIC X(01)   VALUE 'N'.
               88  ARC-CMS-EOF                   VALUE 'Y'.
           05  ARC-BOOK-EOF-SW               PIC X(01)   VALUE 'N'.
               88  ARC-BOOK-EOF                  VALUE 'Y'.
           05  ARC-JRNL-EOF-SW               PIC X(01)   VALUE 'N'.
               88  ARC-JRNL-EOF                  VALUE 'Y'.
       01  ARC-COUNTERS                      COMP.
           05  ARC-CMS-READ-CT               PIC 9(09)   VALUE ZERO.
           05  ARC-CMS-DETAIL-CT             PIC 9(09)   VALUE ZERO.
           05  ARC-BOOK-READ-CT              PIC 9(09)   VALUE ZERO.
           05  ARC-JRNL-READ-CT              PIC 9(09)   VALUE ZERO.
           05  ARC-JRNL-BACKOUT-CT           PIC 9(09)   VALUE ZERO.
           05  ARC-COMPARED-CT               PIC 9(07)   VALUE ZERO.
           05  ARC-IN-TOL-CT                 PIC 9(07)   VALUE ZERO.
           05  ARC-BREAK-CT                  PIC 9(07)   VALUE ZERO.
           05  ARC-BOOK-ONLY-CT              PIC 9(07)   VALUE ZERO.
       01  ARC-GR-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  ARC-FP-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  ARC-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  ARC-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  ARC-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  ARC-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  ARC-RCD-REASON               PIC X(40).
       01  ARC-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'RUN STOPPED - ASSET-GROUP TABLE LIMIT'.
       01  ARC-NO-HEADER-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'RUN STOPPED - 857 PERIOD-END HEADER NOT FOUND'.
      *---------------------------------------------------------*
      *    BREAK TOLERANCE -- A GROUP IS IN TOLERANCE WHEN ITS    *
      *    DIFFERENCE IS WITHIN THE GREATER OF THE FLAT AMOUNT    *
      *    AND THE PERCENTAGE OF THE 857 ASSETS.  SEE THE         *
      *    PARAMETER CARD                                         *
      *---------------------------------------------------------*
       01  ARC-TOLERANCE-AT                  PIC 9(07)V9(2)
                                              VALUE 500.00.
       01  ARC-TOLERANCE-PCT                 PIC 9V9(4)  VALUE 0.0050.
       01  ARC-GROUP-TBL.
           05  ARC-GR-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY ARC-GR-IDX.
               10  ARC-GR-FI-ID              PIC 9(07).
               10  ARC-GR-BRCH-ID            PIC X(09).
               10  ARC-GR-FUND-CODE          PIC 9(07).
               10  ARC-GR-857-SEEN-SW        PIC X(01).
               10  ARC-GR-857-ASSET-AT       PIC S9(15)V9(2).
               10  ARC-GR-BOOK-SHR           PIC S9(13)V9(4).
               10  ARC-GR-BOOK-VALUE-AT      PIC S9(15)V9(2).
      *---------------------------------------------------------*
      *    ONE VALUATION PRICE PER FUND -- THE NAV PER SHARE ON   *
      *    THE MOST RECENTLY TRADED BOOK ROW, OVERRIDDEN BY ANY   *
      *    JOURNAL PRICE STRUCK ON OR BEFORE THE PERIOD END       *
      *---------------------------------------------------------*
       01  ARC-PRICE-TBL.
           05  ARC-FP-ENTRY                  OCCURS 2000 TIMES
                                              INDEXED BY ARC-FP-IDX.
               10  ARC-FP-FUND-CODE          PIC 9(07).
               10  ARC-FP-BOOK-PRICE         PIC 9(05)V9(4).
               10  ARC-FP-BOOK-DTE           PIC 9(08).
               10  ARC-FP-JRNL-PRICE         PIC 9(05)V9(4).
               10  ARC-FP-JRNL-DTE           PIC 9(08).
       01  ARC-WORK.
           05  ARC-PER-END-DT                PIC 9(08)   VALUE ZERO.
           05  ARC-WK-FI-ID                  PIC 9(07)   VALUE ZERO.
           05  ARC-WK-BRCH-ID                PIC X(09)   VALUE SPACES.
           05  ARC-WK-FUND-CODE              PIC 9(07)   VALUE ZERO.
           05  ARC-WK-ASSET-AT               PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  ARC-WK-PRICE                  PIC 9(05)V9(4)
                                              VALUE ZERO.
           05  ARC-WK-DIFF-AT                PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  ARC-WK-ABS-DIFF-AT            PIC 9(15)V9(2)
                                              VALUE ZERO.
           05  ARC-WK-ALLOWED-AT             PIC 9(15)V9(2)
                                              VALUE ZERO.
           05  ARC-TOT-857-AT                PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  ARC-TOT-BOOK-AT               PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  ARC-RUN-DTE                       PIC 9(08)   VALUE ZERO.
       01  ARC-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE '857 ELIGIBLE ASSETS VS SHARE-POSITION BOOK - '.
           05  FILLER                        PIC X(28)
               VALUE 'BREAKS OVER TOLERANCE AS OF '.
           05  ARC-HL-PER-END-DT             PIC 9(08).
       01  ARC-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'DEALER'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'BRANCH'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FUND'.
           05  FILLER                        PIC X(08)   VALUE SPACES.
           05  FILLER                        PIC X(12)
               VALUE '857 ELIGIBLE'.
           05  FILLER                        PIC X(09)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'BOOK VALUE'.
           05  FILLER                        PIC X(09)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'DIFFERENCE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'REASON'.
       01  ARC-DTL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ARC-DL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ARC-DL-BRCH-ID                PIC X(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ARC-DL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ARC-DL-857-ASSET-AT           PIC -(14)9.99.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  ARC-DL-BOOK-VALUE-AT          PIC -(14)9.99.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  ARC-DL-DIFF-AT                PIC -(14)9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ARC-DL-REASON                 PIC X(20).
       01  ARC-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'ELIGIBLE-ASSET RECONCILIATION TOTALS'.
       01  ARC-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ARC-TL-LABEL                  PIC X(25).
           05  ARC-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  ARC-AMT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ARC-AL-LABEL                  PIC X(25).
           05  ARC-AL-AMOUNT                 PIC -(14)9.99.
       01  ARC-PCT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ARC-PL-LABEL                  PIC X(25).
           05  FILLER                        PIC X(12)   VALUE SPACES.
           05  ARC-PL-PCT                    PIC 9.9999.
       01  ARC-EXC-KEY.
           05  ARC-EK-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  ARC-EK-BRCH-ID                PIC X(09).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  ARC-EK-FUND-CODE              PIC 9(07).
       01  ARC-DTL-CAP-TBL.
           05  ARC-DTL-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY ARC-DTL-CAP-IX.
       01  ARC-DTL-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  ARC-DTL-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  ARC-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-COMMISSION THRU 2000-EXIT
               UNTIL ARC-CMS-EOF.
           IF ARC-PER-END-DT = ZERO
               PERFORM 9115-ABORT-NO-HEADER THRU 9115-EXIT
           END-IF.
           PERFORM 3000-PROCESS-BOOK THRU 3000-EXIT
               UNTIL ARC-BOOK-EOF.
           PERFORM 4000-PROCESS-JOURNAL THRU 4000-EXIT
               UNTIL ARC-JRNL-EOF.
           PERFORM 5000-COMPARE-GROUPS THRU 5000-EXIT.
           PERFORM 8500-PRINT-BREAK-SECTION THRU 8500-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE ARC-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ARC-COMMISSION-FL.
           OPEN INPUT ARC-BOOK-FL.
           OPEN INPUT ARC-JOURNAL-FL.
           OPEN INPUT ARC-PARM-FL.
           OPEN EXTEND ARC-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT ARC-RUN-DTE FROM DATE YYYYMMDD.
           MOVE ARC-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           READ ARC-PARM-FL
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-TOLERANCE-AT NUMERIC
                       MOVE PRM-TOLERANCE-AT TO ARC-TOLERANCE-AT
                   END-IF
                   IF PRM-TOLERANCE-PCT NUMERIC
                      AND PRM-TOLERANCE-PCT < 1
                       MOVE PRM-TOLERANCE-PCT TO ARC-TOLERANCE-PCT
                   END-IF
           END-READ.
           CLOSE ARC-PARM-FL.
           READ ARC-COMMISSION-FL
               AT END
                   SET ARC-CMS-EOF TO TRUE
           END-READ.
           READ ARC-BOOK-FL
               AT END
                   SET ARC-BOOK-EOF TO TRUE
           END-READ.
           READ ARC-JOURNAL-FL
               AT END
                   SET ARC-JRNL-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE 857 HEADER CARRIES THE PERIOD END; EVERY DETAIL    *
      *    ADDS ITS TOTAL ELIGIBLE ASSETS TO ITS DEALER, BRANCH   *
      *    AND FUND GROUP                                         *
      *---------------------------------------------------------*
       2000-PROCESS-COMMISSION.
           ADD 1 TO ARC-CMS-READ-CT.
           IF ARC-CMS-RECORD-TYPE-HEADER
               MOVE ARC-CMS-PER-END-DT TO ARC-PER-END-DT
               MOVE ARC-CMS-PER-END-DT TO RPT-CYCLE-TX
           END-IF.
           IF ARC-CMS-RECORD-TYPE-DETAIL
               ADD 1 TO ARC-CMS-DETAIL-CT
               MOVE ARC-CMS-FINANCIAL-INST-ID TO ARC-WK-FI-ID
               MOVE ARC-CMS-FINCL-INST-BRCH-ID TO ARC-WK-BRCH-ID
               MOVE ARC-CMS-FUND-CODE TO ARC-WK-FUND-CODE
               PERFORM 2100-FIND-GROUP THRU 2100-EXIT
               MOVE ARC-CMS-TOTAL-ELIG-ASSET-AT TO ARC-WK-ASSET-AT
               ADD ARC-WK-ASSET-AT TO ARC-GR-857-ASSET-AT (ARC-GR-IDX)
               MOVE 'Y' TO ARC-GR-857-SEEN-SW (ARC-GR-IDX)
           END-IF.
           READ ARC-COMMISSION-FL
               AT END
                   SET ARC-CMS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
       2100-FIND-GROUP.
           SET ARC-GR-IDX TO 1.
           SEARCH ARC-GR-ENTRY VARYING ARC-GR-IDX
               AT END
                   PERFORM 2110-ADD-GROUP THRU 2110-EXIT
               WHEN ARC-GR-IDX > ARC-GR-USED-CT
                   PERFORM 2110-ADD-GROUP THRU 2110-EXIT
               WHEN ARC-GR-FI-ID (ARC-GR-IDX) = ARC-WK-FI-ID
                AND ARC-GR-BRCH-ID (ARC-GR-IDX) = ARC-WK-BRCH-ID
                AND ARC-GR-FUND-CODE (ARC-GR-IDX) = ARC-WK-FUND-CODE
                   CONTINUE
           END-SEARCH.
       2100-EXIT.
           EXIT.
       2110-ADD-GROUP.
           IF ARC-GR-USED-CT >= 20000
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ARC-GR-USED-CT.
           SET ARC-GR-IDX TO ARC-GR-USED-CT.
           MOVE ARC-WK-FI-ID TO ARC-GR-FI-ID (ARC-GR-IDX).
           MOVE ARC-WK-BRCH-ID TO ARC-GR-BRCH-ID (ARC-GR-IDX).
           MOVE ARC-WK-FUND-CODE TO ARC-GR-FUND-CODE (ARC-GR-IDX).
           MOVE 'N' TO ARC-GR-857-SEEN-SW (ARC-GR-IDX).
           MOVE ZERO TO ARC-GR-857-ASSET-AT (ARC-GR-IDX).
           MOVE ZERO TO ARC-GR-BOOK-SHR (ARC-GR-IDX).
           MOVE ZERO TO ARC-GR-BOOK-VALUE-AT (ARC-GR-IDX).
       2110-EXIT.
           EXIT.
       2200-FIND-FUND-PRICE.
           SET ARC-FP-IDX TO 1.
           SEARCH ARC-FP-ENTRY VARYING ARC-FP-IDX
               AT END
                   PERFORM 2210-ADD-FUND-PRICE THRU 2210-EXIT
               WHEN ARC-FP-IDX > ARC-FP-USED-CT
                   PERFORM 2210-ADD-FUND-PRICE THRU 2210-EXIT
               WHEN ARC-FP-FUND-CODE (ARC-FP-IDX) = ARC-WK-FUND-CODE
                   CONTINUE
           END-SEARCH.
       2200-EXIT.
           EXIT.
       2210-ADD-FUND-PRICE.
           IF ARC-FP-USED-CT >= 2000
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ARC-FP-USED-CT.
           SET ARC-FP-IDX TO ARC-FP-USED-CT.
           MOVE ARC-WK-FUND-CODE TO ARC-FP-FUND-CODE (ARC-FP-IDX).
           MOVE ZERO TO ARC-FP-BOOK-PRICE (ARC-FP-IDX).
           MOVE ZERO TO ARC-FP-BOOK-DTE (ARC-FP-IDX).
           MOVE ZERO TO ARC-FP-JRNL-PRICE (ARC-FP-IDX).
           MOVE ZERO TO ARC-FP-JRNL-DTE (ARC-FP-IDX).
       2210-EXIT.
           EXIT.
       3000-PROCESS-BOOK.
           ADD 1 TO ARC-BOOK-READ-CT.
           MOVE PBK-FINANCIAL-INST-ID TO ARC-WK-FI-ID.
           MOVE PBK-FINCL-INST-BRCH-ID TO ARC-WK-BRCH-ID.
           MOVE PBK-FUND-CODE TO ARC-WK-FUND-CODE.
           PERFORM 2100-FIND-GROUP THRU 2100-EXIT.
           ADD PBK-SHARE-BAL TO ARC-GR-BOOK-SHR (ARC-GR-IDX).
           PERFORM 2200-FIND-FUND-PRICE THRU 2200-EXIT.
           IF PBK-NAV-PRICE > ZERO
              AND PBK-LAST-TRADE-DTE NOT < ARC-FP-BOOK-DTE (ARC-FP-IDX)
               MOVE PBK-NAV-PRICE TO ARC-FP-BOOK-PRICE (ARC-FP-IDX)
               MOVE PBK-LAST-TRADE-DTE TO ARC-FP-BOOK-DTE (ARC-FP-IDX)
           END-IF.
           READ ARC-BOOK-FL
               AT END
                   SET ARC-BOOK-EOF TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A MOVEMENT TRADED AFTER THE PERIOD END IS BACKED OUT   *
      *    OF THE BOOK; ONE TRADED ON OR BEFORE IT ONLY OFFERS    *
      *    ITS PRICE                                              *
      *---------------------------------------------------------*
       4000-PROCESS-JOURNAL.
           ADD 1 TO ARC-JRNL-READ-CT.
           MOVE PJR-FUND-CODE TO ARC-WK-FUND-CODE.
           IF PJR-TRADE-DTE > ARC-PER-END-DT
               ADD 1 TO ARC-JRNL-BACKOUT-CT
               MOVE PJR-FINANCIAL-INST-ID TO ARC-WK-FI-ID
               MOVE PJR-FINCL-INST-BRCH-ID TO ARC-WK-BRCH-ID
               PERFORM 2100-FIND-GROUP THRU 2100-EXIT
               SUBTRACT PJR-SHARE-DELTA
                   FROM ARC-GR-BOOK-SHR (ARC-GR-IDX)
           ELSE
               PERFORM 2200-FIND-FUND-PRICE THRU 2200-EXIT
               IF PJR-NAV-PRICE > ZERO
                  AND PJR-TRADE-DTE NOT < ARC-FP-JRNL-DTE (ARC-FP-IDX)
                   MOVE PJR-NAV-PRICE TO ARC-FP-JRNL-PRICE (ARC-FP-IDX)
                   MOVE PJR-TRADE-DTE TO ARC-FP-JRNL-DTE (ARC-FP-IDX)
               END-IF
           END-IF.
           READ ARC-JOURNAL-FL
               AT END
                   SET ARC-JRNL-EOF TO TRUE
           END-READ.
       4000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    VALUE EACH GROUP AT ITS FUND PRICE AND TEST THE        *
      *    DIFFERENCE AGAINST THE TOLERANCE.  A GROUP THE 857     *
      *    NEVER MENTIONED IS NOT PAID ON AND IS ONLY COUNTED     *
      *---------------------------------------------------------*
       5000-COMPARE-GROUPS.
           IF ARC-GR-USED-CT > ZERO
               PERFORM 5100-COMPARE-ONE-GROUP THRU 5100-EXIT
                       VARYING ARC-GR-IDX FROM 1 BY 1
                       UNTIL ARC-GR-IDX > ARC-GR-USED-CT
           END-IF.
       5000-EXIT.
           EXIT.
       5100-COMPARE-ONE-GROUP.
           MOVE ARC-GR-FUND-CODE (ARC-GR-IDX) TO ARC-WK-FUND-CODE.
           PERFORM 2200-FIND-FUND-PRICE THRU 2200-EXIT.
           IF ARC-FP-JRNL-PRICE (ARC-FP-IDX) > ZERO
               MOVE ARC-FP-JRNL-PRICE (ARC-FP-IDX) TO ARC-WK-PRICE
           ELSE
               MOVE ARC-FP-BOOK-PRICE (ARC-FP-IDX) TO ARC-WK-PRICE
           END-IF.
           COMPUTE ARC-GR-BOOK-VALUE-AT (ARC-GR-IDX) ROUNDED
               = ARC-GR-BOOK-SHR (ARC-GR-IDX) * ARC-WK-PRICE.
           ADD ARC-GR-BOOK-VALUE-AT (ARC-GR-IDX) TO ARC-TOT-BOOK-AT.
           IF ARC-GR-857-SEEN-SW (ARC-GR-IDX) NOT = 'Y'
               ADD 1 TO ARC-BOOK-ONLY-CT
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO ARC-COMPARED-CT.
           ADD ARC-GR-857-ASSET-AT (ARC-GR-IDX) TO ARC-TOT-857-AT.
           COMPUTE ARC-WK-DIFF-AT = ARC-GR-857-ASSET-AT (ARC-GR-IDX)
               - ARC-GR-BOOK-VALUE-AT (ARC-GR-IDX).
           MOVE ARC-WK-DIFF-AT TO ARC-WK-ABS-DIFF-AT.
           COMPUTE ARC-WK-ALLOWED-AT ROUNDED
               = ARC-GR-857-ASSET-AT (ARC-GR-IDX) * ARC-TOLERANCE-PCT.
           IF ARC-WK-ALLOWED-AT < ARC-TOLERANCE-AT
               MOVE ARC-TOLERANCE-AT TO ARC-WK-ALLOWED-AT
           END-IF.
           IF ARC-WK-ABS-DIFF-AT NOT > ARC-WK-ALLOWED-AT
               ADD 1 TO ARC-IN-TOL-CT
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO ARC-BREAK-CT.
           MOVE ARC-GR-FI-ID (ARC-GR-IDX) TO ARC-DL-FI-ID.
           MOVE ARC-GR-BRCH-ID (ARC-GR-IDX) TO ARC-DL-BRCH-ID.
           MOVE ARC-GR-FUND-CODE (ARC-GR-IDX) TO ARC-DL-FUND-CODE.
           MOVE ARC-GR-857-ASSET-AT (ARC-GR-IDX) TO ARC-DL-857-ASSET-AT.
           MOVE ARC-GR-BOOK-VALUE-AT (ARC-GR-IDX)
               TO ARC-DL-BOOK-VALUE-AT.
           MOVE ARC-WK-DIFF-AT TO ARC-DL-DIFF-AT.
           EVALUATE TRUE
               WHEN ARC-GR-BOOK-SHR (ARC-GR-IDX) = ZERO
                   MOVE 'NO POSITION ON BOOK' TO ARC-DL-REASON
               WHEN ARC-WK-DIFF-AT > ZERO
                   MOVE '857 OVER BOOK' TO ARC-DL-REASON
               WHEN OTHER
                   MOVE '857 UNDER BOOK' TO ARC-DL-REASON
           END-EVALUATE.
           IF ARC-DTL-CAP-USED-CT < 5000
               ADD 1 TO ARC-DTL-CAP-USED-CT
               SET ARC-DTL-CAP-IX TO ARC-DTL-CAP-USED-CT
               MOVE ARC-DTL-LINE
                   TO ARC-DTL-CAP-LINE (ARC-DTL-CAP-IX)
           ELSE
               MOVE 'Y' TO ARC-DTL-CAP-TRUNC-SW
           END-IF.
           MOVE ARC-GR-FI-ID (ARC-GR-IDX) TO ARC-EK-FI-ID.
           MOVE ARC-GR-BRCH-ID (ARC-GR-IDX) TO ARC-EK-BRCH-ID.
           MOVE ARC-GR-FUND-CODE (ARC-GR-IDX) TO ARC-EK-FUND-CODE.
           MOVE 'ARCBREAK' TO RPT-EXC-TYPE-CD.
           MOVE ARC-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE ARC-WK-DIFF-AT TO RPT-EXC-AMOUNT-AT.
           MOVE ARC-DL-REASON TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       5100-EXIT.
           EXIT.
       8500-PRINT-BREAK-SECTION.
           MOVE ARC-PER-END-DT TO ARC-HL-PER-END-DT.
           MOVE ARC-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE ARC-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF ARC-DTL-CAP-USED-CT > ZERO
               PERFORM 8505-PRINT-ONE-BREAK THRU 8505-EXIT
                       VARYING ARC-DTL-CAP-IX FROM 1 BY 1
                       UNTIL ARC-DTL-CAP-IX > ARC-DTL-CAP-USED-CT
           END-IF.
           IF ARC-DTL-CAP-TRUNC-SW = 'Y'
               MOVE ARC-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
       8505-PRINT-ONE-BREAK.
           MOVE ARC-DTL-CAP-LINE (ARC-DTL-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8505-EXIT.
           EXIT.
       8000-PRINT-TOTALS.
           MOVE ARC-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE '857 DETAILS READ: ' TO ARC-TL-LABEL.
           MOVE ARC-CMS-DETAIL-CT TO ARC-TL-COUNT.
           MOVE ARC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BOOK POSITIONS READ: ' TO ARC-TL-LABEL.
           MOVE ARC-BOOK-READ-CT TO ARC-TL-COUNT.
           MOVE ARC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'MOVEMENTS BACKED OUT: ' TO ARC-TL-LABEL.
           MOVE ARC-JRNL-BACKOUT-CT TO ARC-TL-COUNT.
           MOVE ARC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'GROUPS COMPARED: ' TO ARC-TL-LABEL.
           MOVE ARC-COMPARED-CT TO ARC-TL-COUNT.
           MOVE ARC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'WITHIN TOLERANCE: ' TO ARC-TL-LABEL.
           MOVE ARC-IN-TOL-CT TO ARC-TL-COUNT.
           MOVE ARC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BREAKS OVER TOLERANCE: ' TO ARC-TL-LABEL.
           MOVE ARC-BREAK-CT TO ARC-TL-COUNT.
           MOVE ARC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BOOK-ONLY GROUPS: ' TO ARC-TL-LABEL.
           MOVE ARC-BOOK-ONLY-CT TO ARC-TL-COUNT.
           MOVE ARC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE '857 ELIGIBLE ASSETS: ' TO ARC-AL-LABEL.
           MOVE ARC-TOT-857-AT TO ARC-AL-AMOUNT.
           MOVE ARC-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BOOK VALUE, ALL GROUPS: ' TO ARC-AL-LABEL.
           MOVE ARC-TOT-BOOK-AT TO ARC-AL-AMOUNT.
           MOVE ARC-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'TOLERANCE AMOUNT USED: ' TO ARC-AL-LABEL.
           MOVE ARC-TOLERANCE-AT TO ARC-AL-AMOUNT.
           MOVE ARC-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'TOLERANCE PERCENT USED: ' TO ARC-PL-LABEL.
           MOVE ARC-TOLERANCE-PCT TO ARC-PL-PCT.
           MOVE ARC-PCT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO ARC-RUN-CTL-RECORD.
           MOVE 'ARC-ASSET-RECON' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE ARC-RUN-CTL-RECORD.
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
           MOVE SPACES TO ARC-RUN-CTL-RECORD.
           MOVE 'ARC-ASSET-RECON' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ARC-CMS-DETAIL-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE ARC-RUN-CTL-RECORD.
           CLOSE ARC-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE                                        *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE ARC-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO ARC-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE ARC-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    WITHOUT THE PERIOD END THERE IS NO AS-OF DATE TO       *
      *    RESTATE THE BOOK TO -- NOTHING CAN BE PROVED           *
      *---------------------------------------------------------*
       9115-ABORT-NO-HEADER.
           MOVE ARC-NO-HEADER-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO ARC-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE ARC-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9115-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE ARC-COMMISSION-FL.
           CLOSE ARC-BOOK-FL.
           CLOSE ARC-JOURNAL-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL.  ANY BREAK OVER TOLERANCE IS AN  *
      *    OUT-OF-BALANCE CONTROL AND HOLDS THE PAYMENT RELEASE   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF ARC-NEW-RC > ARC-RUN-RC
               MOVE ARC-NEW-RC TO ARC-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF ARC-BREAK-CT > ZERO
               MOVE 8 TO ARC-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE ARC-RUN-RC TO ARC-RCD-OUT.
           EVALUATE ARC-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO ARC-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO ARC-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO ARC-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO ARC-RCD-REASON
           END-EVALUATE.
           MOVE ARC-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE ARC-RUN-RC TO RETURN-CODE.
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
           MOVE 'ARC-ASSET-RECON' TO RPT-PROGRAM-ID-TX.
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
