	    SELECT YTD-MASTER-OUT ASSIGN TO "YTDOUT".
	    SELECT YTD-PERIOD-DETAIL-FL ASSIGN TO "YTDDETL".
	    SELECT OPTIONAL YTD-RUN-CTL-FL ASSIGN TO "RUNCTL".
	    SELECT OPTIONAL YTD-SPLIT-ALLOC-FL ASSIGN TO "SPLITALC".
	    SELECT OPTIONAL YTD-REP-MASTER-IN ASSIGN TO "REPYTDI".
	    SELECT YTD-REP-MASTER-OUT ASSIGN TO "REPYTDO".
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-COMMISSION-FL.
           05  YTD-CMS-DETAIL-AREA REDEFINES YTD-CMS-HEADER-AREA.
               10  FILLER                    PIC X(40).
               10  YTD-CMS-FINANCIAL-INST-ID PIC 9(7).
               10  FILLER                    PIC X(54).
               10  YTD-CMS-FINCL-INST-BRCH-ID
                                             PIC X(9).
               10  YTD-CMS-FI-BRANCH-REP-ID  PIC X(9).
               10  FILLER                    PIC X(30).
               10  YTD-CMS-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(50).
               10  YTD-CMS-ACCOUNT-NUMBER    PIC 9(11).
               10  FILLER                    PIC X(555).
               10  YTD-CMS-TOTAL-COMPN-AT    PIC -9(15).9(2).
           05  RCTL-RECORD-CT                PIC 9(9).
           05  RCTL-RETURN-CD                PIC 9(2).
           05  FILLER                        PIC X(30).
      *---------------------------------------------------------*
      *    REP SHARES OF SPLIT-COMPENSATION DETAILS, AS THE       *
      *    PAYOUT RUN ALLOCATED THEM FROM THE SPLIT AGREEMENTS    *
      *---------------------------------------------------------*
       FD  YTD-SPLIT-ALLOC-FL.
       01  YTD-SPLIT-ALLOC-RECORD.
           05  SAL-FINANCIAL-INST-ID         PIC 9(7).
           05  SAL-FINCL-INST-BRCH-ID        PIC X(9).
           05  SAL-PRIMARY-REP-ID            PIC X(9).
           05  SAL-ACCOUNT-NUMBER            PIC 9(11).
           05  SAL-FUND-CODE                 PIC 9(7).
           05  SAL-PART-BRCH-ID              PIC X(9).
           05  SAL-PART-REP-ID               PIC X(9).
           05  SAL-PART-REP-NME              PIC X(30).
           05  SAL-SPLIT-PCT                 PIC 9(3)V9(2).
           05  SAL-ALLOC-AT                  PIC -9(15).9(2).
           05  SAL-PER-END-DT                PIC 9(8).
           05  FILLER                        PIC X(7).
      *---------------------------------------------------------*
      *    REP-LEVEL YTD MASTER KEYED ON FINANCIAL-INST-ID +      *
      *    BRANCH + REP + YEAR.  THE PAYEE MASTER ABOVE STAYS AT  *
      *    DEALER/TIN LEVEL FOR 1099 REPORTING                    *
      *---------------------------------------------------------*
       FD  YTD-REP-MASTER-IN.
       01  YTD-REP-MASTER-IN-RECORD.
           05  YRI-FINANCIAL-INST-ID         PIC 9(7).
           05  YRI-FINCL-INST-BRCH-ID        PIC X(9).
           05  YRI-FI-BRANCH-REP-ID          PIC X(9).
           05  YRI-YEAR                      PIC 9(4).
           05  YRI-YTD-AT                    PIC -9(15).9(2).
           05  YRI-PERIOD-CT                 PIC 9(3).
           05  FILLER                        PIC X(9).
       FD  YTD-REP-MASTER-OUT.
       01  YTD-REP-MASTER-OUT-RECORD.
           05  YRO-FINANCIAL-INST-ID         PIC 9(7).
           05  YRO-FINCL-INST-BRCH-ID        PIC X(9).
           05  YRO-FI-BRANCH-REP-ID          PIC X(9).
           05  YRO-YEAR                      PIC 9(4).
           05  YRO-YTD-AT                    PIC -9(15).9(2).
           05  YRO-PERIOD-CT                 PIC 9(3).
           05  FILLER                        PIC X(9).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       01  RCTL-ACCEPT-WORK.
           05  YTD-TIN-FOUND-SW              PIC X(01)   VALUE 'N'.
               88  YTD-TIN-FOUND                 VALUE 'Y'.
               88  YTD-TIN-NOT-FOUND             VALUE 'N'.
           05  YTD-SAL-EOF-SW                PIC X(01)   VALUE 'N'.
               88  YTD-SAL-EOF                   VALUE 'Y'.
           05  YTD-RMI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  YTD-RMI-EOF                   VALUE 'Y'.
           05  YTD-SPLIT-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  YTD-SPLIT-FOUND               VALUE 'Y'.
               88  YTD-SPLIT-NOT-FOUND           VALUE 'N'.
       01  YTD-COUNTERS                      COMP.
           05  YTD-DETAIL-READ-CT            PIC 9(09)   VALUE ZERO.
           05  YTD-NOTIN-CT                  PIC 9(07)   VALUE ZERO.
           05  YTD-PAYEE-UPDATED-CT          PIC 9(07)   VALUE ZERO.
           05  YTD-REP-UPDATED-CT            PIC 9(07)   VALUE ZERO.
           05  YTD-SPLIT-SHARE-CT            PIC 9(07)   VALUE ZERO.
       01  YTD-TIN-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  YTD-MST-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  YTD-SPLIT-USED-CT                 PIC 9(04)   COMP
                                              VALUE ZERO.
       01  YTD-REP-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  YTD-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  YTD-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  YTD-RCD-LINE.
               10  YTD-MS-YTD-AT             PIC S9(15)V9(2).
               10  YTD-MS-PERIOD-CT          PIC 9(03).
               10  YTD-MS-THIS-PERIOD-AT     PIC S9(15)V9(2).
      *---------------------------------------------------------*
      *    SPLIT SHARES FOR THIS PERIOD, AND THE REP-LEVEL YTD    *
      *    MASTER.  A SPLIT DETAIL CREDITS EACH PARTICIPATING     *
      *    REP'S SHARE; ANY OTHER DETAIL CREDITS ITS OWN REP      *
      *---------------------------------------------------------*
       01  YTD-SPLIT-TBL.
           05  YTD-SA-ENTRY OCCURS 5000 TIMES
                           INDEXED BY YTD-SA-IDX.
               10  YTD-SA-FI-ID              PIC 9(07).
               10  YTD-SA-BRCH-ID            PIC X(09).
               10  YTD-SA-PRIMARY-REP-ID     PIC X(09).
               10  YTD-SA-ACCOUNT-NBR        PIC 9(11).
               10  YTD-SA-FUND-CODE          PIC 9(07).
               10  YTD-SA-PART-BRCH-ID       PIC X(09).
               10  YTD-SA-PART-REP-ID        PIC X(09).
               10  YTD-SA-ALLOC-AT           PIC S9(15)V9(2).
       01  YTD-REP-TBL.
           05  YTD-RM-ENTRY OCCURS 5000 TIMES
                           INDEXED BY YTD-RM-IDX.
               10  YTD-RM-FI-ID              PIC 9(07).
               10  YTD-RM-BRCH-ID            PIC X(09).
               10  YTD-RM-REP-ID             PIC X(09).
               10  YTD-RM-YEAR               PIC 9(04).
               10  YTD-RM-YTD-AT             PIC S9(15)V9(2).
               10  YTD-RM-PERIOD-CT          PIC 9(03).
               10  YTD-RM-THIS-PERIOD-AT     PIC S9(15)V9(2).
       01  YTD-WORK.
           05  YTD-WK-PER-END-DT             PIC 9(08)   VALUE ZERO.
           05  YTD-WK-YEAR                   PIC 9(04)   VALUE ZERO.
                                              VALUE ZERO.
           05  YTD-WK-RUN-TOTAL-AT           PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  YTD-WK-REP-BRCH-ID            PIC X(09)   VALUE SPACES.
           05  YTD-WK-REP-ID                 PIC X(09)   VALUE SPACES.
           05  YTD-WK-REP-COMPN-AT           PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  YTD-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
           OPEN OUTPUT YTD-MASTER-OUT.
           OPEN EXTEND YTD-PERIOD-DETAIL-FL.
           OPEN EXTEND YTD-RUN-CTL-FL.
           OPEN INPUT YTD-SPLIT-ALLOC-FL.
           OPEN INPUT YTD-REP-MASTER-IN.
           OPEN OUTPUT YTD-REP-MASTER-OUT.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           PERFORM 1100-LOAD-TIN-XREF THRU 1100-EXIT
                   UNTIL YTD-FDP-EOF.
           PERFORM 1200-LOAD-YTD-MASTER THRU 1200-EXIT
                   UNTIL YTD-MST-EOF.
           PERFORM 1300-LOAD-SPLIT-ALLOC THRU 1300-EXIT
                   UNTIL YTD-SAL-EOF.
           PERFORM 1400-LOAD-REP-MASTER THRU 1400-EXIT
                   UNTIL YTD-RMI-EOF.
           READ YTD-COMMISSION-FL
               AT END
                   SET YTD-CMS-EOF TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-SPLIT-ALLOC.
           READ YTD-SPLIT-ALLOC-FL
               AT END
                   SET YTD-SAL-EOF TO TRUE
           END-READ.
           IF NOT YTD-SAL-EOF
               IF YTD-SPLIT-USED-CT >= 5000
                   MOVE ' SPLIT ALLOCATIONS' TO YTD-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO YTD-SPLIT-USED-CT
               SET YTD-SA-IDX TO YTD-SPLIT-USED-CT
               MOVE SAL-FINANCIAL-INST-ID
                   TO YTD-SA-FI-ID (YTD-SA-IDX)
               MOVE SAL-FINCL-INST-BRCH-ID
                   TO YTD-SA-BRCH-ID (YTD-SA-IDX)
               MOVE SAL-PRIMARY-REP-ID
                   TO YTD-SA-PRIMARY-REP-ID (YTD-SA-IDX)
               MOVE SAL-ACCOUNT-NUMBER
                   TO YTD-SA-ACCOUNT-NBR (YTD-SA-IDX)
               MOVE SAL-FUND-CODE TO YTD-SA-FUND-CODE (YTD-SA-IDX)
               MOVE SAL-PART-BRCH-ID
                   TO YTD-SA-PART-BRCH-ID (YTD-SA-IDX)
               MOVE SAL-PART-REP-ID
                   TO YTD-SA-PART-REP-ID (YTD-SA-IDX)
               MOVE SAL-ALLOC-AT TO YTD-SA-ALLOC-AT (YTD-SA-IDX)
           END-IF.
       1300-EXIT.
           EXIT.

       1400-LOAD-REP-MASTER.
           READ YTD-REP-MASTER-IN
               AT END
                   SET YTD-RMI-EOF TO TRUE
           END-READ.
           IF NOT YTD-RMI-EOF
               IF YTD-REP-USED-CT >= 5000
                   MOVE ' REP YTD MASTER' TO YTD-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO YTD-REP-USED-CT
               SET YTD-RM-IDX TO YTD-REP-USED-CT
               MOVE YRI-FINANCIAL-INST-ID
                   TO YTD-RM-FI-ID (YTD-RM-IDX)
               MOVE YRI-FINCL-INST-BRCH-ID
                   TO YTD-RM-BRCH-ID (YTD-RM-IDX)
               MOVE YRI-FI-BRANCH-REP-ID
                   TO YTD-RM-REP-ID (YTD-RM-IDX)
               MOVE YRI-YEAR TO YTD-RM-YEAR (YTD-RM-IDX)
               MOVE YRI-YTD-AT TO YTD-RM-YTD-AT (YTD-RM-IDX)
               MOVE YRI-PERIOD-CT
                   TO YTD-RM-PERIOD-CT (YTD-RM-IDX)
               MOVE ZERO TO YTD-RM-THIS-PERIOD-AT (YTD-RM-IDX)
           END-IF.
       1400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ROLL EACH PAYABLE DETAIL'S TOTAL COMPENSATION INTO     *
      *    THE PAYEE'S YTD POSITION FOR THE PAYOUT YEAR.  A       *
           ADD YTD-WK-COMPN-AT
               TO YTD-MS-THIS-PERIOD-AT (YTD-MS-IDX).
           ADD YTD-WK-COMPN-AT TO YTD-WK-RUN-TOTAL-AT.
           SET YTD-SPLIT-NOT-FOUND TO TRUE.
           IF YTD-SPLIT-USED-CT > ZERO
               PERFORM 2410-CREDIT-ONE-SHARE THRU 2410-EXIT
                       VARYING YTD-SA-IDX FROM 1 BY 1
                       UNTIL YTD-SA-IDX > YTD-SPLIT-USED-CT
           END-IF.
           IF YTD-SPLIT-NOT-FOUND
               MOVE YTD-CMS-FINCL-INST-BRCH-ID TO YTD-WK-REP-BRCH-ID
               MOVE YTD-CMS-FI-BRANCH-REP-ID TO YTD-WK-REP-ID
               MOVE YTD-WK-COMPN-AT TO YTD-WK-REP-COMPN-AT
               PERFORM 2400-CREDIT-REP THRU 2400-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CREDIT A REP'S YTD POSITION WITH THE AMOUNT IN         *
      *    YTD-WK-REP-COMPN-AT                                    *
      *---------------------------------------------------------*
       2400-CREDIT-REP.
           SET YTD-RM-IDX TO 1.
           SEARCH YTD-RM-ENTRY VARYING YTD-RM-IDX
               AT END
                   PERFORM 2500-ADD-REP-ENTRY THRU 2500-EXIT
               WHEN YTD-RM-FI-ID (YTD-RM-IDX)
                    = YTD-CMS-FINANCIAL-INST-ID
                AND YTD-RM-BRCH-ID (YTD-RM-IDX) = YTD-WK-REP-BRCH-ID
                AND YTD-RM-REP-ID (YTD-RM-IDX) = YTD-WK-REP-ID
                AND YTD-RM-YEAR (YTD-RM-IDX) = YTD-WK-YEAR
                   CONTINUE
           END-SEARCH.
           ADD YTD-WK-REP-COMPN-AT
               TO YTD-RM-THIS-PERIOD-AT (YTD-RM-IDX).
       2400-EXIT.
           EXIT.

       2410-CREDIT-ONE-SHARE.
           IF YTD-SA-FI-ID (YTD-SA-IDX) NOT = YTD-CMS-FINANCIAL-INST-ID
            OR YTD-SA-BRCH-ID (YTD-SA-IDX)
               NOT = YTD-CMS-FINCL-INST-BRCH-ID
            OR YTD-SA-PRIMARY-REP-ID (YTD-SA-IDX)
               NOT = YTD-CMS-FI-BRANCH-REP-ID
            OR YTD-SA-ACCOUNT-NBR (YTD-SA-IDX)
               NOT = YTD-CMS-ACCOUNT-NUMBER
            OR YTD-SA-FUND-CODE (YTD-SA-IDX) NOT = YTD-CMS-FUND-CODE
               GO TO 2410-EXIT
           END-IF.
           SET YTD-SPLIT-FOUND TO TRUE.
           ADD 1 TO YTD-SPLIT-SHARE-CT.
           MOVE YTD-SA-PART-BRCH-ID (YTD-SA-IDX) TO YTD-WK-REP-BRCH-ID.
           MOVE YTD-SA-PART-REP-ID (YTD-SA-IDX) TO YTD-WK-REP-ID.
           MOVE YTD-SA-ALLOC-AT (YTD-SA-IDX) TO YTD-WK-REP-COMPN-AT.
           PERFORM 2400-CREDIT-REP THRU 2400-EXIT.
       2410-EXIT.
           EXIT.

       2500-ADD-REP-ENTRY.
           IF YTD-REP-USED-CT >= 5000
               MOVE ' REP YTD MASTER' TO YTD-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO YTD-REP-USED-CT.
           SET YTD-RM-IDX TO YTD-REP-USED-CT.
           MOVE YTD-CMS-FINANCIAL-INST-ID
               TO YTD-RM-FI-ID (YTD-RM-IDX).
           MOVE YTD-WK-REP-BRCH-ID TO YTD-RM-BRCH-ID (YTD-RM-IDX).
           MOVE YTD-WK-REP-ID TO YTD-RM-REP-ID (YTD-RM-IDX).
           MOVE YTD-WK-YEAR TO YTD-RM-YEAR (YTD-RM-IDX).
           MOVE ZERO TO YTD-RM-YTD-AT (YTD-RM-IDX).
           MOVE ZERO TO YTD-RM-PERIOD-CT (YTD-RM-IDX).
           MOVE ZERO TO YTD-RM-THIS-PERIOD-AT (YTD-RM-IDX).
       2500-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS PERIOD INTO EACH TOUCHED PAYEE'S POSITION,   *
      *    APPEND THE PERIOD-DETAIL ROW THE YEAR-END TIE-OUT      *
      *    FOOTS AGAINST, AND CARRY THE WHOLE MASTER FORWARD      *
                       VARYING YTD-MS-IDX FROM 1 BY 1
                       UNTIL YTD-MS-IDX > YTD-MST-USED-CT
           END-IF.
           IF YTD-REP-USED-CT > ZERO
               PERFORM 7200-POST-ONE-REP THRU 7200-EXIT
                       VARYING YTD-RM-IDX FROM 1 BY 1
                       UNTIL YTD-RM-IDX > YTD-REP-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-POST-ONE-PAYEE.
           WRITE YTD-MASTER-OUT-RECORD.
       7100-EXIT.
           EXIT.
       7200-POST-ONE-REP.
           IF YTD-RM-THIS-PERIOD-AT (YTD-RM-IDX) NOT = ZERO
               ADD 1 TO YTD-REP-UPDATED-CT
               ADD YTD-RM-THIS-PERIOD-AT (YTD-RM-IDX)
                   TO YTD-RM-YTD-AT (YTD-RM-IDX)
               ADD 1 TO YTD-RM-PERIOD-CT (YTD-RM-IDX)
           END-IF.
           MOVE SPACES TO YTD-REP-MASTER-OUT-RECORD.
           MOVE YTD-RM-FI-ID (YTD-RM-IDX) TO YRO-FINANCIAL-INST-ID.
           MOVE YTD-RM-BRCH-ID (YTD-RM-IDX) TO YRO-FINCL-INST-BRCH-ID.
           MOVE YTD-RM-REP-ID (YTD-RM-IDX) TO YRO-FI-BRANCH-REP-ID.
           MOVE YTD-RM-YEAR (YTD-RM-IDX) TO YRO-YEAR.
           MOVE YTD-RM-YTD-AT (YTD-RM-IDX) TO YRO-YTD-AT.
           MOVE YTD-RM-PERIOD-CT (YTD-RM-IDX) TO YRO-PERIOD-CT.
           WRITE YTD-REP-MASTER-OUT-RECORD.
       7200-EXIT.
           EXIT.
       8500-PRINT-EXC-SECTION.
           MOVE YTD-EXC-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE YTD-EXC-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           MOVE YTD-NOTIN-CT TO YTD-TL-COUNT.
           MOVE YTD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REPS UPDATED: ' TO YTD-TL-LABEL.
           MOVE YTD-REP-UPDATED-CT TO YTD-TL-COUNT.
           MOVE YTD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SPLIT REP SHARES POSTED: ' TO YTD-TL-LABEL.
           MOVE YTD-SPLIT-SHARE-CT TO YTD-TL-COUNT.
           MOVE YTD-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PERIOD TOTAL POSTED: ' TO YTD-TA-LABEL.
           MOVE YTD-WK-RUN-TOTAL-AT TO YTD-TA-AMOUNT.
           MOVE YTD-TOT-AMT-LINE TO RPT-DETAIL-LINE
           CLOSE YTD-MASTER-IN.
           CLOSE YTD-MASTER-OUT.
           CLOSE YTD-PERIOD-DETAIL-FL.
           CLOSE YTD-SPLIT-ALLOC-FL.
           CLOSE YTD-REP-MASTER-IN.
           CLOSE YTD-REP-MASTER-OUT.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
