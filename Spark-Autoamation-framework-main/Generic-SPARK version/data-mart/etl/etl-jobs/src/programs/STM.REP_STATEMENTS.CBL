	    SELECT STM-ELEC-OUT ASSIGN TO "ELECOUT".
	    SELECT STM-DOC-INDEX ASSIGN TO "DOCINDEX".
	    SELECT OPTIONAL STM-HIST-FL ASSIGN TO "PAYHIST".
	    SELECT OPTIONAL STM-SPLIT-ALLOC-FL ASSIGN TO "SPLITALC".
       DATA DIVISION.
       FILE SECTION.
       FD  STM-COMMISSION-FL.
               10  STM-CMS-FG-REP-NME        PIC X(30).
               10  STM-CMS-FUND-CODE         PIC 9(7).
               10  STM-CMS-FUND-LNG-NM       PIC X(38).
               10  FILLER                    PIC X(12).
               10  STM-CMS-ACCOUNT-NUMBER    PIC 9(11).
               10  FILLER                    PIC X(25).
               10  FILLER                    PIC X(63).
               10  STM-CMS-ELIGIBLE-TABLE    OCCURS 9.
                   15  STM-CMS-LEVEL-CD      PIC X(3).
           05  PHI-PER-END-DT                PIC 9(8).
           05  PHI-WKO-NBR-ID                PIC X(8).
           05  FILLER                        PIC X(9).
      *---------------------------------------------------------*
      *    REP SHARES OF SPLIT-COMPENSATION DETAILS, AS THE       *
      *    PAYOUT RUN ALLOCATED THEM FROM THE SPLIT AGREEMENTS    *
      *---------------------------------------------------------*
       FD  STM-SPLIT-ALLOC-FL.
       01  STM-SPLIT-ALLOC-RECORD.
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
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       01  STM-SWITCHES.
               88  STM-CONS-NOT-FOUND            VALUE 'N'.
           05  STM-HIST-EOF-SW               PIC X(01)   VALUE 'N'.
               88  STM-HIST-EOF                  VALUE 'Y'.
           05  STM-SAL-EOF-SW                PIC X(01)   VALUE 'N'.
               88  STM-SAL-EOF                   VALUE 'Y'.
           05  STM-SPLIT-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  STM-SPLIT-FOUND               VALUE 'Y'.
               88  STM-SPLIT-NOT-FOUND           VALUE 'N'.
       01  STM-COUNTERS                      COMP.
           05  STM-DETAIL-READ-CT            PIC 9(09)   VALUE ZERO.
           05  STM-RELEASED-CT               PIC 9(09)   VALUE ZERO.
           05  STM-FALLBACK-CT               PIC 9(07)   VALUE ZERO.
           05  STM-DOC-LINE-CT               PIC 9(05)   VALUE ZERO.
           05  STM-DOC-PAGE-CT               PIC 9(05)   VALUE ZERO.
           05  STM-SPLIT-SHARE-CT            PIC 9(07)   VALUE ZERO.
       01  STM-CONS-USED-CT                  PIC 9(04)   COMP
                                              VALUE ZERO.
      *---------------------------------------------------------*
               10  STM-CN-CONSENT-CD         PIC X(01).
       01  STM-CUR-FDP-FI-ID                 PIC 9(07)   VALUE ZERO.
      *---------------------------------------------------------*
      *    A SPLIT DETAIL PRINTS ON EACH PARTICIPATING REP'S      *
      *    STATEMENT AT THAT REP'S SHARE INSTEAD OF WHOLLY ON     *
      *    THE PRIMARY REP'S.  THE REP TOTAL CARRIES THE SHARE    *
      *    EXACTLY AS PAID; LEVEL LINES ARE PRORATED FOR DISPLAY  *
      *---------------------------------------------------------*
       01  STM-SPLIT-TBL.
           05  STM-SA-ENTRY                  OCCURS 5000 TIMES
                                              INDEXED BY STM-SA-IDX.
               10  STM-SA-FI-ID              PIC 9(07).
               10  STM-SA-BRCH-ID            PIC X(09).
               10  STM-SA-PRIMARY-REP-ID     PIC X(09).
               10  STM-SA-ACCOUNT-NBR        PIC 9(11).
               10  STM-SA-FUND-CODE          PIC 9(07).
               10  STM-SA-PART-BRCH-ID       PIC X(09).
               10  STM-SA-PART-REP-ID        PIC X(09).
               10  STM-SA-PART-REP-NME       PIC X(30).
               10  STM-SA-SPLIT-PCT          PIC 9(03)V9(02).
               10  STM-SA-ALLOC-AT           PIC S9(15)V9(2).
       01  STM-SPLIT-USED-CT                 PIC 9(04)   COMP
                                              VALUE ZERO.
       01  STM-WK-LEVEL-COMPN-AT             PIC S9(15)V9(2)
                                              VALUE ZERO.
      *---------------------------------------------------------*
      *    YTD AND PRIOR-PERIOD COLUMNS COME FROM THE SAME        *
      *    ROLLING PAYMENT HISTORY THE PAYOUT RUN MAINTAINS --    *
      *    THE LATEST PERIOD-END ON THE HISTORY IS THIS           *
           PERFORM 1300-LOAD-PAY-HISTORY THRU 1300-EXIT
                   UNTIL STM-HIST-EOF.
           PERFORM 1400-AGGREGATE-HISTORY THRU 1400-EXIT.
           OPEN INPUT STM-SPLIT-ALLOC-FL.
           PERFORM 1500-LOAD-SPLIT-ALLOC THRU 1500-EXIT
                   UNTIL STM-SAL-EOF.
       1000-EXIT.
           EXIT.
       1300-LOAD-PAY-HISTORY.
           MOVE ZERO TO STM-RT-YTD-AT (STM-RT-IDX).
       1420-EXIT.
           EXIT.
       1500-LOAD-SPLIT-ALLOC.
           READ STM-SPLIT-ALLOC-FL
               AT END
                   SET STM-SAL-EOF TO TRUE
           END-READ.
           IF NOT STM-SAL-EOF
               IF STM-SPLIT-USED-CT >= 5000
                   MOVE ' SPLIT ALLOCATIONS' TO STM-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO STM-SPLIT-USED-CT
               SET STM-SA-IDX TO STM-SPLIT-USED-CT
               MOVE SAL-FINANCIAL-INST-ID
                   TO STM-SA-FI-ID (STM-SA-IDX)
               MOVE SAL-FINCL-INST-BRCH-ID
                   TO STM-SA-BRCH-ID (STM-SA-IDX)
               MOVE SAL-PRIMARY-REP-ID
                   TO STM-SA-PRIMARY-REP-ID (STM-SA-IDX)
               MOVE SAL-ACCOUNT-NUMBER
                   TO STM-SA-ACCOUNT-NBR (STM-SA-IDX)
               MOVE SAL-FUND-CODE TO STM-SA-FUND-CODE (STM-SA-IDX)
               MOVE SAL-PART-BRCH-ID
                   TO STM-SA-PART-BRCH-ID (STM-SA-IDX)
               MOVE SAL-PART-REP-ID
                   TO STM-SA-PART-REP-ID (STM-SA-IDX)
               MOVE SAL-PART-REP-NME
                   TO STM-SA-PART-REP-NME (STM-SA-IDX)
               MOVE SAL-SPLIT-PCT TO STM-SA-SPLIT-PCT (STM-SA-IDX)
               MOVE SAL-ALLOC-AT TO STM-SA-ALLOC-AT (STM-SA-IDX)
           END-IF.
       1500-EXIT.
           EXIT.
       1200-LOAD-DEALER-CONSENT.
           READ STM-DEALER-FL
               AT END
                       UNTIL STM-LEVEL-IX > 9
               MOVE STM-CMS-TOTAL-COMPN-AT
                                         TO SRT-TOTAL-COMPN-AT
               SET STM-SPLIT-NOT-FOUND TO TRUE
               IF STM-SPLIT-USED-CT > ZERO
                   PERFORM 3200-RELEASE-ONE-SHARE THRU 3200-EXIT
                           VARYING STM-SA-IDX FROM 1 BY 1
                           UNTIL STM-SA-IDX > STM-SPLIT-USED-CT
               END-IF
               IF STM-SPLIT-NOT-FOUND
                   RELEASE STM-SORT-RECORD
                   ADD 1 TO STM-RELEASED-CT
               END-IF
           END-IF.
           PERFORM 1100-READ-COMMISSION THRU 1100-EXIT.
       3100-EXIT.
       3110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RELEASE ONE STATEMENT DETAIL PER REP SHARE OF A SPLIT  *
      *    DETAIL, UNDER THE PARTICIPATING REP'S BRANCH AND ID    *
      *---------------------------------------------------------*
       3200-RELEASE-ONE-SHARE.
           IF STM-SA-FI-ID (STM-SA-IDX) NOT = STM-CMS-FINANCIAL-INST-ID
            OR STM-SA-BRCH-ID (STM-SA-IDX)
               NOT = STM-CMS-FINCL-INST-BRCH-ID
            OR STM-SA-PRIMARY-REP-ID (STM-SA-IDX)
               NOT = STM-CMS-FI-BRANCH-REP-ID
            OR STM-SA-ACCOUNT-NBR (STM-SA-IDX)
               NOT = STM-CMS-ACCOUNT-NUMBER
            OR STM-SA-FUND-CODE (STM-SA-IDX) NOT = STM-CMS-FUND-CODE
               GO TO 3200-EXIT
           END-IF.
           SET STM-SPLIT-FOUND TO TRUE.
           MOVE STM-SA-PART-BRCH-ID (STM-SA-IDX)
                                     TO SRT-FINCL-INST-BRCH-ID.
           MOVE STM-SA-PART-REP-ID (STM-SA-IDX)
                                     TO SRT-FI-BRANCH-REP-ID.
           IF STM-SA-PART-REP-NME (STM-SA-IDX) NOT = SPACES
               MOVE STM-SA-PART-REP-NME (STM-SA-IDX)
                                     TO SRT-FG-REP-NME
           END-IF.
           PERFORM 3210-SHARE-ONE-LEVEL THRU 3210-EXIT
                   VARYING STM-LEVEL-IX FROM 1 BY 1
                   UNTIL STM-LEVEL-IX > 9.
           MOVE STM-SA-ALLOC-AT (STM-SA-IDX) TO SRT-TOTAL-COMPN-AT.
           RELEASE STM-SORT-RECORD.
           ADD 1 TO STM-RELEASED-CT.
           ADD 1 TO STM-SPLIT-SHARE-CT.
       3200-EXIT.
           EXIT.
       3210-SHARE-ONE-LEVEL.
           MOVE STM-CMS-LEVEL-COMPN-AT (STM-LEVEL-IX)
               TO STM-WK-LEVEL-COMPN-AT.
           COMPUTE SRT-LEVEL-COMPN-AT (STM-LEVEL-IX) ROUNDED =
               (STM-WK-LEVEL-COMPN-AT
                * STM-SA-SPLIT-PCT (STM-SA-IDX)) / 100.
       3210-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TAKE THE SORTED DETAILS BACK AND PRINT ONE STATEMENT  *
      *    PAGE PER REP, WITH BRANCH AND DEALER SUBTOTALS AT     *
      *    EACH CONTROL BREAK                                    *
           MOVE STM-FALLBACK-CT TO STM-SU-COUNT.
           MOVE STM-SUM-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SPLIT REP SHARES: ' TO STM-SU-LABEL.
           MOVE STM-SPLIT-SHARE-CT TO STM-SU-COUNT.
           MOVE STM-SUM-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
       9000-FINALIZE.
           CLOSE STM-COMMISSION-FL.
           CLOSE STM-DEALER-FL.
           CLOSE STM-HIST-FL.
           CLOSE STM-SPLIT-ALLOC-FL.
           CLOSE STM-STATEMENT-RPT.
           CLOSE STM-ELEC-OUT.
           CLOSE STM-DOC-INDEX.
           CLOSE STM-COMMISSION-FL.
           CLOSE STM-DEALER-FL.
           CLOSE STM-HIST-FL.
           CLOSE STM-SPLIT-ALLOC-FL.
           CLOSE STM-STATEMENT-RPT.
           CLOSE STM-ELEC-OUT.
           CLOSE STM-DOC-INDEX.
