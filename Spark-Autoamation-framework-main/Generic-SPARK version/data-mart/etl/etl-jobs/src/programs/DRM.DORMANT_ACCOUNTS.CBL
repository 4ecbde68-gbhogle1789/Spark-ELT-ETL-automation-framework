	    SELECT DRM-LAST-ACT-IN ASSIGN TO "LASTACTI".
	    SELECT DRM-LAST-ACT-OUT ASSIGN TO "LASTACTO".
	    SELECT DRM-DORMANT-FEED ASSIGN TO "DORMFEED".
	    SELECT OPTIONAL DRM-LOST-ACCT-FL ASSIGN TO "LOSTACCT".
	    SELECT OPTIONAL DRM-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
           05  DFD-FUND-CODE                 PIC 9(7).
           05  DFD-LAST-ACT-DTE              PIC 9(8).
           05  DFD-YEARS-INACTIVE            PIC 9(2).
           05  DFD-LOST-SHR-CD               PIC X(1).
               88  DFD-MAIL-DELIVERABLE          VALUE ' '.
               88  DFD-ADR-UNDELIVERABLE         VALUE 'U'.
               88  DFD-LOST-SHAREHOLDER          VALUE 'L'.
           05  FILLER                        PIC X(11).
      *---------------------------------------------------------*
      *    ACCOUNTS WHOSE CUSTOMER'S MAIL IS COMING BACK, FROM    *
      *    THE RETURNED-MAIL RUN -- A DORMANT ACCOUNT ON THIS     *
      *    FILE CANNOT BE REACHED AT ITS ADDRESS OF RECORD        *
      *---------------------------------------------------------*
       FD  DRM-LOST-ACCT-FL.
       01  DRM-LOST-ACCT-RECORD.
           05  DLS-FUND-CODE                 PIC 9(7).
           05  DLS-ACCOUNT-NBR               PIC 9(11).
           05  DLS-CMR-BPR-ID1               PIC 9(11).
           05  DLS-CMR-BPR-ID2               PIC 9(11).
           05  DLS-ADR-STATUS-CD             PIC X(1).
           05  DLS-UNDELIV-DTE               PIC 9(8).
           05  DLS-LOST-DTE                  PIC 9(8).
           05  DLS-SEARCH-CT                 PIC 9(2).
           05  DLS-POSTAL-CDE                PIC X(2).
           05  FILLER                        PIC X(19).
       FD  DRM-RUN-CTL-FL.
       01  DRM-RUN-CTL-RECORD.
           05  RCTL-PROGRAM-ID               PIC X(20).
               88  DRM-ACT-EOF                   VALUE 'Y'.
           05  DRM-LAI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DRM-LAI-EOF                   VALUE 'Y'.
           05  DRM-LSI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DRM-LSI-EOF                   VALUE 'Y'.
       01  DRM-COUNTERS                      COMP.
           05  DRM-CSH-READ-CT               PIC 9(09)   VALUE ZERO.
           05  DRM-ACCT-READ-CT              PIC 9(09)   VALUE ZERO.
           05  DRM-DORMANT-CT                PIC 9(07)   VALUE ZERO.
           05  DRM-ENTERING-CT               PIC 9(07)   VALUE ZERO.
           05  DRM-LOST-DORMANT-CT           PIC 9(07)   VALUE ZERO.
           05  DRM-TIER-1-CT                 PIC 9(07)   VALUE ZERO.
           05  DRM-TIER-2-CT                 PIC 9(07)   VALUE ZERO.
           05  DRM-TIER-3-CT                 PIC 9(07)   VALUE ZERO.
           05  DRM-TIER-4-CT                 PIC 9(07)   VALUE ZERO.
       01  DRM-LA-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DRM-LS-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DRM-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  DRM-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  DRM-RCD-LINE.
           05  DRM-RCD-REASON               PIC X(40).
       01  DRM-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(14)
               VALUE 'RUN STOPPED - '.
           05  DRM-TBL-LIMIT-NAME            PIC X(36)
               VALUE 'LAST-ACTIVITY TABLE LIMIT'.
      *---------------------------------------------------------*
      *    DORMANCY THRESHOLD IN YEARS -- STARTER VALUE SET ONE   *
      *    YEAR INSIDE THE SHORTEST STATE ESCHEATMENT PERIOD SO   *
               10  DRM-LA-LAST-ACT-DTE       PIC 9(08).
               10  DRM-LA-DORMANT-SW         PIC X(01).
               10  DRM-LA-SEEN-SW            PIC X(01).
       01  DRM-LOST-ACCT-TBL.
           05  DRM-LS-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY DRM-LS-IDX.
               10  DRM-LS-FUND-CODE          PIC 9(07).
               10  DRM-LS-ACCOUNT-NBR        PIC 9(11).
               10  DRM-LS-ADR-STATUS-CD      PIC X(01).
       01  DRM-WK-LOST-SHR-CD                PIC X(01)   VALUE SPACE.
       01  DRM-DATE-WORK.
           05  DRM-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  DRM-RUN-DTE-R REDEFINES DRM-RUN-DTE.
               10  DRM-ACT-YYYY              PIC 9(04).
               10  DRM-ACT-MM                PIC 9(02).
               10  DRM-ACT-DD                PIC 9(02).
           05  DRM-YEARS-WK                  PIC 9(02)   VALUE ZERO.
       01  DRM-WK-ACCOUNT-NBR                PIC 9(11)   VALUE ZERO.
       01  DRM-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(14)
               VALUE 'YEARS INACTIVE'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'MAIL'.
       01  DRM-DTL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DRM-DL-FUND-CODE              PIC 9(07).
           05  DRM-DL-LAST-ACT-DTE           PIC 9(08).
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  DRM-DL-YEARS                  PIC Z9.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  DRM-DL-LOST-SHR-CD            PIC X(01).
       01  DRM-TIER-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
           OPEN INPUT DRM-LAST-ACT-IN.
           OPEN OUTPUT DRM-LAST-ACT-OUT.
           OPEN OUTPUT DRM-DORMANT-FEED.
           OPEN INPUT DRM-LOST-ACCT-FL.
           OPEN EXTEND DRM-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT DRM-RUN-DTE FROM DATE YYYYMMDD.
           MOVE DRM-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1100-LOAD-LAST-ACTIVITY THRU 1100-EXIT
               UNTIL DRM-LAI-EOF.
           PERFORM 1200-LOAD-LOST-ACCOUNT THRU 1200-EXIT
               UNTIL DRM-LSI-EOF.
           READ DRM-SDCM-FL
               AT END
                   SET DRM-CSH-EOF TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-LOST-ACCOUNT.
           READ DRM-LOST-ACCT-FL
               AT END
                   SET DRM-LSI-EOF TO TRUE
           END-READ.
           IF NOT DRM-LSI-EOF
               IF DRM-LS-USED-CT >= 20000
                   MOVE 'LOST-HOLDER TABLE LIMIT'
                       TO DRM-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO DRM-LS-USED-CT
               SET DRM-LS-IDX TO DRM-LS-USED-CT
               MOVE DLS-FUND-CODE
                   TO DRM-LS-FUND-CODE (DRM-LS-IDX)
               MOVE DLS-ACCOUNT-NBR
                   TO DRM-LS-ACCOUNT-NBR (DRM-LS-IDX)
               MOVE DLS-ADR-STATUS-CD
                   TO DRM-LS-ADR-STATUS-CD (DRM-LS-IDX)
           END-IF.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY CASH DETAIL BUMPS ITS ACCOUNT'S LAST-ACTIVITY    *
      *    DATE -- LOAD AND NOLOAD SIDES BOTH COUNT AS ACTIVITY   *
           IF DRM-ACT-DTE-WK = ZERO
               MOVE 99 TO DRM-YEARS-WK
           ELSE
               PERFORM 3110-FULL-YEARS-INACTIVE THRU 3110-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN DRM-YEARS-WK < 1
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO DRM-DORMANT-CT.
           PERFORM 3200-FIND-LOST-ACCOUNT THRU 3200-EXIT.
           IF DRM-WK-LOST-SHR-CD NOT = SPACE
               ADD 1 TO DRM-LOST-DORMANT-CT
           END-IF.
           MOVE DRM-CLO-FUND-CODE TO DRM-DL-FUND-CODE.
           MOVE DRM-CLO-ACCOUNT-NUMBER TO DRM-DL-ACCOUNT-NBR.
           MOVE DRM-ACT-DTE-WK TO DRM-DL-LAST-ACT-DTE.
           MOVE DRM-YEARS-WK TO DRM-DL-YEARS.
           MOVE DRM-WK-LOST-SHR-CD TO DRM-DL-LOST-SHR-CD.
           IF DRM-DTL-CAP-USED-CT < 5000
               ADD 1 TO DRM-DTL-CAP-USED-CT
               SET DRM-DTL-CAP-IX TO DRM-DTL-CAP-USED-CT
               MOVE DRM-CLO-FUND-CODE TO DFD-FUND-CODE
               MOVE DRM-ACT-DTE-WK TO DFD-LAST-ACT-DTE
               MOVE DRM-YEARS-WK TO DFD-YEARS-INACTIVE
               MOVE DRM-WK-LOST-SHR-CD TO DFD-LOST-SHR-CD
               WRITE DRM-DORMANT-FEED-RECORD
           END-IF.
       3100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    WHOLE CALENDAR YEARS FROM THE LAST ACTIVITY TO THE RUN *
      *    DATE -- THE YEAR IS NOT COMPLETE UNTIL THE RUN DATE    *
      *    REACHES THE ANNIVERSARY OF THE ACTIVITY                *
      *---------------------------------------------------------*
       3110-FULL-YEARS-INACTIVE.
           IF DRM-ACT-DTE-WK NOT < DRM-RUN-DTE
               MOVE ZERO TO DRM-YEARS-WK
               GO TO 3110-EXIT
           END-IF.
           COMPUTE DRM-YEARS-WK = DRM-RUN-YYYY - DRM-ACT-YYYY.
           IF DRM-RUN-MM < DRM-ACT-MM
               SUBTRACT 1 FROM DRM-YEARS-WK
               GO TO 3110-EXIT
           END-IF.
           IF DRM-RUN-MM = DRM-ACT-MM
              AND DRM-RUN-DD < DRM-ACT-DD
               SUBTRACT 1 FROM DRM-YEARS-WK
           END-IF.
       3110-EXIT.
           EXIT.
       3150-ADD-BASE-ROW.
           IF DRM-LA-USED-CT >= 20000
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
       3150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A DORMANT ACCOUNT WHOSE MAIL IS COMING BACK IS FLAGGED *
      *    SO CONTACT ATTEMPTS DO NOT GO TO A KNOWN BAD ADDRESS   *
      *---------------------------------------------------------*
       3200-FIND-LOST-ACCOUNT.
           MOVE SPACE TO DRM-WK-LOST-SHR-CD.
           IF DRM-LS-USED-CT = ZERO
               GO TO 3200-EXIT
           END-IF.
           SET DRM-LS-IDX TO 1.
           SEARCH DRM-LS-ENTRY VARYING DRM-LS-IDX
               AT END
                   CONTINUE
               WHEN DRM-LS-IDX > DRM-LS-USED-CT
                   CONTINUE
               WHEN DRM-LS-ACCOUNT-NBR (DRM-LS-IDX)
                    = DRM-CLO-ACCOUNT-NUMBER
                AND DRM-LS-FUND-CODE (DRM-LS-IDX)
                    = DRM-CLO-FUND-CODE
                   MOVE DRM-LS-ADR-STATUS-CD (DRM-LS-IDX)
                       TO DRM-WK-LOST-SHR-CD
           END-SEARCH.
       3200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY EVERY LAST-ACTIVITY ROW FORWARD WITH ITS         *
      *    DORMANT FLAG                                           *
      *---------------------------------------------------------*
           MOVE DRM-ENTERING-CT TO DRM-TL-COUNT.
           MOVE DRM-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DORMANT - MAIL RETURNED: ' TO DRM-TL-LABEL.
           MOVE DRM-LOST-DORMANT-CT TO DRM-TL-COUNT.
           MOVE DRM-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
      *---------------------------------------------------------*
           CLOSE DRM-LAST-ACT-IN.
           CLOSE DRM-LAST-ACT-OUT.
           CLOSE DRM-DORMANT-FEED.
           CLOSE DRM-LOST-ACCT-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
