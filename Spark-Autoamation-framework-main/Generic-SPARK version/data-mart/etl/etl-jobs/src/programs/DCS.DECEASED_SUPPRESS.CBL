	    SELECT DCS-CUSTOMER-FL ASSIGN TO "CUSTFILE".
	    SELECT DCS-ACCOUNT-FL ASSIGN TO "ACCTFILE".
	    SELECT DCS-SUPPRESS-EXT ASSIGN TO "SUPPRESS".
	    SELECT OPTIONAL DCS-RTN-MAIL-FL ASSIGN TO "RTNMAIL".
       DATA DIVISION.
       FILE SECTION.
       FD  DCS-CUSTOMER-FL.
           05  SUP-ACCOUNT-NUMBER            PIC 9(11).
           05  SUP-CMR-BPR-ID1               PIC 9(11).
           05  SUP-CMR-BPR-ID2               PIC 9(11).
           05  SUP-REASON-CD                 PIC X(1).
               88  SUP-REASON-DECEASED           VALUE 'D'.
               88  SUP-REASON-RETURNED-MAIL      VALUE 'R'.
           05  FILLER                        PIC X(9).
       FD  DCS-RTN-MAIL-FL.
       01  DCS-RTN-MAIL-RECORD.
           05  DCS-RTM-CMR-BPR-ID2           PIC 9(11).
           05  DCS-RTM-CMR-BPR-ID1           PIC 9(11).
           05  DCS-RTM-UNDELIV-DTE           PIC 9(8).
           05  DCS-RTM-RETURN-CT             PIC 9(3).
           05  DCS-RTM-ADR-STATUS-CD         PIC X(1).
               88  DCS-RTM-ADR-UNDELIVERABLE     VALUE 'U'.
               88  DCS-RTM-ADR-LOST-SHAREHOLDER  VALUE 'L'.
               88  DCS-RTM-ADR-CLEARED           VALUE 'C'.
           05  FILLER                        PIC X(46).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       01  DCS-RUN-RC                       PIC 9(02)   VALUE ZERO.
           05  DCS-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  DCS-RCD-REASON               PIC X(40).
       01  DCS-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  DCS-TBL-LIMIT-NAME            PIC X(20).
       01  DCS-SWITCHES.
           05  DCS-CST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DCS-CST-EOF                   VALUE 'Y'.
           05  DCS-ACT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DCS-ACT-EOF                   VALUE 'Y'.
           05  DCS-RTM-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DCS-RTM-EOF                   VALUE 'Y'.
           05  DCS-DCD-SW                    PIC X(01)   VALUE 'N'.
               88  DCS-DCD-FOUND                 VALUE 'Y'.
               88  DCS-DCD-NOT-FOUND             VALUE 'N'.
       01  DCS-COUNTERS                      COMP.
           05  DCS-DECEASED-LOAD-CT          PIC 9(07)   VALUE ZERO.
           05  DCS-ACT-READ-CT               PIC 9(09)   VALUE ZERO.
           05  DCS-SUPPRESSED-CT             PIC 9(07)   VALUE ZERO.
           05  DCS-RTN-MAIL-LOAD-CT          PIC 9(07)   VALUE ZERO.
           05  DCS-RTN-MAIL-SUPP-CT          PIC 9(07)   VALUE ZERO.
       01  DCS-DECEASED-TBL.
           05  DCS-DCD-ENTRY OCCURS 5000 TIMES
                           INDEXED BY DCS-DCD-IDX.
               10  DCS-DCD-BPR-ID1           PIC 9(11).
               10  DCS-DCD-BPR-ID2           PIC 9(11).
               10  DCS-DCD-DCS-DTE           PIC X(10).
       01  DCS-RTN-MAIL-TBL.
           05  DCS-RTM-ENTRY OCCURS 20000 TIMES
                           INDEXED BY DCS-RTM-IDX.
               10  DCS-RTM-BPR-ID1           PIC 9(11).
               10  DCS-RTM-BPR-ID2           PIC 9(11).
       01  DCS-EST-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DCS-EL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(25)
               VALUE 'ACCOUNTS SUPPRESSED: '.
           05  DCS-TOT-SUP-CT                PIC ZZZ,ZZ9.
       01  DCS-TOTAL-LINE-3.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(25)
               VALUE 'RETURNED MAIL SUPPRESSED:'.
           05  DCS-TOT-RTM-CT                PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN INPUT  DCS-CUSTOMER-FL
           OPEN INPUT  DCS-ACCOUNT-FL
           OPEN OUTPUT DCS-SUPPRESS-EXT
           OPEN INPUT  DCS-RTN-MAIL-FL
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT
           MOVE DCS-HDG-LINE-1 TO RPT-SECTION-HDG-1
           MOVE DCS-HDG-LINE-2 TO RPT-SECTION-HDG-2
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT
           PERFORM 1100-LOAD-DECEASED THRU 1100-EXIT
               UNTIL DCS-CST-EOF
           PERFORM 1200-LOAD-RTN-MAIL THRU 1200-EXIT
               UNTIL DCS-RTM-EOF
           READ DCS-ACCOUNT-FL
               AT END
                   SET DCS-ACT-EOF TO TRUE
           IF NOT DCS-CST-EOF
               IF DCS-CST-DCS-DTE NOT = SPACES
                   AND DCS-CST-DCS-DTE NOT = '0000-00-00'
                   IF DCS-DECEASED-LOAD-CT >= 5000
                       MOVE ' DECEASED CUSTOMERS' TO DCS-TBL-LIMIT-NAME
                       PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
                   END-IF
                   SET DCS-DCD-IDX TO DCS-DECEASED-LOAD-CT
                   SET DCS-DCD-IDX UP BY 1
                   MOVE DCS-CST-CMR-BPR-ID1
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A CUSTOMER WHOSE MAIL IS COMING BACK UNDELIVERABLE, OR *
      *    WHO IS NOW A LOST SHAREHOLDER, IS ALSO SUPPRESSED --   *
      *    THERE IS NO POINT MAILING A KNOWN BAD ADDRESS          *
      *---------------------------------------------------------*
       1200-LOAD-RTN-MAIL.
           READ DCS-RTN-MAIL-FL
               AT END
                   SET DCS-RTM-EOF TO TRUE
           END-READ
           IF NOT DCS-RTM-EOF
               IF DCS-RTM-ADR-UNDELIVERABLE
                   OR DCS-RTM-ADR-LOST-SHAREHOLDER
                   IF DCS-RTN-MAIL-LOAD-CT >= 20000
                       MOVE ' RETURNED MAIL' TO DCS-TBL-LIMIT-NAME
                       PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
                   END-IF
                   SET DCS-RTM-IDX TO DCS-RTN-MAIL-LOAD-CT
                   SET DCS-RTM-IDX UP BY 1
                   MOVE DCS-RTM-CMR-BPR-ID1
                       TO DCS-RTM-BPR-ID1 (DCS-RTM-IDX)
                   MOVE DCS-RTM-CMR-BPR-ID2
                       TO DCS-RTM-BPR-ID2 (DCS-RTM-IDX)
                   ADD 1 TO DCS-RTN-MAIL-LOAD-CT
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FOLLOW THE CUSTOMER LINKAGE INTO EVERY ACCOUNT -- A    *
      *    MATCH WRITES THE PRINT/MAIL SUPPRESSION EXTRACT AND     *
      *    THE ESTATE-WORKFLOW REPORT LINE                        *
      *---------------------------------------------------------*
       2000-PROCESS-ACCOUNT.
           ADD 1 TO DCS-ACT-READ-CT
           SET DCS-DCD-NOT-FOUND TO TRUE
           IF DCS-DECEASED-LOAD-CT > 0
               SET DCS-DCD-IDX TO 1
               SEARCH DCS-DCD-ENTRY VARYING DCS-DCD-IDX
                        DCS-ACT-CMR-BPR-ID1
                       AND DCS-DCD-BPR-ID2 (DCS-DCD-IDX) =
                        DCS-ACT-CMR-BPR-ID2
                       SET DCS-DCD-FOUND TO TRUE
                       PERFORM 2100-SUPPRESS-ACCOUNT THRU 2100-EXIT
               END-SEARCH
           END-IF
           IF DCS-DCD-NOT-FOUND
               AND DCS-RTN-MAIL-LOAD-CT > 0
               SET DCS-RTM-IDX TO 1
               SEARCH DCS-RTM-ENTRY VARYING DCS-RTM-IDX
                   AT END
                       CONTINUE
                   WHEN DCS-RTM-BPR-ID1 (DCS-RTM-IDX) =
                        DCS-ACT-CMR-BPR-ID1
                       AND DCS-RTM-BPR-ID2 (DCS-RTM-IDX) =
                        DCS-ACT-CMR-BPR-ID2
                       PERFORM 2200-SUPPRESS-RTN-MAIL THRU 2200-EXIT
               END-SEARCH
           END-IF
           READ DCS-ACCOUNT-FL
               AT END
                   SET DCS-ACT-EOF TO TRUE
           MOVE DCS-ACT-ACCOUNT-NUMBER TO SUP-ACCOUNT-NUMBER.
           MOVE DCS-ACT-CMR-BPR-ID1 TO SUP-CMR-BPR-ID1.
           MOVE DCS-ACT-CMR-BPR-ID2 TO SUP-CMR-BPR-ID2.
           SET SUP-REASON-DECEASED TO TRUE.
           WRITE DCS-SUPPRESS-EXT-RECORD.
           MOVE DCS-ACT-FUND-CODE TO DCS-EL-FUND-CODE.
           MOVE DCS-ACT-ACCOUNT-NUMBER TO DCS-EL-ACCOUNT-NBR.
       2100-EXIT.
           EXIT.

       2200-SUPPRESS-RTN-MAIL.
           ADD 1 TO DCS-RTN-MAIL-SUPP-CT.
           MOVE DCS-ACT-FUND-CODE TO SUP-FUND-CODE.
           MOVE DCS-ACT-ACCOUNT-NUMBER TO SUP-ACCOUNT-NUMBER.
           MOVE DCS-ACT-CMR-BPR-ID1 TO SUP-CMR-BPR-ID1.
           MOVE DCS-ACT-CMR-BPR-ID2 TO SUP-CMR-BPR-ID2.
           SET SUP-REASON-RETURNED-MAIL TO TRUE.
           WRITE DCS-SUPPRESS-EXT-RECORD.
       2200-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE DCS-DECEASED-LOAD-CT TO DCS-TOT-DCD-CT
           MOVE DCS-TOTAL-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           MOVE DCS-SUPPRESSED-CT TO DCS-TOT-SUP-CT
           MOVE DCS-TOTAL-LINE-2 TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           MOVE DCS-RTN-MAIL-SUPP-CT TO DCS-TOT-RTM-CT
           MOVE DCS-TOTAL-LINE-3 TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.

       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
       9000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    SUPPRESS FROM A TRUNCATED LIST -- OPS RERUNS AFTER THE *
      *    TABLE SIZING IS ADDRESSED                              *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE DCS-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO DCS-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE DCS-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE DCS-CUSTOMER-FL
           CLOSE DCS-ACCOUNT-FL
           CLOSE DCS-SUPPRESS-EXT
           CLOSE DCS-RTN-MAIL-FL
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
