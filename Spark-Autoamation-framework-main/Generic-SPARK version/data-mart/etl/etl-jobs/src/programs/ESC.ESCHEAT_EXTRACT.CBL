	    SELECT ESC-CHK-REG-FL ASSIGN TO "CHKREGI".
	    SELECT ESC-CANDIDATE-EXT ASSIGN TO "ESCHEXT".
	    SELECT ESC-DUE-LETTER-FL ASSIGN TO "DUELTR".
	    SELECT OPTIONAL ESC-LOST-ACCT-FL ASSIGN TO "LOSTACCT".
	    SELECT OPTIONAL ESC-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
           05  DLT-GROSS-AT                  PIC -9(13).9(2).
           05  DLT-TRADE-DTE                 PIC 9(8).
           05  FILLER                        PIC X(19).
      *---------------------------------------------------------*
      *    ACCOUNTS WHOSE CUSTOMER'S MAIL IS COMING BACK, FROM    *
      *    THE RETURNED-MAIL RUN.  STATUS U IS UNDELIVERABLE, L   *
      *    IS A LOST SHAREHOLDER; THE POSTAL CODE IS THE STATE OF *
      *    THE LAST KNOWN ADDRESS                                 *
      *---------------------------------------------------------*
       FD  ESC-LOST-ACCT-FL.
       01  ESC-LOST-ACCT-RECORD.
           05  ELS-FUND-CODE                 PIC 9(7).
           05  ELS-ACCOUNT-NBR               PIC 9(11).
           05  ELS-CMR-BPR-ID1               PIC 9(11).
           05  ELS-CMR-BPR-ID2               PIC 9(11).
           05  ELS-ADR-STATUS-CD             PIC X(1).
           05  ELS-UNDELIV-DTE               PIC 9(8).
           05  ELS-LOST-DTE                  PIC 9(8).
           05  ELS-SEARCH-CT                 PIC 9(2).
           05  ELS-POSTAL-CDE                PIC X(2).
           05  FILLER                        PIC X(19).
       FD  ESC-RUN-CTL-FL.
       01  ESC-RUN-CTL-RECORD.
           05  RCTL-PROGRAM-ID               PIC X(20).
           05  FILLER                        PIC X(30).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
       01  ESC-SWITCHES.
           05  ESC-CHK-EOF-SW                PIC X(01)   VALUE 'N'.
               88  ESC-CHK-EOF                   VALUE 'Y'.
           05  ESC-LSI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  ESC-LSI-EOF                   VALUE 'Y'.
       01  ESC-COUNTERS                      COMP.
           05  ESC-CHK-READ-CT               PIC 9(09)   VALUE ZERO.
           05  ESC-CANDIDATE-CT              PIC 9(07)   VALUE ZERO.
           05  ESC-LOST-READ-CT              PIC 9(07)   VALUE ZERO.
           05  ESC-LOST-PAST-CT              PIC 9(07)   VALUE ZERO.
       01  ESC-ST-USED-CT                    PIC 9(04)   COMP
                                              VALUE ZERO.
       01  ESC-RUN-RC                       PIC 9(02)   VALUE ZERO.
           05  FILLER                        PIC X(50)
               VALUE 'RUN STOPPED - STATE-TOTAL TABLE LIMIT EXCEEDED'.
      *---------------------------------------------------------*
      *    STATE DORMANCY PERIODS IN CALENDAR DAYS (THREE YEARS   *
      *    IS 1095, FIVE YEARS 1826), KEYED ON THE                *
      *    RESIDENT-STATE-COUNTRY CODE -- STARTER LIST PENDING    *
      *    THE UNCLAIMED-PROPERTY COUNSEL'S FULL SCHEDULE; ANY    *
      *    STATE NOT LISTED USES THE DEFAULT                      *
      *---------------------------------------------------------*
       01  ESC-DORM-DATA.
           05  FILLER            PIC X(08)   VALUE '00101095'.
           05  FILLER            PIC X(08)   VALUE '00501826'.
           05  FILLER            PIC X(08)   VALUE '01001095'.
           05  FILLER            PIC X(08)   VALUE '03601095'.
           05  FILLER            PIC X(08)   VALUE '04801826'.
       01  ESC-DORM-TBL REDEFINES ESC-DORM-DATA.
           05  ESC-DM-ENTRY OCCURS 5 TIMES
                           INDEXED BY ESC-DM-IDX.
               10  ESC-DM-STATE              PIC 9(03).
               10  ESC-DM-DORM-DAYS          PIC 9(05).
       01  ESC-DEFAULT-DORM-DAYS             PIC 9(05)   VALUE 01826.
      *---------------------------------------------------------*
      *    THE RETURNED-MAIL FILE CARRIES A POSTAL STATE, NOT THE *
      *    RESIDENT-STATE-COUNTRY CODE, SO A LOST HOLDER IS AGED  *
      *    AGAINST THE SHORTEST PERIOD IN THE SCHEDULE ABOVE      *
      *---------------------------------------------------------*
       01  ESC-MIN-DORM-DAYS                 PIC 9(05)   VALUE ZERO.
       01  ESC-DATE-WORK.
           05  ESC-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  ESC-RUN-DTE-R REDEFINES ESC-RUN-DTE.
               10  ESC-RUN-YYYY              PIC 9(04).
               10  ESC-RUN-MM                PIC 9(02).
               10  ESC-RUN-DD                PIC 9(02).
           05  ESC-DAYS-OUT                  PIC S9(07)  COMP
                                              VALUE ZERO.
           05  ESC-DORM-DAYS-WK              PIC 9(05)   VALUE ZERO.
               10  ESC-ST-STATE              PIC 9(03).
               10  ESC-ST-COUNT              PIC 9(07).
               10  ESC-ST-GROSS-AT           PIC S9(13)V9(2).
       01  ESC-LS-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LOST SHAREHOLDERS - RETURNED MAIL PAST DORMAN'.
           05  FILLER                        PIC X(02)
               VALUE 'CY'.
       01  ESC-LS-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'FUND'.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'STATE'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'STATUS'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(13)
               VALUE 'UNDELIVERABLE'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'DAYS OUT'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'SEARCHES'.
       01  ESC-LS-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ESC-LL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ESC-LL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  ESC-LL-POSTAL-CDE             PIC X(02).
           05  FILLER                        PIC X(07)   VALUE SPACES.
           05  ESC-LL-STATUS-CD              PIC X(01).
           05  FILLER                        PIC X(07)   VALUE SPACES.
           05  ESC-LL-UNDELIV-DTE            PIC 9(08).
           05  FILLER                        PIC X(09)   VALUE SPACES.
           05  ESC-LL-DAYS-OUT               PIC ZZ,ZZ9.
           05  FILLER                        PIC X(08)   VALUE SPACES.
           05  ESC-LL-SEARCH-CT              PIC Z9.
       01  ESC-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CHECK THRU 2000-EXIT
               UNTIL ESC-CHK-EOF.
           PERFORM 3000-PRINT-LOST-HOLDERS THRU 3000-EXIT.
           PERFORM 7000-PRINT-STATE-TOTALS THRU 7000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           OPEN INPUT ESC-CHK-REG-FL.
           OPEN OUTPUT ESC-CANDIDATE-EXT.
           OPEN OUTPUT ESC-DUE-LETTER-FL.
           OPEN INPUT ESC-LOST-ACCT-FL.
           OPEN EXTEND ESC-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT ESC-RUN-DTE FROM DATE YYYYMMDD.
           MOVE ESC-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           MOVE ESC-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE ESC-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           EXIT.

       2100-AGE-ONE-CHECK.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE CKRI-TRADE-DTE TO DTE-DATE-1.
           MOVE ESC-RUN-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO ESC-DAYS-OUT.
           PERFORM 2200-FIND-DORMANCY-PERIOD THRU 2200-EXIT.
           IF ESC-DAYS-OUT <= ESC-DORM-DAYS-WK
               GO TO 2100-EXIT
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------*
      *    ACCOUNTS WHOSE MAIL HAS BEEN COMING BACK FOR LONGER    *
      *    THAN THE SHORTEST STATE DORMANCY PERIOD -- THE OWNER   *
      *    HAS LOST CONTACT AND THE PROPERTY IS AT RISK OF        *
      *    ESCHEATMENT                                            *
      *---------------------------------------------------------*
       3000-PRINT-LOST-HOLDERS.
           MOVE ESC-DEFAULT-DORM-DAYS TO ESC-MIN-DORM-DAYS.
           PERFORM 3050-CHECK-ONE-PERIOD THRU 3050-EXIT
                   VARYING ESC-DM-IDX FROM 1 BY 1
                   UNTIL ESC-DM-IDX > 5.
           MOVE ESC-LS-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE ESC-LS-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           PERFORM 3100-AGE-ONE-LOST-ACCOUNT THRU 3100-EXIT
               UNTIL ESC-LSI-EOF.
       3000-EXIT.
           EXIT.
       3050-CHECK-ONE-PERIOD.
           IF ESC-DM-DORM-DAYS (ESC-DM-IDX) < ESC-MIN-DORM-DAYS
               MOVE ESC-DM-DORM-DAYS (ESC-DM-IDX) TO ESC-MIN-DORM-DAYS
           END-IF.
       3050-EXIT.
           EXIT.
       3100-AGE-ONE-LOST-ACCOUNT.
           READ ESC-LOST-ACCT-FL
               AT END
                   SET ESC-LSI-EOF TO TRUE
           END-READ.
           IF ESC-LSI-EOF
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO ESC-LOST-READ-CT.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE ELS-UNDELIV-DTE TO DTE-DATE-1.
           MOVE ESC-RUN-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO ESC-DAYS-OUT.
           IF ESC-DAYS-OUT <= ESC-MIN-DORM-DAYS
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO ESC-LOST-PAST-CT.
           MOVE ELS-FUND-CODE TO ESC-LL-FUND-CODE.
           MOVE ELS-ACCOUNT-NBR TO ESC-LL-ACCOUNT-NBR.
           MOVE ELS-POSTAL-CDE TO ESC-LL-POSTAL-CDE.
           MOVE ELS-ADR-STATUS-CD TO ESC-LL-STATUS-CD.
           MOVE ELS-UNDELIV-DTE TO ESC-LL-UNDELIV-DTE.
           MOVE ESC-DAYS-OUT TO ESC-LL-DAYS-OUT.
           MOVE ELS-SEARCH-CT TO ESC-LL-SEARCH-CT.
           MOVE ESC-LS-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       3100-EXIT.
           EXIT.

       7000-PRINT-STATE-TOTALS.
           MOVE ESC-ST-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE ESC-ST-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           MOVE ESC-CANDIDATE-CT TO ESC-TL-COUNT.
           MOVE ESC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'RETURNED-MAIL ACCOUNTS: ' TO ESC-TL-LABEL.
           MOVE ESC-LOST-READ-CT TO ESC-TL-COUNT.
           MOVE ESC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'LOST PAST DORMANCY: ' TO ESC-TL-LABEL.
           MOVE ESC-LOST-PAST-CT TO ESC-TL-COUNT.
           MOVE ESC-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
      *---------------------------------------------------------*
           CLOSE ESC-CHK-REG-FL.
           CLOSE ESC-CANDIDATE-EXT.
           CLOSE ESC-DUE-LETTER-FL.
           CLOSE ESC-LOST-ACCT-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
           MOVE ESC-RUN-RC TO RETURN-CODE.
           STOP RUN.
           EXIT.
       9045-SET-RETURN-CODE.
           IF ESC-CANDIDATE-CT > ZERO
              OR ESC-LOST-PAST-CT > ZERO
               MOVE 4 TO ESC-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           CLOSE ESC-CHK-REG-FL.
           CLOSE ESC-CANDIDATE-EXT.
           CLOSE ESC-DUE-LETTER-FL.
           CLOSE ESC-LOST-ACCT-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9000-EXIT.
           EXIT.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BRIDGE TO THE COMMON DATE SERVICE                      *
      *---------------------------------------------------------*
       9600-CALL-DATE-SERVICE.
           CALL 'DTE-DATE-SERVICE' USING DTE-COMMAREA.
       9600-EXIT.
           EXIT.
