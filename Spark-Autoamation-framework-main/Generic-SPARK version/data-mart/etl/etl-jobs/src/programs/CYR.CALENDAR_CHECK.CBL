       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYR-CALENDAR-CHECK.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT OPTIONAL CYR-CALENDAR-FL ASSIGN TO "BUSCAL".
       DATA DIVISION.
       FILE SECTION.
       FD  CYR-CALENDAR-FL.
       COPY BUSCAL.
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  CYR-SWITCHES.
           05  CYR-CAL-EOF-SW                PIC X(01)   VALUE 'N'.
               88  CYR-CAL-EOF                   VALUE 'Y'.
           05  CYR-FIRST-ROW-SW              PIC X(01)   VALUE 'Y'.
               88  CYR-FIRST-ROW                 VALUE 'Y'.
               88  CYR-NOT-FIRST-ROW             VALUE 'N'.
       01  CYR-COUNTERS                      COMP.
           05  CYR-CAL-READ-CT               PIC 9(07)   VALUE ZERO.
           05  CYR-SEQ-ERROR-CT              PIC 9(05)   VALUE ZERO.
           05  CYR-WEEKEND-OPEN-CT           PIC 9(05)   VALUE ZERO.
           05  CYR-PARTIAL-YEAR-CT           PIC 9(03)   VALUE ZERO.
           05  CYR-CUR-MISSING-CT            PIC 9(03)   VALUE ZERO.
           05  CYR-NEXT-MISSING-CT           PIC 9(03)   VALUE ZERO.
           05  CYR-YEAR-USED-CT              PIC 9(03)   VALUE ZERO.
           05  CYR-YR-IX                     PIC 9(03)   VALUE ZERO.
       01  CYR-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  CYR-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  CYR-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  CYR-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  CYR-RCD-REASON               PIC X(40).
       01  CYR-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'RUN STOPPED - CALENDAR YEAR TABLE LIMIT'.
       01  CYR-RUN-DTE                       PIC 9(08)   VALUE ZERO.
       01  CYR-RUN-DTE-R REDEFINES CYR-RUN-DTE.
           05  CYR-RUN-YYYY                  PIC 9(04).
           05  FILLER                        PIC 9(04).
       01  CYR-PRIOR-DTE                     PIC 9(08)   VALUE ZERO.
       01  CYR-CHECK-YYYY                    PIC 9(04)   VALUE ZERO.
      *---------------------------------------------------------*
      *    ONE ROW PER CALENDAR YEAR FOUND ON THE FILE            *
      *---------------------------------------------------------*
       01  CYR-YEAR-TBL.
           05  CYR-YR-ENTRY OCCURS 50 TIMES
                           INDEXED BY CYR-YR-IDX.
               10  CYR-YR-YYYY               PIC 9(04).
               10  CYR-YR-DAY-CT             PIC 9(03)   COMP.
               10  CYR-YR-NYSE-OPEN-CT       PIC 9(03)   COMP.
               10  CYR-YR-FED-OPEN-CT        PIC 9(03)   COMP.
               10  CYR-YR-NYSE-HOL-CT        PIC 9(03)   COMP.
               10  CYR-YR-FED-HOL-CT         PIC 9(03)   COMP.
       01  CYR-YEAR-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'BUSINESS-DAY CALENDAR - YEARS ON FILE'.
       01  CYR-YEAR-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'YEAR'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'DAYS'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'NYSE OPEN'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'FED OPEN'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'NYSE HOL'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'FED HOL'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'STATUS'.
       01  CYR-YEAR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CYR-YL-YYYY                   PIC 9(04).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CYR-YL-DAY-CT                 PIC ZZZ9.
           05  FILLER                        PIC X(08)   VALUE SPACES.
           05  CYR-YL-NYSE-OPEN-CT           PIC ZZZ9.
           05  FILLER                        PIC X(07)   VALUE SPACES.
           05  CYR-YL-FED-OPEN-CT            PIC ZZZ9.
           05  FILLER                        PIC X(07)   VALUE SPACES.
           05  CYR-YL-NYSE-HOL-CT            PIC ZZZ9.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  CYR-YL-FED-HOL-CT             PIC ZZZ9.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CYR-YL-STATUS-TX              PIC X(30).
       01  CYR-NEED-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'CALENDAR YEARS REQUIRED FOR DATE ARITHMETIC'.
       01  CYR-NEED-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'YEAR'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'STATUS'.
       01  CYR-NEED-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CYR-NL-YYYY                   PIC 9(04).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CYR-NL-STATUS-TX              PIC X(50).
       01  CYR-DEFECT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CYR-DL-DTE                    PIC 9(08).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CYR-DL-TEXT                   PIC X(50).
       01  CYR-TOTAL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CYR-TOT-LABEL                 PIC X(40).
           05  CYR-TOT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TALLY-CALENDAR THRU 2000-EXIT
               UNTIL CYR-CAL-EOF.
           CLOSE CYR-CALENDAR-FL.
           PERFORM 3000-PRINT-YEARS THRU 3000-EXIT.
           PERFORM 4000-CHECK-REQUIRED-YEARS THRU 4000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE CYR-RUN-RC TO RETURN-CODE.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT CYR-CALENDAR-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           ACCEPT CYR-RUN-DTE FROM DATE YYYYMMDD.
           MOVE CYR-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           MOVE 'CALENDAR DEFECTS - GAPS, ORDER, WEEKENDS OPEN'
               TO RPT-SECTION-HDG-1.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY ROW MUST BE THE DAY AFTER THE ROW BEFORE IT --   *
      *    THE DATE SERVICE STOPS LOADING AT THE FIRST BREAK, SO  *
      *    A BREAK HERE SHORTENS EVERY PROGRAM'S CALENDAR         *
      *---------------------------------------------------------*
       2000-TALLY-CALENDAR.
           ADD 1 TO CYR-CAL-READ-CT.
           IF CYR-NOT-FIRST-ROW
               MOVE 'CAL' TO DTE-FUNCTION-CD
               MOVE CYR-PRIOR-DTE TO DTE-DATE-1
               MOVE CAL-DTE TO DTE-DATE-2
               PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT
               IF DTE-RC-BAD-DATE
                OR DTE-DAYS NOT = 1
                   ADD 1 TO CYR-SEQ-ERROR-CT
                   MOVE CAL-DTE TO CYR-DL-DTE
                   MOVE 'DATE DOES NOT FOLLOW THE PRIOR ROW'
                       TO CYR-DL-TEXT
                   MOVE CYR-DEFECT-LINE TO RPT-DETAIL-LINE
                   PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO CYR-FIRST-ROW-SW.
           MOVE CAL-DTE TO CYR-PRIOR-DTE.
           IF CAL-WEEKEND
              AND (CAL-NYSE-OPEN OR CAL-FED-OPEN)
               ADD 1 TO CYR-WEEKEND-OPEN-CT
               MOVE CAL-DTE TO CYR-DL-DTE
               MOVE 'WEEKEND DAY CARRIED AS A BUSINESS DAY'
                   TO CYR-DL-TEXT
               MOVE CYR-DEFECT-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
           PERFORM 2200-FIND-YEAR THRU 2200-EXIT.
           ADD 1 TO CYR-YR-DAY-CT (CYR-YR-IDX).
           IF CAL-NYSE-OPEN
               ADD 1 TO CYR-YR-NYSE-OPEN-CT (CYR-YR-IDX)
           ELSE
               IF NOT CAL-WEEKEND
                   ADD 1 TO CYR-YR-NYSE-HOL-CT (CYR-YR-IDX)
               END-IF
           END-IF.
           IF CAL-FED-OPEN
               ADD 1 TO CYR-YR-FED-OPEN-CT (CYR-YR-IDX)
           ELSE
               IF NOT CAL-WEEKEND
                   ADD 1 TO CYR-YR-FED-HOL-CT (CYR-YR-IDX)
               END-IF
           END-IF.
           PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-CALENDAR.
           READ CYR-CALENDAR-FL
               AT END
                   SET CYR-CAL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-FIND-YEAR.
           IF CYR-YEAR-USED-CT > ZERO
               SET CYR-YR-IDX TO CYR-YEAR-USED-CT
               IF CYR-YR-YYYY (CYR-YR-IDX) = CAL-DTE-YYYY
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           SET CYR-YR-IDX TO 1.
           SEARCH CYR-YR-ENTRY VARYING CYR-YR-IDX
               AT END
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               WHEN CYR-YR-IDX > CYR-YEAR-USED-CT
                   ADD 1 TO CYR-YEAR-USED-CT
                   MOVE CAL-DTE-YYYY TO CYR-YR-YYYY (CYR-YR-IDX)
                   MOVE ZERO TO CYR-YR-DAY-CT (CYR-YR-IDX)
                   MOVE ZERO TO CYR-YR-NYSE-OPEN-CT (CYR-YR-IDX)
                   MOVE ZERO TO CYR-YR-FED-OPEN-CT (CYR-YR-IDX)
                   MOVE ZERO TO CYR-YR-NYSE-HOL-CT (CYR-YR-IDX)
                   MOVE ZERO TO CYR-YR-FED-HOL-CT (CYR-YR-IDX)
               WHEN CYR-YR-YYYY (CYR-YR-IDX) = CAL-DTE-YYYY
                   CONTINUE
           END-SEARCH.
       2200-EXIT.
           EXIT.
       3000-PRINT-YEARS.
           MOVE CYR-YEAR-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE CYR-YEAR-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF CYR-YEAR-USED-CT > ZERO
               PERFORM 3100-PRINT-ONE-YEAR THRU 3100-EXIT
                   VARYING CYR-YR-IDX FROM 1 BY 1
                   UNTIL CYR-YR-IDX > CYR-YEAR-USED-CT
           END-IF.
       3000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A YEAR IS COMPLETE WHEN THE DATE SERVICE CAN SEE ALL   *
      *    OF IT -- A SHORT YEAR OR ONE PAST A GAP IS PARTIAL     *
      *---------------------------------------------------------*
       3100-PRINT-ONE-YEAR.
           MOVE CYR-YR-YYYY (CYR-YR-IDX) TO CYR-YL-YYYY.
           MOVE CYR-YR-DAY-CT (CYR-YR-IDX) TO CYR-YL-DAY-CT.
           MOVE CYR-YR-NYSE-OPEN-CT (CYR-YR-IDX)
               TO CYR-YL-NYSE-OPEN-CT.
           MOVE CYR-YR-FED-OPEN-CT (CYR-YR-IDX) TO CYR-YL-FED-OPEN-CT.
           MOVE CYR-YR-NYSE-HOL-CT (CYR-YR-IDX) TO CYR-YL-NYSE-HOL-CT.
           MOVE CYR-YR-FED-HOL-CT (CYR-YR-IDX) TO CYR-YL-FED-HOL-CT.
           MOVE 'YRS' TO DTE-FUNCTION-CD.
           MOVE CYR-YR-YYYY (CYR-YR-IDX) TO DTE-YEAR.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           EVALUATE TRUE
               WHEN DTE-RC-OK
                   MOVE 'COMPLETE' TO CYR-YL-STATUS-TX
               WHEN CYR-YR-YYYY (CYR-YR-IDX) < CYR-RUN-YYYY
                   MOVE 'PARTIAL - PAST YEAR' TO CYR-YL-STATUS-TX
               WHEN OTHER
                   ADD 1 TO CYR-PARTIAL-YEAR-CT
                   MOVE '** PARTIAL - NOT USABLE' TO CYR-YL-STATUS-TX
           END-EVALUATE.
           MOVE CYR-YEAR-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       3100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THIS YEAR AND NEXT MUST BOTH BE LOADED.  RUN IN THE    *
      *    FOURTH QUARTER, A MISSING NEXT YEAR IS CAUGHT BEFORE   *
      *    JANUARY ARRIVES                                        *
      *---------------------------------------------------------*
       4000-CHECK-REQUIRED-YEARS.
           MOVE CYR-NEED-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE CYR-NEED-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE CYR-RUN-YYYY TO CYR-CHECK-YYYY.
           PERFORM 4100-CHECK-ONE-YEAR THRU 4100-EXIT.
           IF DTE-RC-NOT-LOADED
               ADD 1 TO CYR-CUR-MISSING-CT
           END-IF.
           ADD 1 TO CYR-CHECK-YYYY.
           PERFORM 4100-CHECK-ONE-YEAR THRU 4100-EXIT.
           IF DTE-RC-NOT-LOADED
               ADD 1 TO CYR-NEXT-MISSING-CT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-CHECK-ONE-YEAR.
           MOVE 'YRS' TO DTE-FUNCTION-CD.
           MOVE CYR-CHECK-YYYY TO DTE-YEAR.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE CYR-CHECK-YYYY TO CYR-NL-YYYY.
           IF DTE-RC-OK
               MOVE 'LOADED' TO CYR-NL-STATUS-TX
           ELSE
               MOVE '** NOT LOADED - LOAD HOLIDAYS BEFORE YEAR START'
                   TO CYR-NL-STATUS-TX
           END-IF.
           MOVE CYR-NEED-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       4100-EXIT.
           EXIT.
       8000-PRINT-TOTALS.
           MOVE 'CALENDAR ROWS READ: ' TO CYR-TOT-LABEL.
           MOVE CYR-CAL-READ-CT TO CYR-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'CALENDAR YEARS ON FILE: ' TO CYR-TOT-LABEL.
           MOVE CYR-YEAR-USED-CT TO CYR-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'PARTIAL YEARS: ' TO CYR-TOT-LABEL.
           MOVE CYR-PARTIAL-YEAR-CT TO CYR-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'ROWS OUT OF SEQUENCE: ' TO CYR-TOT-LABEL.
           MOVE CYR-SEQ-ERROR-CT TO CYR-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'WEEKEND DAYS CARRIED OPEN: ' TO CYR-TOT-LABEL.
           MOVE CYR-WEEKEND-OPEN-CT TO CYR-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
       8000-EXIT.
           EXIT.
       8010-PRINT-COUNT.
           MOVE CYR-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8010-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9000-EXIT.
           EXIT.
       9110-ABORT-TABLE-LIMIT.
           MOVE CYR-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO CYR-RUN-RC.
           CLOSE CYR-CALENDAR-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
           MOVE CYR-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME.  NEXT YEAR MISSING IS  *
      *    A WARNING (4); THIS YEAR MISSING OR A BROKEN CALENDAR  *
      *    MEANS DATES ARE BEING FIGURED WEEKENDS-ONLY NOW (8)    *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF CYR-NEW-RC > CYR-RUN-RC
               MOVE CYR-NEW-RC TO CYR-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF CYR-NEXT-MISSING-CT > ZERO
            OR CYR-WEEKEND-OPEN-CT > ZERO
            OR CYR-PARTIAL-YEAR-CT > ZERO
               MOVE 4 TO CYR-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF CYR-CUR-MISSING-CT > ZERO
            OR CYR-SEQ-ERROR-CT > ZERO
               MOVE 8 TO CYR-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE CYR-RUN-RC TO CYR-RCD-OUT.
           EVALUATE CYR-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO CYR-RCD-REASON
               WHEN 4
                   MOVE 'CALENDAR NEEDS ATTENTION BEFORE YEAR END'
                       TO CYR-RCD-REASON
               WHEN 8
                   MOVE 'CURRENT CALENDAR INCOMPLETE OR BROKEN'
                       TO CYR-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO CYR-RCD-REASON
           END-EVALUATE.
           MOVE CYR-RCD-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE CYR-RUN-RC TO RETURN-CODE.
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
           MOVE 'CYR-CALENDAR-CHECK' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
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
