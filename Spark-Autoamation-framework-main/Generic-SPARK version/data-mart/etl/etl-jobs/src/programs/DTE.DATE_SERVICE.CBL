       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTE-DATE-SERVICE.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT OPTIONAL DTE-CALENDAR-FL ASSIGN TO "BUSCAL".
       DATA DIVISION.
       FILE SECTION.
       FD  DTE-CALENDAR-FL.
       COPY BUSCAL.
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------*
      *    THE CALENDAR IS LOADED ON THE FIRST CALL OF THE RUN   *
      *    AND HELD FOR EVERY CALL AFTER.  LOADING STOPS AT THE  *
      *    FIRST GAP OR OUT-OF-ORDER DATE, SO THE TABLE IS       *
      *    ALWAYS ONE UNBROKEN RUN OF DAYS AND A DATE'S ENTRY IS *
      *    FOUND BY ITS DAY NUMBER WITHOUT A SEARCH              *
      *---------------------------------------------------------*
       01  DTE-STATE.
           05  DTE-LOADED-SW                 PIC X(01)   VALUE 'N'.
               88  DTE-LOADED                    VALUE 'Y'.
           05  DTE-CAL-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DTE-CAL-EOF                   VALUE 'Y'.
           05  DTE-BAD-DATE-SW               PIC X(01)   VALUE 'N'.
               88  DTE-BAD-DATE                  VALUE 'Y'.
               88  DTE-GOOD-DATE                 VALUE 'N'.
           05  DTE-IN-RANGE-SW               PIC X(01)   VALUE 'N'.
               88  DTE-IN-RANGE                  VALUE 'Y'.
               88  DTE-NOT-IN-RANGE              VALUE 'N'.
           05  DTE-OPEN-SW                   PIC X(01)   VALUE 'N'.
               88  DTE-OPEN                      VALUE 'Y'.
               88  DTE-CLOSED                    VALUE 'N'.
       01  DTE-COUNTERS                      COMP.
           05  DTE-CAL-USED-CT               PIC S9(09)  VALUE ZERO.
           05  DTE-FIRST-DAYNO               PIC S9(09)  VALUE ZERO.
           05  DTE-SUB                       PIC S9(09)  VALUE ZERO.
           05  DTE-DAYNO-1                   PIC S9(09)  VALUE ZERO.
           05  DTE-DAYNO-2                   PIC S9(09)  VALUE ZERO.
           05  DTE-CUR-DAYNO                 PIC S9(09)  VALUE ZERO.
           05  DTE-STEP                      PIC S9(01)  VALUE ZERO.
           05  DTE-STEPS-WANTED              PIC S9(09)  VALUE ZERO.
           05  DTE-STEPS-TAKEN               PIC S9(09)  VALUE ZERO.
           05  DTE-BUS-CT                    PIC S9(09)  VALUE ZERO.
           05  DTE-NYSE-ORD                  PIC S9(09)  VALUE ZERO.
           05  DTE-FED-ORD                   PIC S9(09)  VALUE ZERO.
      *---------------------------------------------------------*
      *    DAY-NUMBER ARITHMETIC.  DAY ZERO IS 0000-03-01 ON THE  *
      *    PROLEPTIC GREGORIAN CALENDAR, SO EVERY LEAP DAY FALLS  *
      *    AT THE END OF ITS COMPUTING YEAR                       *
      *---------------------------------------------------------*
       01  DTE-WK-DATE                       PIC 9(08)   VALUE ZERO.
       01  DTE-WK-DATE-R REDEFINES DTE-WK-DATE.
           05  DTE-WK-YYYY                   PIC 9(04).
           05  DTE-WK-MM                     PIC 9(02).
           05  DTE-WK-DD                     PIC 9(02).
       01  DTE-DAY-WORK                      COMP.
           05  DTE-WK-DAYNO                  PIC S9(09)  VALUE ZERO.
           05  DTE-WK-DOW                    PIC S9(01)  VALUE ZERO.
           05  DTE-WK-Y                      PIC S9(05)  VALUE ZERO.
           05  DTE-WK-MP                     PIC S9(03)  VALUE ZERO.
           05  DTE-WK-ERA                    PIC S9(05)  VALUE ZERO.
           05  DTE-WK-YOE                    PIC S9(05)  VALUE ZERO.
           05  DTE-WK-DOY                    PIC S9(05)  VALUE ZERO.
           05  DTE-WK-DOE                    PIC S9(07)  VALUE ZERO.
           05  DTE-WK-Q1                     PIC S9(09)  VALUE ZERO.
           05  DTE-WK-Q2                     PIC S9(09)  VALUE ZERO.
           05  DTE-WK-Q3                     PIC S9(09)  VALUE ZERO.
           05  DTE-WK-REM                    PIC S9(09)  VALUE ZERO.
           05  DTE-WK-MONTH-DAYS             PIC S9(03)  VALUE ZERO.
       01  DTE-MONTH-DAYS-VALUES.
           05  FILLER                        PIC 9(02)   VALUE 31.
           05  FILLER                        PIC 9(02)   VALUE 28.
           05  FILLER                        PIC 9(02)   VALUE 31.
           05  FILLER                        PIC 9(02)   VALUE 30.
           05  FILLER                        PIC 9(02)   VALUE 31.
           05  FILLER                        PIC 9(02)   VALUE 30.
           05  FILLER                        PIC 9(02)   VALUE 31.
           05  FILLER                        PIC 9(02)   VALUE 31.
           05  FILLER                        PIC 9(02)   VALUE 30.
           05  FILLER                        PIC 9(02)   VALUE 31.
           05  FILLER                        PIC 9(02)   VALUE 30.
           05  FILLER                        PIC 9(02)   VALUE 31.
       01  DTE-MONTH-DAYS-TBL REDEFINES DTE-MONTH-DAYS-VALUES.
           05  DTE-MONTH-DAYS OCCURS 12 TIMES
                                             PIC 9(02).
       01  DTE-CALENDAR-TBL.
           05  DTE-CL-ENTRY OCCURS 4000 TIMES.
               10  DTE-CL-DATE               PIC 9(08).
               10  DTE-CL-NYSE-OPEN-SW       PIC X(01).
               10  DTE-CL-FED-OPEN-SW        PIC X(01).
               10  DTE-CL-NYSE-ORD           PIC S9(09)  COMP.
               10  DTE-CL-FED-ORD            PIC S9(09)  COMP.
       LINKAGE SECTION.
       01  LNK-DTE-COMMAREA.
           05  LNK-FUNCTION-CD               PIC X(03).
               88  LNK-FUNC-CALENDAR-DAYS        VALUE 'CAL'.
               88  LNK-FUNC-ADD-CALENDAR         VALUE 'ADC'.
               88  LNK-FUNC-BUSINESS-DAYS        VALUE 'BUS'.
               88  LNK-FUNC-ADD-BUSINESS         VALUE 'ADD'.
               88  LNK-FUNC-NEXT-BUSINESS        VALUE 'NXT'.
               88  LNK-FUNC-PREV-BUSINESS        VALUE 'PRV'.
               88  LNK-FUNC-IS-BUSINESS          VALUE 'ISB'.
               88  LNK-FUNC-YEAR-LOADED          VALUE 'YRS'.
           05  LNK-CALENDAR-CD               PIC X(01).
               88  LNK-CAL-FED                   VALUE 'F'.
           05  LNK-DATE-1                    PIC 9(08).
           05  LNK-DATE-2                    PIC 9(08).
           05  LNK-DAYS                      PIC S9(07).
           05  LNK-YEAR                      PIC 9(04).
           05  LNK-BUSINESS-DAY-SW           PIC X(01).
           05  LNK-RETURN-CD                 PIC 9(02).
       PROCEDURE DIVISION USING LNK-DTE-COMMAREA.
       0000-MAINLINE.
           IF NOT DTE-LOADED
               PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
           END-IF.
           MOVE ZERO TO LNK-RETURN-CD.
           EVALUATE TRUE
               WHEN LNK-FUNC-CALENDAR-DAYS
                   PERFORM 2000-CALENDAR-DAYS THRU 2000-EXIT
               WHEN LNK-FUNC-ADD-CALENDAR
                   PERFORM 2100-ADD-CALENDAR THRU 2100-EXIT
               WHEN LNK-FUNC-BUSINESS-DAYS
                   PERFORM 3000-BUSINESS-DAYS THRU 3000-EXIT
               WHEN LNK-FUNC-ADD-BUSINESS
                   MOVE LNK-DAYS TO DTE-STEPS-WANTED
                   PERFORM 4000-ADD-BUSINESS THRU 4000-EXIT
               WHEN LNK-FUNC-NEXT-BUSINESS
                   MOVE 1 TO DTE-STEPS-WANTED
                   PERFORM 4000-ADD-BUSINESS THRU 4000-EXIT
               WHEN LNK-FUNC-PREV-BUSINESS
                   MOVE -1 TO DTE-STEPS-WANTED
                   PERFORM 4000-ADD-BUSINESS THRU 4000-EXIT
               WHEN LNK-FUNC-IS-BUSINESS
                   PERFORM 5000-IS-BUSINESS THRU 5000-EXIT
               WHEN LNK-FUNC-YEAR-LOADED
                   PERFORM 6000-YEAR-LOADED THRU 6000-EXIT
               WHEN OTHER
                   MOVE 8 TO LNK-RETURN-CD
           END-EVALUATE.
           GOBACK.
      *---------------------------------------------------------*
      *    LOAD THE CALENDAR AND RUN EACH CALENDAR'S BUSINESS-    *
      *    DAY ORDINAL, SO A BUSINESS-DAY COUNT BETWEEN TWO       *
      *    LOADED DATES IS ONE SUBTRACTION                        *
      *---------------------------------------------------------*
       1000-LOAD-CALENDAR.
           SET DTE-LOADED TO TRUE.
           MOVE ZERO TO DTE-CAL-USED-CT.
           MOVE ZERO TO DTE-NYSE-ORD.
           MOVE ZERO TO DTE-FED-ORD.
           OPEN INPUT DTE-CALENDAR-FL.
           PERFORM 1100-LOAD-ONE-DAY THRU 1100-EXIT
               UNTIL DTE-CAL-EOF.
           CLOSE DTE-CALENDAR-FL.
       1000-EXIT.
           EXIT.
       1100-LOAD-ONE-DAY.
           READ DTE-CALENDAR-FL
               AT END
                   SET DTE-CAL-EOF TO TRUE
           END-READ.
           IF DTE-CAL-EOF
               GO TO 1100-EXIT
           END-IF.
           IF DTE-CAL-USED-CT >= 4000
               SET DTE-CAL-EOF TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE CAL-DTE TO DTE-WK-DATE.
           PERFORM 8000-DATE-TO-DAYNO THRU 8000-EXIT.
           IF DTE-BAD-DATE
               SET DTE-CAL-EOF TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF DTE-CAL-USED-CT = ZERO
               MOVE DTE-WK-DAYNO TO DTE-FIRST-DAYNO
           ELSE
               IF DTE-WK-DAYNO NOT = DTE-FIRST-DAYNO + DTE-CAL-USED-CT
                   SET DTE-CAL-EOF TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           ADD 1 TO DTE-CAL-USED-CT.
           MOVE DTE-CAL-USED-CT TO DTE-SUB.
           MOVE CAL-DTE TO DTE-CL-DATE (DTE-SUB).
           MOVE 'N' TO DTE-CL-NYSE-OPEN-SW (DTE-SUB).
           MOVE 'N' TO DTE-CL-FED-OPEN-SW (DTE-SUB).
           IF CAL-NYSE-OPEN
               MOVE 'Y' TO DTE-CL-NYSE-OPEN-SW (DTE-SUB)
               ADD 1 TO DTE-NYSE-ORD
           END-IF.
           IF CAL-FED-OPEN
               MOVE 'Y' TO DTE-CL-FED-OPEN-SW (DTE-SUB)
               ADD 1 TO DTE-FED-ORD
           END-IF.
           MOVE DTE-NYSE-ORD TO DTE-CL-NYSE-ORD (DTE-SUB).
           MOVE DTE-FED-ORD TO DTE-CL-FED-ORD (DTE-SUB).
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TRUE CALENDAR DAYS -- NEEDS NO CALENDAR FILE           *
      *---------------------------------------------------------*
       2000-CALENDAR-DAYS.
           MOVE ZERO TO LNK-DAYS.
           PERFORM 7000-EDIT-BOTH-DATES THRU 7000-EXIT.
           IF DTE-BAD-DATE
               GO TO 2000-EXIT
           END-IF.
           COMPUTE LNK-DAYS = DTE-DAYNO-2 - DTE-DAYNO-1.
       2000-EXIT.
           EXIT.
       2100-ADD-CALENDAR.
           MOVE LNK-DATE-1 TO DTE-WK-DATE.
           PERFORM 8000-DATE-TO-DAYNO THRU 8000-EXIT.
           IF DTE-BAD-DATE
               MOVE 8 TO LNK-RETURN-CD
               GO TO 2100-EXIT
           END-IF.
           ADD LNK-DAYS TO DTE-WK-DAYNO.
           PERFORM 8100-DAYNO-TO-DATE THRU 8100-EXIT.
           MOVE DTE-WK-DATE TO LNK-DATE-2.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BUSINESS DAYS AFTER DATE-1 THROUGH DATE-2.  BOTH ON    *
      *    THE LOADED CALENDAR IS A DIFFERENCE OF ORDINALS;       *
      *    OTHERWISE THE DAYS ARE WALKED ONE AT A TIME            *
      *---------------------------------------------------------*
       3000-BUSINESS-DAYS.
           MOVE ZERO TO LNK-DAYS.
           PERFORM 7000-EDIT-BOTH-DATES THRU 7000-EXIT.
           IF DTE-BAD-DATE
               GO TO 3000-EXIT
           END-IF.
           MOVE DTE-DAYNO-1 TO DTE-CUR-DAYNO.
           PERFORM 8200-LOCATE-DAYNO THRU 8200-EXIT.
           IF DTE-IN-RANGE
               MOVE DTE-SUB TO DTE-WK-Q1
               MOVE DTE-DAYNO-2 TO DTE-CUR-DAYNO
               PERFORM 8200-LOCATE-DAYNO THRU 8200-EXIT
           END-IF.
           IF DTE-IN-RANGE
               IF LNK-CAL-FED
                   COMPUTE LNK-DAYS = DTE-CL-FED-ORD (DTE-SUB)
                       - DTE-CL-FED-ORD (DTE-WK-Q1)
               ELSE
                   COMPUTE LNK-DAYS = DTE-CL-NYSE-ORD (DTE-SUB)
                       - DTE-CL-NYSE-ORD (DTE-WK-Q1)
               END-IF
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO DTE-BUS-CT.
           MOVE DTE-DAYNO-1 TO DTE-CUR-DAYNO.
           IF DTE-DAYNO-2 >= DTE-DAYNO-1
               PERFORM 3100-COUNT-FORWARD THRU 3100-EXIT
                   UNTIL DTE-CUR-DAYNO >= DTE-DAYNO-2
               MOVE DTE-BUS-CT TO LNK-DAYS
           ELSE
               PERFORM 3200-COUNT-BACKWARD THRU 3200-EXIT
                   UNTIL DTE-CUR-DAYNO <= DTE-DAYNO-2
               COMPUTE LNK-DAYS = ZERO - DTE-BUS-CT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-COUNT-FORWARD.
           ADD 1 TO DTE-CUR-DAYNO.
           PERFORM 8300-TEST-BUSINESS-DAY THRU 8300-EXIT.
           IF DTE-OPEN
               ADD 1 TO DTE-BUS-CT
           END-IF.
       3100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    GOING BACKWARD, DATE-1 ITSELF IS COUNTED AND DATE-2 IS *
      *    NOT, SO THE COUNT IS THE FORWARD COUNT WITH ITS SIGN   *
      *    TURNED                                                 *
      *---------------------------------------------------------*
       3200-COUNT-BACKWARD.
           PERFORM 8300-TEST-BUSINESS-DAY THRU 8300-EXIT.
           IF DTE-OPEN
               ADD 1 TO DTE-BUS-CT
           END-IF.
           SUBTRACT 1 FROM DTE-CUR-DAYNO.
       3200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STEP FROM DATE-1 UNTIL THE WANTED NUMBER OF BUSINESS   *
      *    DAYS HAS PASSED.  ZERO STEPS RETURNS DATE-1 UNCHANGED  *
      *---------------------------------------------------------*
       4000-ADD-BUSINESS.
           MOVE LNK-DATE-1 TO DTE-WK-DATE.
           PERFORM 8000-DATE-TO-DAYNO THRU 8000-EXIT.
           IF DTE-BAD-DATE
               MOVE 8 TO LNK-RETURN-CD
               GO TO 4000-EXIT
           END-IF.
           MOVE DTE-WK-DAYNO TO DTE-CUR-DAYNO.
           IF DTE-STEPS-WANTED < ZERO
               MOVE -1 TO DTE-STEP
               COMPUTE DTE-STEPS-WANTED = ZERO - DTE-STEPS-WANTED
           ELSE
               MOVE 1 TO DTE-STEP
           END-IF.
           MOVE ZERO TO DTE-STEPS-TAKEN.
           PERFORM 4100-STEP-ONE-DAY THRU 4100-EXIT
               UNTIL DTE-STEPS-TAKEN >= DTE-STEPS-WANTED.
           MOVE DTE-CUR-DAYNO TO DTE-WK-DAYNO.
           PERFORM 8100-DAYNO-TO-DATE THRU 8100-EXIT.
           MOVE DTE-WK-DATE TO LNK-DATE-2.
       4000-EXIT.
           EXIT.
       4100-STEP-ONE-DAY.
           ADD DTE-STEP TO DTE-CUR-DAYNO.
           PERFORM 8300-TEST-BUSINESS-DAY THRU 8300-EXIT.
           IF DTE-OPEN
               ADD 1 TO DTE-STEPS-TAKEN
           END-IF.
       4100-EXIT.
           EXIT.
       5000-IS-BUSINESS.
           MOVE 'N' TO LNK-BUSINESS-DAY-SW.
           MOVE LNK-DATE-1 TO DTE-WK-DATE.
           PERFORM 8000-DATE-TO-DAYNO THRU 8000-EXIT.
           IF DTE-BAD-DATE
               MOVE 8 TO LNK-RETURN-CD
               GO TO 5000-EXIT
           END-IF.
           MOVE DTE-WK-DAYNO TO DTE-CUR-DAYNO.
           PERFORM 8300-TEST-BUSINESS-DAY THRU 8300-EXIT.
           IF DTE-OPEN
               MOVE 'Y' TO LNK-BUSINESS-DAY-SW
           END-IF.
       5000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A YEAR IS LOADED WHEN BOTH JANUARY 1 AND DECEMBER 31   *
      *    ARE ON THE TABLE -- THE TABLE HAS NO GAPS, SO EVERY    *
      *    DAY BETWEEN THEM IS TOO                                *
      *---------------------------------------------------------*
       6000-YEAR-LOADED.
           COMPUTE DTE-WK-DATE = LNK-YEAR * 10000 + 0101.
           PERFORM 8000-DATE-TO-DAYNO THRU 8000-EXIT.
           IF DTE-BAD-DATE
               MOVE 8 TO LNK-RETURN-CD
               GO TO 6000-EXIT
           END-IF.
           MOVE DTE-WK-DAYNO TO DTE-CUR-DAYNO.
           PERFORM 8200-LOCATE-DAYNO THRU 8200-EXIT.
           IF DTE-NOT-IN-RANGE
               MOVE 4 TO LNK-RETURN-CD
               GO TO 6000-EXIT
           END-IF.
           COMPUTE DTE-WK-DATE = LNK-YEAR * 10000 + 1231.
           PERFORM 8000-DATE-TO-DAYNO THRU 8000-EXIT.
           MOVE DTE-WK-DAYNO TO DTE-CUR-DAYNO.
           PERFORM 8200-LOCATE-DAYNO THRU 8200-EXIT.
           IF DTE-NOT-IN-RANGE
               MOVE 4 TO LNK-RETURN-CD
           END-IF.
       6000-EXIT.
           EXIT.
       7000-EDIT-BOTH-DATES.
           MOVE LNK-DATE-1 TO DTE-WK-DATE.
           PERFORM 8000-DATE-TO-DAYNO THRU 8000-EXIT.
           IF DTE-BAD-DATE
               MOVE 8 TO LNK-RETURN-CD
               GO TO 7000-EXIT
           END-IF.
           MOVE DTE-WK-DAYNO TO DTE-DAYNO-1.
           MOVE LNK-DATE-2 TO DTE-WK-DATE.
           PERFORM 8000-DATE-TO-DAYNO THRU 8000-EXIT.
           IF DTE-BAD-DATE
               MOVE 8 TO LNK-RETURN-CD
               GO TO 7000-EXIT
           END-IF.
           MOVE DTE-WK-DAYNO TO DTE-DAYNO-2.
       7000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    YYYYMMDD TO DAY NUMBER.  THE YEAR IS TAKEN FROM MARCH  *
      *    SO FEBRUARY IS ITS LAST MONTH; MONTH LENGTHS MARCH ON  *
      *    FOLLOW THE (153 * MONTH + 2) / 5 PATTERN               *
      *---------------------------------------------------------*
       8000-DATE-TO-DAYNO.
           SET DTE-GOOD-DATE TO TRUE.
           IF DTE-WK-DATE NOT NUMERIC
            OR DTE-WK-YYYY = ZERO
            OR DTE-WK-MM < 1
            OR DTE-WK-MM > 12
            OR DTE-WK-DD < 1
               SET DTE-BAD-DATE TO TRUE
               GO TO 8000-EXIT
           END-IF.
           MOVE DTE-MONTH-DAYS (DTE-WK-MM) TO DTE-WK-MONTH-DAYS.
           IF DTE-WK-MM = 2
               DIVIDE DTE-WK-YYYY BY 4 GIVING DTE-WK-Q1
                   REMAINDER DTE-WK-REM
               IF DTE-WK-REM = ZERO
                   MOVE 29 TO DTE-WK-MONTH-DAYS
                   DIVIDE DTE-WK-YYYY BY 100 GIVING DTE-WK-Q1
                       REMAINDER DTE-WK-REM
                   IF DTE-WK-REM = ZERO
                       DIVIDE DTE-WK-YYYY BY 400 GIVING DTE-WK-Q1
                           REMAINDER DTE-WK-REM
                       IF DTE-WK-REM NOT = ZERO
                           MOVE 28 TO DTE-WK-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF DTE-WK-DD > DTE-WK-MONTH-DAYS
               SET DTE-BAD-DATE TO TRUE
               GO TO 8000-EXIT
           END-IF.
           IF DTE-WK-MM <= 2
               COMPUTE DTE-WK-Y = DTE-WK-YYYY - 1
               COMPUTE DTE-WK-MP = DTE-WK-MM + 9
           ELSE
               MOVE DTE-WK-YYYY TO DTE-WK-Y
               COMPUTE DTE-WK-MP = DTE-WK-MM - 3
           END-IF.
           DIVIDE DTE-WK-Y BY 400 GIVING DTE-WK-ERA
               REMAINDER DTE-WK-YOE.
           COMPUTE DTE-WK-Q1 = (153 * DTE-WK-MP) + 2.
           DIVIDE DTE-WK-Q1 BY 5 GIVING DTE-WK-Q2.
           COMPUTE DTE-WK-DOY = DTE-WK-Q2 + DTE-WK-DD - 1.
           DIVIDE DTE-WK-YOE BY 4 GIVING DTE-WK-Q1.
           DIVIDE DTE-WK-YOE BY 100 GIVING DTE-WK-Q2.
           COMPUTE DTE-WK-DOE = (DTE-WK-YOE * 365) + DTE-WK-Q1
               - DTE-WK-Q2 + DTE-WK-DOY.
           COMPUTE DTE-WK-DAYNO = (DTE-WK-ERA * 146097) + DTE-WK-DOE.
       8000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    DAY NUMBER BACK TO YYYYMMDD -- THE INVERSE OF 8000     *
      *---------------------------------------------------------*
       8100-DAYNO-TO-DATE.
           DIVIDE DTE-WK-DAYNO BY 146097 GIVING DTE-WK-ERA
               REMAINDER DTE-WK-DOE.
           DIVIDE DTE-WK-DOE BY 1460 GIVING DTE-WK-Q1.
           DIVIDE DTE-WK-DOE BY 36524 GIVING DTE-WK-Q2.
           DIVIDE DTE-WK-DOE BY 146096 GIVING DTE-WK-Q3.
           COMPUTE DTE-WK-REM = DTE-WK-DOE - DTE-WK-Q1 + DTE-WK-Q2
               - DTE-WK-Q3.
           DIVIDE DTE-WK-REM BY 365 GIVING DTE-WK-YOE.
           COMPUTE DTE-WK-Y = DTE-WK-YOE + (DTE-WK-ERA * 400).
           DIVIDE DTE-WK-YOE BY 4 GIVING DTE-WK-Q1.
           DIVIDE DTE-WK-YOE BY 100 GIVING DTE-WK-Q2.
           COMPUTE DTE-WK-DOY = DTE-WK-DOE
               - ((365 * DTE-WK-YOE) + DTE-WK-Q1 - DTE-WK-Q2).
           COMPUTE DTE-WK-Q1 = (5 * DTE-WK-DOY) + 2.
           DIVIDE DTE-WK-Q1 BY 153 GIVING DTE-WK-MP.
           COMPUTE DTE-WK-Q1 = (153 * DTE-WK-MP) + 2.
           DIVIDE DTE-WK-Q1 BY 5 GIVING DTE-WK-Q2.
           COMPUTE DTE-WK-DD = DTE-WK-DOY - DTE-WK-Q2 + 1.
           IF DTE-WK-MP < 10
               COMPUTE DTE-WK-MM = DTE-WK-MP + 3
           ELSE
               COMPUTE DTE-WK-MM = DTE-WK-MP - 9
           END-IF.
           IF DTE-WK-MM <= 2
               ADD 1 TO DTE-WK-Y
           END-IF.
           MOVE DTE-WK-Y TO DTE-WK-YYYY.
       8100-EXIT.
           EXIT.
       8200-LOCATE-DAYNO.
           SET DTE-NOT-IN-RANGE TO TRUE.
           IF DTE-CAL-USED-CT = ZERO
               GO TO 8200-EXIT
           END-IF.
           COMPUTE DTE-SUB = DTE-CUR-DAYNO - DTE-FIRST-DAYNO + 1.
           IF DTE-SUB >= 1
              AND DTE-SUB <= DTE-CAL-USED-CT
               SET DTE-IN-RANGE TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    OPEN OR CLOSED ON THE CALLER'S CALENDAR.  OFF THE      *
      *    LOADED CALENDAR ONLY WEEKENDS ARE KNOWN TO BE CLOSED,  *
      *    AND THE CALLER IS TOLD SO WITH RETURN CODE 04.  DAY    *
      *    ZERO WAS A WEDNESDAY, SO (DAY + 3) MOD 7 IS 0 SUNDAY   *
      *    THROUGH 6 SATURDAY                                     *
      *---------------------------------------------------------*
       8300-TEST-BUSINESS-DAY.
           SET DTE-CLOSED TO TRUE.
           PERFORM 8200-LOCATE-DAYNO THRU 8200-EXIT.
           IF DTE-IN-RANGE
               IF LNK-CAL-FED
                   IF DTE-CL-FED-OPEN-SW (DTE-SUB) = 'Y'
                       SET DTE-OPEN TO TRUE
                   END-IF
               ELSE
                   IF DTE-CL-NYSE-OPEN-SW (DTE-SUB) = 'Y'
                       SET DTE-OPEN TO TRUE
                   END-IF
               END-IF
               GO TO 8300-EXIT
           END-IF.
           MOVE 4 TO LNK-RETURN-CD.
           COMPUTE DTE-WK-Q1 = DTE-CUR-DAYNO + 3.
           DIVIDE DTE-WK-Q1 BY 7 GIVING DTE-WK-Q2
               REMAINDER DTE-WK-DOW.
           IF DTE-WK-DOW >= 1
              AND DTE-WK-DOW <= 5
               SET DTE-OPEN TO TRUE
           END-IF.
       8300-EXIT.
           EXIT.
