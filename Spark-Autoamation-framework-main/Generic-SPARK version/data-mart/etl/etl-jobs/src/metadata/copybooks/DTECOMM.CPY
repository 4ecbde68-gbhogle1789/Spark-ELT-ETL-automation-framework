      *---------------------------------------------------------*
      *    COMMUNICATION AREA FOR THE COMMON DATE SERVICE.       *
      *    SET THE FUNCTION AND CALENDAR, FILL THE DATES, AND    *
      *    CALL DTE-DATE-SERVICE:                                *
      *      CAL - TRUE CALENDAR DAYS FROM DATE-1 TO DATE-2      *
      *      ADC - DATE-2 = DATE-1 PLUS DAYS CALENDAR DAYS       *
      *            (DAYS MAY BE NEGATIVE)                        *
      *      BUS - BUSINESS DAYS AFTER DATE-1 UP TO AND          *
      *            INCLUDING DATE-2 (NEGATIVE IF DATE-2 EARLIER) *
      *      ADD - DATE-2 = DATE-1 PLUS DAYS BUSINESS DAYS       *
      *            (DAYS MAY BE NEGATIVE)                        *
      *      NXT - DATE-2 = FIRST BUSINESS DAY AFTER DATE-1      *
      *      PRV - DATE-2 = LAST BUSINESS DAY BEFORE DATE-1      *
      *      ISB - IS DATE-1 A BUSINESS DAY (BUSINESS-DAY-SW)    *
      *      YRS - IS EVERY DAY OF YEAR LOADED ON THE CALENDAR   *
      *    CALENDAR N IS THE NYSE TRADING CALENDAR, F IS THE     *
      *    FEDERAL RESERVE SETTLEMENT CALENDAR.  RETURN CODE 04  *
      *    MEANS A DATE FELL OUTSIDE THE LOADED CALENDAR AND     *
      *    ONLY WEEKENDS WERE SKIPPED; 08 MEANS A BAD DATE       *
      *---------------------------------------------------------*
       01  DTE-COMMAREA.
           05  DTE-FUNCTION-CD               PIC X(03)
                                             VALUE SPACES.
               88  DTE-FUNC-CALENDAR-DAYS        VALUE 'CAL'.
               88  DTE-FUNC-ADD-CALENDAR         VALUE 'ADC'.
               88  DTE-FUNC-BUSINESS-DAYS        VALUE 'BUS'.
               88  DTE-FUNC-ADD-BUSINESS         VALUE 'ADD'.
               88  DTE-FUNC-NEXT-BUSINESS        VALUE 'NXT'.
               88  DTE-FUNC-PREV-BUSINESS        VALUE 'PRV'.
               88  DTE-FUNC-IS-BUSINESS          VALUE 'ISB'.
               88  DTE-FUNC-YEAR-LOADED          VALUE 'YRS'.
           05  DTE-CALENDAR-CD               PIC X(01)
                                             VALUE 'N'.
               88  DTE-CAL-NYSE                  VALUE 'N'.
               88  DTE-CAL-FED                   VALUE 'F'.
           05  DTE-DATE-1                    PIC 9(08)
                                             VALUE ZERO.
           05  DTE-DATE-2                    PIC 9(08)
                                             VALUE ZERO.
           05  DTE-DAYS                      PIC S9(07)
                                             VALUE ZERO.
           05  DTE-YEAR                      PIC 9(04)
                                             VALUE ZERO.
           05  DTE-BUSINESS-DAY-SW           PIC X(01)
                                             VALUE 'N'.
               88  DTE-BUSINESS-DAY-YES          VALUE 'Y'.
               88  DTE-BUSINESS-DAY-NO           VALUE 'N'.
           05  DTE-RETURN-CD                 PIC 9(02)
                                             VALUE ZERO.
               88  DTE-RC-OK                     VALUE 0.
               88  DTE-RC-NOT-LOADED             VALUE 4.
               88  DTE-RC-BAD-DATE               VALUE 8.
      *---------------------------------------------------------*
      *    A PROGRAM THAT KEEPS DATES IN A TABLE AS DAY NUMBERS   *
      *    TAKES CAL FROM DTE-BASE-DTE TO THE DATE, SO ANY TWO    *
      *    DAY NUMBERS SUBTRACT TO TRUE CALENDAR DAYS             *
      *---------------------------------------------------------*
       01  DTE-BASE-DTE                      PIC 9(08)
                                             VALUE 19000101.
