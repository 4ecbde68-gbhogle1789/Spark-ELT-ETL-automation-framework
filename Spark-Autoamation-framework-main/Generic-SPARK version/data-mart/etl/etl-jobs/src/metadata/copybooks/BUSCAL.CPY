      *---------------------------------------------------------*
      *    BUSINESS-DAY CALENDAR -- ONE ROW PER CALENDAR DATE,   *
      *    IN DATE ORDER WITH NO GAPS.  A DATE IS A BUSINESS     *
      *    DAY ON A CALENDAR WHEN THAT CALENDAR'S OPEN SWITCH    *
      *    IS 'Y'.  WEEKENDS ARE CARRIED CLOSED ON BOTH.  THE    *
      *    HOLIDAY NAME IS FILLED WHEN EITHER CALENDAR IS SHUT   *
      *    ON A WEEKDAY.  DAY OF WEEK 1 IS MONDAY, 7 IS SUNDAY   *
      *---------------------------------------------------------*
       01  CAL-CALENDAR-RECORD.
           05  CAL-DTE                       PIC 9(08).
           05  CAL-DTE-R REDEFINES CAL-DTE.
               10  CAL-DTE-YYYY              PIC 9(04).
               10  CAL-DTE-MM                PIC 9(02).
               10  CAL-DTE-DD                PIC 9(02).
           05  CAL-DAY-OF-WEEK-CD            PIC 9(01).
               88  CAL-WEEKEND                   VALUE 6 7.
           05  CAL-NYSE-OPEN-SW              PIC X(01).
               88  CAL-NYSE-OPEN                 VALUE 'Y'.
           05  CAL-FED-OPEN-SW               PIC X(01).
               88  CAL-FED-OPEN                  VALUE 'Y'.
           05  CAL-HOLIDAY-NAME              PIC X(30).
           05  FILLER                        PIC X(19).
