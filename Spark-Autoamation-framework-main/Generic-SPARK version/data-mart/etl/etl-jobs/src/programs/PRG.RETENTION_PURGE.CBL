       01  PRG-HELD-OUT-RECORD               PIC X(60).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  PRG-SWITCHES.
           05  PRG-EOF-SW                    PIC X(01)   VALUE 'N'.
               88  PRG-EOF                       VALUE 'Y'.
               10  PRG-ROW-YYYY              PIC 9(04).
               10  PRG-ROW-MM                PIC 9(02).
               10  PRG-ROW-DD                PIC 9(02).
           05  PRG-AGE-DAYS                  PIC S9(07)  COMP
                                              VALUE ZERO.
           05  PRG-KEEP-DAYS-WK              PIC 9(04)   VALUE ZERO.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           ACCEPT PRG-RUN-DTE FROM DATE YYYYMMDD.
           MOVE PRG-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           MOVE PRG-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TRUE WHEN THE ROW DATE IN PRG-ROW-DTE-WK IS OLDER      *
      *    THAN THE FILE CLASS'S RETENTION IN CALENDAR DAYS       *
      *---------------------------------------------------------*
       1300-AGE-ROW-DATE.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE PRG-ROW-DTE-WK TO DTE-DATE-1.
           MOVE PRG-RUN-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO PRG-AGE-DAYS.
       1300-EXIT.
           EXIT.
       1400-REPORT-ONE-FILE.
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
