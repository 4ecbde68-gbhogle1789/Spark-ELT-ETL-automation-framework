           05  FILLER                        PIC X(30).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
           05  RLM-CUR-FI-ID                 PIC 9(07)   VALUE ZERO.
           05  RLM-CUR-BR-ID                 PIC X(09)   VALUE SPACES.
      *---------------------------------------------------------*
      *    THE LOOK-AHEAD WINDOW IN CALENDAR DAYS                 *
      *---------------------------------------------------------*
       01  RLM-LOOKAHEAD-DAYS                PIC 9(03)   VALUE 60.
       01  RLM-DATE-WORK.
               10  RLM-EXP-YYYY              PIC 9(04).
               10  RLM-EXP-MM                PIC 9(02).
               10  RLM-EXP-DD                PIC 9(02).
           05  RLM-DAYS-LEFT                 PIC S9(07)  COMP
                                              VALUE ZERO.
       01  RLM-HDG-LINE-1.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT RLM-RUN-DTE FROM DATE YYYYMMDD.
           MOVE RLM-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           MOVE RLM-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE RLM-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
       2000-PROCESS-LICENSE.
           ADD 1 TO RLM-LIC-READ-CT.
           MOVE RLM-EXPIRATION-DTE TO RLM-EXP-DTE-WK.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE RLM-RUN-DTE TO DTE-DATE-1.
           MOVE RLM-EXP-DTE-WK TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO RLM-DAYS-LEFT.
           IF RLM-DAYS-LEFT <= RLM-LOOKAHEAD-DAYS
               PERFORM 2100-REPORT-ONE-LICENSE THRU 2100-EXIT
           END-IF.
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
