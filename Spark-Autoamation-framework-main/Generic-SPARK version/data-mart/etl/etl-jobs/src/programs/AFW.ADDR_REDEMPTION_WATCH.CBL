           05  FILLER                        PIC X(30).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
               10  AFW-CHG-YYYY              PIC 9(04).
               10  AFW-CHG-MM                PIC 9(02).
               10  AFW-CHG-DD                PIC 9(02).
           05  AFW-DAYS-SINCE                PIC S9(07)  COMP
                                              VALUE ZERO.
       01  AFW-HDG-LINE-1.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT AFW-RUN-DTE FROM DATE YYYYMMDD.
           MOVE AFW-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           MOVE AFW-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE AFW-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
               GO TO 1200-EXIT
           END-IF.
           MOVE ACI-CHANGE-DTE TO AFW-CHG-DTE-WK.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE AFW-CHG-DTE-WK TO DTE-DATE-1.
           MOVE AFW-RUN-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO AFW-DAYS-SINCE.
           IF AFW-DAYS-SINCE > AFW-WINDOW-DAYS
               ADD 1 TO AFW-AGED-OFF-CT
               GO TO 1200-EXIT
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
