           05  FILLER                        PIC X(30).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
               10  ACH-RUN-MM                PIC 9(02).
               10  ACH-RUN-DD                PIC 9(02).
           05  ACH-EFF-DTE                   PIC 9(08)   VALUE ZERO.
           05  ACH-RUN-TME                   PIC X(08)   VALUE SPACES.
       01  ACH-AMOUNT-WORK.
           05  ACH-WK-COMPN-AT               PIC S9(15)V9(2)
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE EFFECTIVE ENTRY DATE IS THE NEXT FEDERAL RESERVE   *
      *    BUSINESS DAY, SO NO ENTRY IS DATED FOR A WEEKEND OR A  *
      *    BANK HOLIDAY                                           *
      *---------------------------------------------------------*
       1080-SET-EFFECTIVE-DATE.
           MOVE 'NXT' TO DTE-FUNCTION-CD.
           SET DTE-CAL-FED TO TRUE.
           MOVE ACH-RUN-DTE TO DTE-DATE-1.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DATE-2 TO ACH-EFF-DTE.
       1080-EXIT.
           EXIT.
       1500-LOAD-PRENOTE-HISTORY.
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
