           05  FILLER                        PIC X(30).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  FCT-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    SETTLEMENT-DAY OFFSETS ARE FEDERAL RESERVE BUSINESS    *
      *    DAYS FROM THE RUN DATE -- A CONFIRM DATE LANDING ON A  *
      *    WEEKEND OR BANK HOLIDAY SETTLES THE NEXT DAY THE FED   *
      *    IS OPEN, WHICH IS WHEN THE DESK POSITIONS THE CASH     *
      *---------------------------------------------------------*
       01  FCT-DATE-WORK.
           05  FCT-RUN-DTE                   PIC 9(08)   VALUE ZERO.
               10  FCT-RUN-YYYY              PIC 9(04).
               10  FCT-RUN-MM                PIC 9(02).
               10  FCT-RUN-DD                PIC 9(02).
           05  FCT-SETTLE-DTE                PIC 9(08)   VALUE ZERO.
           05  FCT-DAY-OFFSET                PIC S9(05)  COMP
                                              VALUE ZERO.
       01  FCT-FND-TBL.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT FCT-RUN-DTE FROM DATE YYYYMMDD.
           MOVE FCT-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           SET DTE-CAL-FED TO TRUE.
           READ FCT-SDCM-FL
               AT END
                   SET FCT-CSH-EOF TO TRUE
           EXIT.

       2100-BUCKET-ONE-DETAIL.
           MOVE FCT-CSH-CONFIRM-DT TO FCT-SETTLE-DTE.
           MOVE 'ISB' TO DTE-FUNCTION-CD.
           MOVE FCT-SETTLE-DTE TO DTE-DATE-1.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           IF DTE-BUSINESS-DAY-NO
              AND NOT DTE-RC-BAD-DATE
               MOVE 'NXT' TO DTE-FUNCTION-CD
               PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT
               MOVE DTE-DATE-2 TO FCT-SETTLE-DTE
           END-IF.
           MOVE 'BUS' TO DTE-FUNCTION-CD.
           MOVE FCT-RUN-DTE TO DTE-DATE-1.
           MOVE FCT-SETTLE-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO FCT-DAY-OFFSET.
           IF FCT-DAY-OFFSET < 1
               ADD 1 TO FCT-DUE-PAST-CT
               GO TO 2100-EXIT
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
