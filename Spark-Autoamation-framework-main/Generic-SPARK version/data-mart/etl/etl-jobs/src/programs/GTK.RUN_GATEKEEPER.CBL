           05  RCTL-EVENT-CD                 PIC X(5).
               88  RCTL-EVENT-START              VALUE 'START'.
               88  RCTL-EVENT-END                VALUE 'END  '.
               88  RCTL-EVENT-BACKOUT            VALUE 'BKOUT'.
           05  RCTL-RUN-DATE                 PIC 9(8).
           05  RCTL-RUN-TIME                 PIC 9(6).
           05  RCTL-RECORD-CT                PIC 9(9).
           05  FILLER                        PIC X(30).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  GTK-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  GTK-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  GTK-RCD-LINE.
       01  GTK-CYCLE-WORK.
           05  GTK-CYCLE-DATE                PIC 9(08)   VALUE ZERO.
           05  GTK-CYCLE-FLOOR               PIC 9(08)   VALUE ZERO.
      *---------------------------------------------------------*
      *    THE PREREQUISITE FEEDS -- EVERY ONE MUST SHOW A        *
      *    SUCCESSFUL SAME-CYCLE COMPLETION BEFORE THE CROSS-FILE *
           MOVE GTK-HDG-LINE-2 TO RPT-SECTION-HDG-2
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT
           ACCEPT GTK-CYCLE-DATE FROM DATE YYYYMMDD
           MOVE 'ADC' TO DTE-FUNCTION-CD
           MOVE GTK-CYCLE-DATE TO DTE-DATE-1
           MOVE -1 TO DTE-DAYS
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT
           MOVE DTE-DATE-2 TO GTK-CYCLE-FLOOR
           PERFORM VARYING GTK-ST-IDX FROM 1 BY 1
                   UNTIL GTK-ST-IDX > 6
               MOVE 'N' TO GTK-ST-SEEN-SW (GTK-ST-IDX)
           EXIT.
      *---------------------------------------------------------*
      *    THE LAST EVENT POSTED BY EACH PROGRAM WINS -- A START  *
      *    WITH NO MATCHING END MEANS THE FEED DIED MID-RUN, AND  *
      *    A BACKOUT MEANS ITS LAST RUN WAS UNDONE                *
      *---------------------------------------------------------*
       2000-PROCESS-RUN-CTL.
           ADD 1 TO GTK-READ-CT
                   MOVE 'STARTED BUT DID NOT COMPLETE'
                       TO GTK-SL-STATUS
                   SET GTK-HOLD TO TRUE
               WHEN GTK-ST-LAST-EVENT (GTK-ST-IDX) = 'BKOUT'
                   MOVE 'BACKED OUT - RERUN REQUIRED'
                       TO GTK-SL-STATUS
                   SET GTK-HOLD TO TRUE
               WHEN GTK-ST-RETURN-CD (GTK-ST-IDX) > 4
                   MOVE 'COMPLETED WITH FAILING CODE'
                       TO GTK-SL-STATUS
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
