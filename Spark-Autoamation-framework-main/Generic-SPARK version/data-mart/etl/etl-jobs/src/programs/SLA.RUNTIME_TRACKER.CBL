           05  RCTL-EVENT-CD                 PIC X(5).
               88  RCTL-EVENT-START              VALUE 'START'.
               88  RCTL-EVENT-END                VALUE 'END  '.
               88  RCTL-EVENT-BACKOUT            VALUE 'BKOUT'.
           05  RCTL-RUN-DATE                 PIC 9(8).
           05  RCTL-RUN-TIME                 PIC 9(6).
           05  RCTL-RECORD-CT                PIC 9(9).
           05  FILLER                        PIC X(11).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  SLA-SWITCHES.
           05  SLA-RCT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  SLA-RCT-EOF                   VALUE 'Y'.
           05  SLA-COMPLETED-CT              PIC 9(05)   VALUE ZERO.
           05  SLA-OVER-SLA-CT               PIC 9(05)   VALUE ZERO.
           05  SLA-ALERT-CT                  PIC 9(05)   VALUE ZERO.
           05  SLA-BACKOUT-CT                PIC 9(05)   VALUE ZERO.
       01  SLA-PGM-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  SLA-RUN-DTE                       PIC 9(08)   VALUE ZERO.
      *    THAT CROSSES MIDNIGHT STILL COUNTS AS THIS CYCLE      *
      *---------------------------------------------------------*
       01  SLA-CYCLE-FLOOR                   PIC 9(08)   VALUE ZERO.
       01  SLA-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  SLA-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  SLA-RCD-LINE.
                   88  SLA-PG-RUNNING            VALUE 'R'.
                   88  SLA-PG-ENDED              VALUE 'E'.
                   88  SLA-PG-IDLE               VALUE ' '.
                   88  SLA-PG-BACKED-OUT         VALUE 'B'.
               10  SLA-PG-HIST-SEC           PIC 9(09).
               10  SLA-PG-HIST-CT            PIC 9(05).
       01  SLA-TIME-WORK.
           OPEN OUTPUT SLA-ALERT-FL.
           ACCEPT SLA-RUN-DTE FROM DATE YYYYMMDD.
           MOVE SLA-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           MOVE 'ADC' TO DTE-FUNCTION-CD.
           MOVE SLA-RUN-DTE TO DTE-DATE-1.
           MOVE -1 TO DTE-DAYS.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DATE-2 TO SLA-CYCLE-FLOOR.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           MOVE SLA-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE SLA-HDG-LINE-2 TO RPT-SECTION-HDG-2.
               PERFORM 2100-COMPUTE-ELAPSED THRU 2100-EXIT
               PERFORM 2200-APPEND-HISTORY-ROW THRU 2200-EXIT
           END-IF.
      *    A BACKOUT UNDOES THE PROGRAM'S LAST RUN -- THE RERUN
      *    STILL TO COME IS WHAT THE WINDOW IS WAITING ON
           IF RCTL-EVENT-BACKOUT
               ADD 1 TO SLA-BACKOUT-CT
               MOVE 'B' TO SLA-PG-STATE-SW (SLA-PG-IDX)
           END-IF.
       2000-NEXT.
           READ SLA-RUN-CTL-FL
               AT END
           PERFORM 7200-FIND-SLA-MINUTES THRU 7200-EXIT.
           MOVE SLA-WK-SLA-SEC TO SLA-DL-SLA-MIN.
           COMPUTE SLA-WK-SLA-SEC = SLA-WK-SLA-SEC * 60.
           IF SLA-PG-BACKED-OUT (SLA-PG-IDX)
               MOVE 'BACKED OUT - RERUN PENDING' TO SLA-DL-STATUS
               MOVE SLA-DTL-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
               GO TO 7100-EXIT
           END-IF.
           IF SLA-PG-ENDED (SLA-PG-IDX)
               IF SLA-PG-ELAPSED-SEC (SLA-PG-IDX) > SLA-WK-SLA-SEC
                   ADD 1 TO SLA-OVER-SLA-CT
           MOVE SLA-ALERT-CT TO SLA-TL-COUNT.
           MOVE SLA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'RUNS BACKED OUT: ' TO SLA-TL-LABEL.
           MOVE SLA-BACKOUT-CT TO SLA-TL-COUNT.
           MOVE SLA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
      *---------------------------------------------------------*
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
