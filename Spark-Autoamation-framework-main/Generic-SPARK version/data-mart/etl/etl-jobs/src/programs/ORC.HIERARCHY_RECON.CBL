           05  ORC-EXC-BR-ID                 PIC X(09).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ORC-EXC-REASON                PIC X(40).
       01  ORC-EXC-KEY.
           05  ORC-EK-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  ORC-EK-BR-ID                  PIC X(09).
       01  ORC-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               MOVE 'DEALER NOT FOUND OR CLOSED' TO ORC-EXC-REASON
               MOVE ORC-EXC-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
               MOVE 'ORPHDLR' TO RPT-EXC-TYPE-CD
               PERFORM 2900-POST-ORPHAN THRU 2900-EXIT
               ADD 1 TO ORC-EXCEPTION-CT
           END-IF.
       2100-EXIT.
               MOVE 'BRANCH NOT FOUND OR CLOSED' TO ORC-EXC-REASON
               MOVE ORC-EXC-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
               MOVE 'ORPHBRCH' TO RPT-EXC-TYPE-CD
               PERFORM 2900-POST-ORPHAN THRU 2900-EXIT
               ADD 1 TO ORC-EXCEPTION-CT
           END-IF.
       2200-EXIT.
           EXIT.

       2900-POST-ORPHAN.
           MOVE ORC-CMS-FINANCIAL-INST-ID TO ORC-EK-FI-ID
           MOVE ORC-CMS-FINCL-INST-BRCH-ID TO ORC-EK-BR-ID
           MOVE ORC-EXC-KEY TO RPT-EXC-BUSINESS-KEY
           MOVE ZERO TO RPT-EXC-AMOUNT-AT
           MOVE ORC-EXC-REASON TO RPT-EXC-DESCRIPTION-TX
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       2900-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE ORC-CMS-READ-CT TO ORC-TOT-CMS-CT
           MOVE ORC-TOTAL-LINE TO RPT-DETAIL-LINE
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
       9540-POST-EXCEPTION.
           SET RPT-FUNC-EXCEPTION TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9540-EXIT.
           EXIT.
