           05  CLO-TR-TAX-ID                 PIC 9(09).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  CLO-TR-REASON                 PIC X(40).
       01  CLO-EXC-KEY.
           05  CLO-EK-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  CLO-EK-ACCOUNT-NBR            PIC 9(11).
       01  CLO-TIN-TOTALS-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(22)
           END-IF.
           MOVE CLO-WK-REASON  TO CLO-TR-REASON.
           PERFORM 9550-CAPTURE-TIN-LINE THRU 9550-EXIT.
           MOVE FUND-CODE      TO CLO-EK-FUND-CODE.
           MOVE ACCOUNT-NUMBER TO CLO-EK-ACCOUNT-NBR.
           MOVE 'TINREJ'       TO RPT-EXC-TYPE-CD.
           MOVE CLO-EXC-KEY    TO RPT-EXC-BUSINESS-KEY.
           MOVE ZERO           TO RPT-EXC-AMOUNT-AT.
           MOVE CLO-WK-REASON  TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       2190-EXIT.
           EXIT.
      *---------------------------------------------------------*
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
       9540-POST-EXCEPTION.
           SET RPT-FUNC-EXCEPTION TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9540-EXIT.
           EXIT.
