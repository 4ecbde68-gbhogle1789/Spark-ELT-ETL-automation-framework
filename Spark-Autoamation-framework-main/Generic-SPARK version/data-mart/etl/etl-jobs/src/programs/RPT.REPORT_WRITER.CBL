       FILE-CONTROL.
	    SELECT RPT-AUDIT-RPT ASSIGN TO "RPTFILE".
	    SELECT OPTIONAL RPT-EXTRACT-FL ASSIGN TO "RPTEXTR".
	    SELECT OPTIONAL RPT-EXCEPTION-FL ASSIGN TO "EXCPOST".
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-AUDIT-RPT.
       01  RPT-AUDIT-LINE                    PIC X(132).
       FD  RPT-EXTRACT-FL.
       01  RPT-EXTRACT-RECORD                PIC X(180).
       FD  RPT-EXCEPTION-FL.
       COPY EXCPOST.
       WORKING-STORAGE SECTION.
       01  RPT-STATE.
           05  RPT-PAGE-NBR                  PIC 9(05)   VALUE ZERO.
           05  RPT-EX-SEQ-NBR                PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  RPT-EX-DETAIL                 PIC X(132).
      *---------------------------------------------------------*
      *    COMMON EXCEPTION FILE -- OPENED FOR APPEND ON THE      *
      *    FIRST POSTING OF THE RUN, SO EVERY PROGRAM IN THE      *
      *    NIGHT ADDS TO THE SAME FILE                            *
      *---------------------------------------------------------*
       01  RPT-EXCEPTION-STATE.
           05  RPT-EXCEPTION-OPEN-SW         PIC X(01)   VALUE 'N'.
               88  RPT-EXCEPTION-OPEN            VALUE 'Y'.
               88  RPT-EXCEPTION-CLOSED          VALUE 'N'.
       LINKAGE SECTION.
       01  LNK-RPT-COMMAREA.
           05  LNK-FUNCTION-CD               PIC X(03).
               88  LNK-FUNC-SECTION              VALUE 'SEC'.
               88  LNK-FUNC-DETAIL               VALUE 'DTL'.
               88  LNK-FUNC-CLOSE                VALUE 'CLS'.
               88  LNK-FUNC-EXCEPTION            VALUE 'EXC'.
           05  LNK-PROGRAM-ID-TX             PIC X(20).
           05  LNK-CYCLE-TX                  PIC X(14).
           05  LNK-SECTION-HDG-1             PIC X(132).
           05  LNK-EXTRACT-CD                PIC X(01).
               88  LNK-EXTRACT-YES               VALUE 'Y'.
               88  LNK-EXTRACT-NO                VALUE 'N'.
           05  LNK-EXC-TYPE-CD               PIC X(08).
           05  LNK-EXC-BUSINESS-KEY          PIC X(40).
           05  LNK-EXC-AMOUNT-AT             PIC S9(13)V9(2).
           05  LNK-EXC-DESCRIPTION-TX        PIC X(40).
       PROCEDURE DIVISION USING LNK-RPT-COMMAREA.
       0000-MAINLINE.
           EVALUATE TRUE
                   PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT
               WHEN LNK-FUNC-CLOSE
                   PERFORM 4000-CLOSE-REPORT THRU 4000-EXIT
               WHEN LNK-FUNC-EXCEPTION
                   PERFORM 6000-POST-EXCEPTION THRU 6000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               CLOSE RPT-EXTRACT-FL
               SET RPT-EXTRACT-OFF TO TRUE
           END-IF.
           IF RPT-EXCEPTION-OPEN
               CLOSE RPT-EXCEPTION-FL
               SET RPT-EXCEPTION-CLOSED TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.
       5000-START-NEW-PAGE.
           END-IF.
       5100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST ONE EXCEPTION, STAMPED WITH THE CALLER'S PROGRAM *
      *    ID AND CYCLE AND THE RUN DATE AND TIME                *
      *---------------------------------------------------------*
       6000-POST-EXCEPTION.
           IF RPT-EXCEPTION-CLOSED
               OPEN EXTEND RPT-EXCEPTION-FL
               SET RPT-EXCEPTION-OPEN TO TRUE
           END-IF.
           MOVE SPACES TO EXP-EXCEPTION-RECORD.
           MOVE LNK-PROGRAM-ID-TX TO EXP-SOURCE-PROGRAM-ID.
           MOVE LNK-CYCLE-TX TO EXP-CYCLE-TX.
           MOVE RPT-RUN-DATE TO EXP-POST-DTE.
           MOVE RPT-RUN-TIME (1:6) TO EXP-POST-TME.
           MOVE LNK-EXC-TYPE-CD TO EXP-EXCEPTION-TYPE-CD.
           MOVE LNK-EXC-BUSINESS-KEY TO EXP-BUSINESS-KEY.
           MOVE LNK-EXC-AMOUNT-AT TO EXP-AMOUNT-AT.
           MOVE LNK-EXC-DESCRIPTION-TX TO EXP-DESCRIPTION-TX.
           WRITE EXP-EXCEPTION-RECORD.
       6000-EXIT.
           EXIT.
