       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECQ-EXCEPTION-QUEUE.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT OPTIONAL ECQ-POST-FL ASSIGN TO "EXCPOST".
	    SELECT OPTIONAL ECQ-CASE-IN ASSIGN TO "CASEMSTI".
	    SELECT OPTIONAL ECQ-RES-FL ASSIGN TO "CASERES".
	    SELECT OPTIONAL ECQ-OWNER-FL ASSIGN TO "EXCOWNER".
	    SELECT ECQ-CASE-OUT ASSIGN TO "CASEMSTO".
	    SELECT OPTIONAL ECQ-AUDIT-FL ASSIGN TO "CASEAUDT".
	    SELECT ECQ-SORT-FL ASSIGN TO "SORTWK".
	    SELECT OPTIONAL ECQ-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    EXCEPTIONS POSTED BY EVERY PROGRAM IN THE SUITE SINCE  *
      *    THE LAST CONSOLIDATION                                 *
      *---------------------------------------------------------*
       FD  ECQ-POST-FL.
       COPY EXCPOST.
      *---------------------------------------------------------*
      *    CASE MASTER -- AN 'H' HEADER CARRYING THE LAST CASE    *
      *    NUMBER ISSUED, THEN ONE 'C' ROW PER OPEN CASE.  CLOSED *
      *    CASES LEAVE THE MASTER FOR THE AUDIT LOG               *
      *---------------------------------------------------------*
       FD  ECQ-CASE-IN.
       01  ECQ-CASE-IN-RECORD.
           05  CMI-RECORD-TYPE-CD            PIC X(1).
               88  CMI-RECORD-TYPE-HEADER        VALUE 'H'.
               88  CMI-RECORD-TYPE-CASE          VALUE 'C'.
           05  CMI-CASE-AREA.
               10  CMI-CASE-NBR              PIC 9(9).
               10  CMI-SOURCE-PROGRAM-ID     PIC X(20).
               10  CMI-EXCEPTION-TYPE-CD     PIC X(8).
               10  CMI-BUSINESS-KEY          PIC X(40).
               10  CMI-AMOUNT-AT             PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  CMI-DESCRIPTION-TX        PIC X(40).
               10  CMI-OWNER-ID              PIC X(8).
               10  CMI-FIRST-SEEN-DTE        PIC 9(8).
               10  CMI-LAST-SEEN-DTE         PIC 9(8).
               10  CMI-SEEN-CT               PIC 9(5).
               10  FILLER                    PIC X(20).
           05  CMI-HEADER-AREA REDEFINES CMI-CASE-AREA.
               10  CMI-H-LAST-CASE-NBR       PIC 9(9).
               10  CMI-H-RUN-DTE             PIC 9(8).
               10  FILLER                    PIC X(165).
       FD  ECQ-CASE-OUT.
       01  ECQ-CASE-OUT-RECORD.
           05  CMO-RECORD-TYPE-CD            PIC X(1).
               88  CMO-RECORD-TYPE-HEADER        VALUE 'H'.
               88  CMO-RECORD-TYPE-CASE          VALUE 'C'.
           05  CMO-CASE-AREA.
               10  CMO-CASE-NBR              PIC 9(9).
               10  CMO-SOURCE-PROGRAM-ID     PIC X(20).
               10  CMO-EXCEPTION-TYPE-CD     PIC X(8).
               10  CMO-BUSINESS-KEY          PIC X(40).
               10  CMO-AMOUNT-AT             PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  CMO-DESCRIPTION-TX        PIC X(40).
               10  CMO-OWNER-ID              PIC X(8).
               10  CMO-FIRST-SEEN-DTE        PIC 9(8).
               10  CMO-LAST-SEEN-DTE         PIC 9(8).
               10  CMO-SEEN-CT               PIC 9(5).
               10  FILLER                    PIC X(20).
           05  CMO-HEADER-AREA REDEFINES CMO-CASE-AREA.
               10  CMO-H-LAST-CASE-NBR       PIC 9(9).
               10  CMO-H-RUN-DTE             PIC 9(8).
               10  FILLER                    PIC X(165).
      *---------------------------------------------------------*
      *    ANALYST RESOLUTIONS -- CLOSE A CASE WITH A REASON, OR  *
      *    HAND IT TO ANOTHER OWNER.  EITHER NEEDS THE ANALYST ID *
      *---------------------------------------------------------*
       FD  ECQ-RES-FL.
       01  ECQ-RES-RECORD.
           05  RES-CASE-NBR                  PIC 9(9).
           05  RES-ACTION-CD                 PIC X(1).
               88  RES-ACTION-CLOSE              VALUE 'C'.
               88  RES-ACTION-ASSIGN             VALUE 'A'.
           05  RES-REASON-CD                 PIC X(4).
           05  RES-ANALYST-ID                PIC X(8).
           05  RES-OWNER-ID                  PIC X(8).
           05  RES-ACTION-DTE                PIC 9(8).
           05  RES-COMMENT-TX                PIC X(40).
           05  FILLER                        PIC X(10).
      *---------------------------------------------------------*
      *    WHO WORKS EACH EXCEPTION TYPE.  A TYPE NOT ON THE      *
      *    TABLE OPENS AS UNASSIGNED                              *
      *---------------------------------------------------------*
       FD  ECQ-OWNER-FL.
       01  ECQ-OWNER-RECORD.
           05  OWN-EXCEPTION-TYPE-CD         PIC X(8).
           05  OWN-OWNER-ID                  PIC X(8).
           05  FILLER                        PIC X(24).
      *---------------------------------------------------------*
      *    CLOSED-CASE AUDIT LOG -- APPENDED EACH RUN, NEVER      *
      *    REWRITTEN                                              *
      *---------------------------------------------------------*
       FD  ECQ-AUDIT-FL.
       01  ECQ-AUDIT-RECORD.
           05  CAU-CASE-NBR                  PIC 9(9).
           05  CAU-SOURCE-PROGRAM-ID         PIC X(20).
           05  CAU-EXCEPTION-TYPE-CD         PIC X(8).
           05  CAU-BUSINESS-KEY              PIC X(40).
           05  CAU-AMOUNT-AT                 PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  CAU-OWNER-ID                  PIC X(8).
           05  CAU-FIRST-SEEN-DTE            PIC 9(8).
           05  CAU-LAST-SEEN-DTE             PIC 9(8).
           05  CAU-SEEN-CT                   PIC 9(5).
           05  CAU-AGE-DAYS                  PIC 9(5).
           05  CAU-CLOSE-DTE                 PIC 9(8).
           05  CAU-REASON-CD                 PIC X(4).
           05  CAU-CLOSED-BY-ID              PIC X(8).
           05  CAU-COMMENT-TX                PIC X(40).
           05  CAU-RUN-DTE                   PIC 9(8).
           05  FILLER                        PIC X(10).
       SD  ECQ-SORT-FL.
       01  ECQ-SORT-RECORD.
           05  SRT-OWNER-ID                  PIC X(8).
           05  SRT-EXCEPTION-TYPE-CD         PIC X(8).
           05  SRT-AGE-DAYS                  PIC 9(5).
           05  SRT-CASE-NBR                  PIC 9(9).
           05  SRT-SOURCE-PROGRAM-ID         PIC X(20).
           05  SRT-BUSINESS-KEY              PIC X(40).
           05  SRT-SEEN-CT                   PIC 9(5).
           05  SRT-AMOUNT-AT                 PIC S9(13)V9(2).
       FD  ECQ-RUN-CTL-FL.
       01  ECQ-RUN-CTL-RECORD.
           05  RCTL-PROGRAM-ID               PIC X(20).
           05  RCTL-EVENT-CD                 PIC X(5).
               88  RCTL-EVENT-START              VALUE 'START'.
               88  RCTL-EVENT-END                VALUE 'END  '.
           05  RCTL-RUN-DATE                 PIC 9(8).
           05  RCTL-RUN-TIME                 PIC 9(6).
           05  RCTL-RECORD-CT                PIC 9(9).
           05  RCTL-RETURN-CD                PIC 9(2).
           05  FILLER                        PIC X(30).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
       01  ECQ-SWITCHES.
           05  ECQ-POST-EOF-SW               PIC X(01)   VALUE 'N'.
               88  ECQ-POST-EOF                  VALUE 'Y'.
           05  ECQ-CASE-EOF-SW               PIC X(01)   VALUE 'N'.
               88  ECQ-CASE-EOF                  VALUE 'Y'.
           05  ECQ-RES-EOF-SW                PIC X(01)   VALUE 'N'.
               88  ECQ-RES-EOF                   VALUE 'Y'.
           05  ECQ-OWNER-EOF-SW              PIC X(01)   VALUE 'N'.
               88  ECQ-OWNER-EOF                 VALUE 'Y'.
           05  ECQ-SORT-EOF-SW               PIC X(01)   VALUE 'N'.
               88  ECQ-SORT-EOF                  VALUE 'Y'.
           05  ECQ-FIRST-ROW-SW              PIC X(01)   VALUE 'Y'.
               88  ECQ-FIRST-ROW                 VALUE 'Y'.
               88  ECQ-NOT-FIRST-ROW             VALUE 'N'.
           05  ECQ-WK-FOUND-SW               PIC X(01)   VALUE 'N'.
               88  ECQ-WK-FOUND                  VALUE 'Y'.
               88  ECQ-WK-NOT-FOUND              VALUE 'N'.
       01  ECQ-COUNTERS                      COMP.
           05  ECQ-POST-READ-CT              PIC 9(09)   VALUE ZERO.
           05  ECQ-POST-BAD-CT               PIC 9(07)   VALUE ZERO.
           05  ECQ-POST-REPEAT-CT            PIC 9(09)   VALUE ZERO.
           05  ECQ-CASE-OPENED-CT            PIC 9(07)   VALUE ZERO.
           05  ECQ-CASE-LOADED-CT            PIC 9(07)   VALUE ZERO.
           05  ECQ-CASE-USED-CT              PIC 9(07)   VALUE ZERO.
           05  ECQ-CASE-CLOSED-CT            PIC 9(07)   VALUE ZERO.
           05  ECQ-CASE-WRITTEN-CT           PIC 9(07)   VALUE ZERO.
           05  ECQ-CASE-RELEASED-CT          PIC 9(07)   VALUE ZERO.
           05  ECQ-CASE-PRINTED-CT           PIC 9(07)   VALUE ZERO.
           05  ECQ-RES-READ-CT               PIC 9(07)   VALUE ZERO.
           05  ECQ-RES-ASSIGNED-CT           PIC 9(07)   VALUE ZERO.
           05  ECQ-RES-REJECTED-CT           PIC 9(07)   VALUE ZERO.
           05  ECQ-OWNER-USED-CT             PIC 9(05)   VALUE ZERO.
           05  ECQ-GRP-BKT-CT OCCURS 4 TIMES
                                             PIC 9(07)   VALUE ZERO.
           05  ECQ-TOT-BKT-CT OCCURS 4 TIMES
                                             PIC 9(07)   VALUE ZERO.
           05  ECQ-GRP-CASE-CT               PIC 9(07)   VALUE ZERO.
           05  ECQ-BKT-IX                    PIC 9(02)   VALUE ZERO.
       01  ECQ-AMOUNTS.
           05  ECQ-GRP-AMOUNT-AT             PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  ECQ-OPEN-AMOUNT-AT            PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  ECQ-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  ECQ-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  ECQ-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  ECQ-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  ECQ-RCD-REASON               PIC X(40).
       01  ECQ-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(35)
               VALUE 'RUN STOPPED - TABLE LIMIT REACHED -'.
           05  ECQ-TBL-LIMIT-NAME            PIC X(12).
      *---------------------------------------------------------*
      *    RUN DATE AND THE BUSINESS-DAY AGE OF THE CURRENT CASE  *
      *---------------------------------------------------------*
       01  ECQ-RUN-DTE                       PIC 9(08)   VALUE ZERO.
       01  ECQ-RUN-DTE-R REDEFINES ECQ-RUN-DTE.
           05  ECQ-RUN-YYYY                  PIC 9(04).
           05  ECQ-RUN-MM                    PIC 9(02).
           05  ECQ-RUN-DD                    PIC 9(02).
       01  ECQ-WK-DTE                        PIC 9(08)   VALUE ZERO.
       01  ECQ-WK-DTE-R REDEFINES ECQ-WK-DTE.
           05  ECQ-WK-YYYY                   PIC 9(04).
           05  ECQ-WK-MM                     PIC 9(02).
           05  ECQ-WK-DD                     PIC 9(02).
       01  ECQ-DAY-WORK                      COMP.
           05  ECQ-WK-AGE-DAYS               PIC S9(09)  VALUE ZERO.
       01  ECQ-LAST-CASE-NBR                 PIC 9(09)   VALUE ZERO.
       01  ECQ-DEFAULT-OWNER                 PIC X(08)
               VALUE 'UNASSIGN'.
       01  ECQ-CUR-OWNER-ID                  PIC X(08)   VALUE SPACES.
       01  ECQ-CUR-TYPE-CD                   PIC X(08)   VALUE SPACES.
      *---------------------------------------------------------*
      *    OPEN AND NEWLY CLOSED CASES FOR THIS RUN               *
      *---------------------------------------------------------*
       01  ECQ-CASE-TBL.
           05  ECQ-CS-ENTRY OCCURS 20000 TIMES
                           INDEXED BY ECQ-CS-IDX.
               10  ECQ-CS-CASE-NBR           PIC 9(09).
               10  ECQ-CS-SOURCE-PROGRAM-ID  PIC X(20).
               10  ECQ-CS-EXCEPTION-TYPE-CD  PIC X(08).
               10  ECQ-CS-BUSINESS-KEY       PIC X(40).
               10  ECQ-CS-AMOUNT-AT          PIC S9(13)V9(2).
               10  ECQ-CS-DESCRIPTION-TX     PIC X(40).
               10  ECQ-CS-OWNER-ID           PIC X(08).
               10  ECQ-CS-FIRST-SEEN-DTE     PIC 9(08).
               10  ECQ-CS-LAST-SEEN-DTE      PIC 9(08).
               10  ECQ-CS-SEEN-CT            PIC 9(05).
               10  ECQ-CS-STATUS-CD          PIC X(01).
                   88  ECQ-CS-OPEN               VALUE 'O'.
                   88  ECQ-CS-CLOSED             VALUE 'C'.
       01  ECQ-OWNER-TBL.
           05  ECQ-OW-ENTRY OCCURS 500 TIMES
                           INDEXED BY ECQ-OW-IDX.
               10  ECQ-OW-EXCEPTION-TYPE-CD  PIC X(08).
               10  ECQ-OW-OWNER-ID           PIC X(08).
       01  ECQ-RES-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'CASE RESOLUTIONS APPLIED THIS RUN'.
       01  ECQ-RES-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'CASE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'ACT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'TYPE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'BUSINESS KEY'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'RSN'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'ANALYST'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'OWNER'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)   VALUE 'STATUS'.
       01  ECQ-RES-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ECQ-RL-CASE-NBR               PIC 9(09).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ECQ-RL-ACTION-CD              PIC X(01).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ECQ-RL-TYPE-CD                PIC X(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-RL-BUSINESS-KEY           PIC X(40).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-RL-REASON-CD              PIC X(04).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-RL-ANALYST-ID             PIC X(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-RL-OWNER-ID               PIC X(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-RL-STATUS-TX              PIC X(30).
       01  ECQ-AGE-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'OPEN EXCEPTION CASES - AGING BY OWNER AND TYPE'.
       01  ECQ-AGE-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'OWNER'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'TYPE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)   VALUE 'CASE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(20)
               VALUE 'SOURCE PROGRAM'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'BUSINESS KEY'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE '  AGE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE ' SEEN'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE '          AMOUNT'.
       01  ECQ-AGE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ECQ-AL-OWNER-ID               PIC X(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-AL-TYPE-CD                PIC X(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-AL-CASE-NBR               PIC 9(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-AL-SOURCE-PROGRAM-ID      PIC X(20).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-AL-BUSINESS-KEY           PIC X(40).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-AL-AGE-DAYS               PIC ZZZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-AL-SEEN-CT                PIC ZZZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-AL-AMOUNT-AT              PIC -(12)9.99.
       01  ECQ-BKT-LINE.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  ECQ-BL-LABEL                  PIC X(18).
           05  FILLER                        PIC X(07)
               VALUE ' 0-1D: '.
           05  ECQ-BL-BKT-1                  PIC ZZZZZZ9.
           05  FILLER                        PIC X(08)
               VALUE '  2-7D: '.
           05  ECQ-BL-BKT-2                  PIC ZZZZZZ9.
           05  FILLER                        PIC X(09)
               VALUE '  8-30D: '.
           05  ECQ-BL-BKT-3                  PIC ZZZZZZ9.
           05  FILLER                        PIC X(08)
               VALUE '  31+D: '.
           05  ECQ-BL-BKT-4                  PIC ZZZZZZ9.
           05  FILLER                        PIC X(09)
               VALUE '  CASES: '.
           05  ECQ-BL-CASE-CT                PIC ZZZZZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  ECQ-BL-AMOUNT-AT              PIC -(14)9.99.
       01  ECQ-TOTAL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  ECQ-TOT-LABEL                 PIC X(40).
           05  ECQ-TOT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-POSTINGS THRU 2000-EXIT
               UNTIL ECQ-POST-EOF.
           PERFORM 3000-APPLY-RESOLUTIONS THRU 3000-EXIT.
           MOVE ECQ-AGE-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE ECQ-AGE-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           SORT ECQ-SORT-FL
               ON ASCENDING KEY SRT-OWNER-ID
                                SRT-EXCEPTION-TYPE-CD
               ON DESCENDING KEY SRT-AGE-DAYS
               ON ASCENDING KEY SRT-CASE-NBR
               INPUT PROCEDURE IS 5000-RELEASE-OPEN-CASES
                               THRU 5000-EXIT
               OUTPUT PROCEDURE IS 6000-PRINT-AGING
                               THRU 6000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE ECQ-RUN-RC TO RETURN-CODE.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT ECQ-POST-FL.
           OPEN INPUT ECQ-CASE-IN.
           OPEN INPUT ECQ-RES-FL.
           OPEN INPUT ECQ-OWNER-FL.
           OPEN OUTPUT ECQ-CASE-OUT.
           OPEN EXTEND ECQ-AUDIT-FL.
           OPEN EXTEND ECQ-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT ECQ-RUN-DTE FROM DATE YYYYMMDD.
           MOVE ECQ-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1100-LOAD-OWNER THRU 1100-EXIT
               UNTIL ECQ-OWNER-EOF.
           CLOSE ECQ-OWNER-FL.
           PERFORM 1200-LOAD-CASE THRU 1200-EXIT
               UNTIL ECQ-CASE-EOF.
           CLOSE ECQ-CASE-IN.
           PERFORM 2100-READ-POST THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       1100-LOAD-OWNER.
           READ ECQ-OWNER-FL
               AT END
                   SET ECQ-OWNER-EOF TO TRUE
           END-READ.
           IF ECQ-OWNER-EOF
               GO TO 1100-EXIT
           END-IF.
           IF ECQ-OWNER-USED-CT >= 500
               MOVE ' OWNERS' TO ECQ-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ECQ-OWNER-USED-CT.
           SET ECQ-OW-IDX TO ECQ-OWNER-USED-CT.
           MOVE OWN-EXCEPTION-TYPE-CD
               TO ECQ-OW-EXCEPTION-TYPE-CD (ECQ-OW-IDX).
           MOVE OWN-OWNER-ID TO ECQ-OW-OWNER-ID (ECQ-OW-IDX).
       1100-EXIT.
           EXIT.
       1200-LOAD-CASE.
           READ ECQ-CASE-IN
               AT END
                   SET ECQ-CASE-EOF TO TRUE
           END-READ.
           IF ECQ-CASE-EOF
               GO TO 1200-EXIT
           END-IF.
           IF CMI-RECORD-TYPE-HEADER
               MOVE CMI-H-LAST-CASE-NBR TO ECQ-LAST-CASE-NBR
               GO TO 1200-EXIT
           END-IF.
           IF NOT CMI-RECORD-TYPE-CASE
               GO TO 1200-EXIT
           END-IF.
           IF ECQ-CASE-USED-CT >= 20000
               MOVE ' CASES' TO ECQ-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ECQ-CASE-USED-CT.
           ADD 1 TO ECQ-CASE-LOADED-CT.
           SET ECQ-CS-IDX TO ECQ-CASE-USED-CT.
           MOVE CMI-CASE-NBR TO ECQ-CS-CASE-NBR (ECQ-CS-IDX).
           MOVE CMI-SOURCE-PROGRAM-ID
               TO ECQ-CS-SOURCE-PROGRAM-ID (ECQ-CS-IDX).
           MOVE CMI-EXCEPTION-TYPE-CD
               TO ECQ-CS-EXCEPTION-TYPE-CD (ECQ-CS-IDX).
           MOVE CMI-BUSINESS-KEY TO ECQ-CS-BUSINESS-KEY (ECQ-CS-IDX).
           MOVE CMI-AMOUNT-AT TO ECQ-CS-AMOUNT-AT (ECQ-CS-IDX).
           MOVE CMI-DESCRIPTION-TX
               TO ECQ-CS-DESCRIPTION-TX (ECQ-CS-IDX).
           MOVE CMI-OWNER-ID TO ECQ-CS-OWNER-ID (ECQ-CS-IDX).
           MOVE CMI-FIRST-SEEN-DTE
               TO ECQ-CS-FIRST-SEEN-DTE (ECQ-CS-IDX).
           MOVE CMI-LAST-SEEN-DTE
               TO ECQ-CS-LAST-SEEN-DTE (ECQ-CS-IDX).
           MOVE CMI-SEEN-CT TO ECQ-CS-SEEN-CT (ECQ-CS-IDX).
           SET ECQ-CS-OPEN (ECQ-CS-IDX) TO TRUE.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A POSTING THAT MATCHES AN OPEN CASE ON SOURCE PROGRAM, *
      *    TYPE AND BUSINESS KEY IS THE SAME BREAK SEEN AGAIN --  *
      *    THE CASE KEEPS ITS NUMBER AND AGE AND COUNTS ONE MORE  *
      *    NIGHT SEEN.  ANYTHING ELSE OPENS A NEW CASE            *
      *---------------------------------------------------------*
       2000-APPLY-POSTINGS.
           ADD 1 TO ECQ-POST-READ-CT.
           IF EXP-EXCEPTION-TYPE-CD = SPACES
            OR EXP-BUSINESS-KEY = SPACES
            OR EXP-POST-DTE NOT NUMERIC
               ADD 1 TO ECQ-POST-BAD-CT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-FIND-OPEN-CASE THRU 2200-EXIT.
           IF ECQ-WK-FOUND
               PERFORM 2300-UPDATE-CASE THRU 2300-EXIT
           ELSE
               PERFORM 2400-OPEN-CASE THRU 2400-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-POST THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-POST.
           READ ECQ-POST-FL
               AT END
                   SET ECQ-POST-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-FIND-OPEN-CASE.
           SET ECQ-WK-NOT-FOUND TO TRUE.
           IF ECQ-CASE-USED-CT = ZERO
               GO TO 2200-EXIT
           END-IF.
           SET ECQ-CS-IDX TO 1.
           SEARCH ECQ-CS-ENTRY VARYING ECQ-CS-IDX
               AT END
                   CONTINUE
               WHEN ECQ-CS-IDX > ECQ-CASE-USED-CT
                   CONTINUE
               WHEN ECQ-CS-OPEN (ECQ-CS-IDX)
                AND ECQ-CS-SOURCE-PROGRAM-ID (ECQ-CS-IDX)
                    = EXP-SOURCE-PROGRAM-ID
                AND ECQ-CS-EXCEPTION-TYPE-CD (ECQ-CS-IDX)
                    = EXP-EXCEPTION-TYPE-CD
                AND ECQ-CS-BUSINESS-KEY (ECQ-CS-IDX)
                    = EXP-BUSINESS-KEY
                   SET ECQ-WK-FOUND TO TRUE
           END-SEARCH.
       2200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A RERUN OF THE SAME NIGHT POSTS THE BREAK TWICE WITH   *
      *    THE SAME DATE -- ONLY A LATER DATE COUNTS AS ANOTHER   *
      *    NIGHT SEEN.  AMOUNT AND TEXT ARE THE LATEST POSTED     *
      *---------------------------------------------------------*
       2300-UPDATE-CASE.
           ADD 1 TO ECQ-POST-REPEAT-CT.
           IF EXP-POST-DTE > ECQ-CS-LAST-SEEN-DTE (ECQ-CS-IDX)
               ADD 1 TO ECQ-CS-SEEN-CT (ECQ-CS-IDX)
               MOVE EXP-POST-DTE TO ECQ-CS-LAST-SEEN-DTE (ECQ-CS-IDX)
           END-IF.
           MOVE EXP-AMOUNT-AT TO ECQ-CS-AMOUNT-AT (ECQ-CS-IDX).
           MOVE EXP-DESCRIPTION-TX
               TO ECQ-CS-DESCRIPTION-TX (ECQ-CS-IDX).
       2300-EXIT.
           EXIT.
       2400-OPEN-CASE.
           IF ECQ-CASE-USED-CT >= 20000
               MOVE ' CASES' TO ECQ-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO ECQ-CASE-USED-CT.
           ADD 1 TO ECQ-CASE-OPENED-CT.
           ADD 1 TO ECQ-LAST-CASE-NBR.
           SET ECQ-CS-IDX TO ECQ-CASE-USED-CT.
           MOVE ECQ-LAST-CASE-NBR TO ECQ-CS-CASE-NBR (ECQ-CS-IDX).
           MOVE EXP-SOURCE-PROGRAM-ID
               TO ECQ-CS-SOURCE-PROGRAM-ID (ECQ-CS-IDX).
           MOVE EXP-EXCEPTION-TYPE-CD
               TO ECQ-CS-EXCEPTION-TYPE-CD (ECQ-CS-IDX).
           MOVE EXP-BUSINESS-KEY TO ECQ-CS-BUSINESS-KEY (ECQ-CS-IDX).
           MOVE EXP-AMOUNT-AT TO ECQ-CS-AMOUNT-AT (ECQ-CS-IDX).
           MOVE EXP-DESCRIPTION-TX
               TO ECQ-CS-DESCRIPTION-TX (ECQ-CS-IDX).
           MOVE EXP-POST-DTE TO ECQ-CS-FIRST-SEEN-DTE (ECQ-CS-IDX).
           MOVE EXP-POST-DTE TO ECQ-CS-LAST-SEEN-DTE (ECQ-CS-IDX).
           MOVE 1 TO ECQ-CS-SEEN-CT (ECQ-CS-IDX).
           SET ECQ-CS-OPEN (ECQ-CS-IDX) TO TRUE.
           PERFORM 2410-FIND-OWNER THRU 2410-EXIT.
       2400-EXIT.
           EXIT.
       2410-FIND-OWNER.
           MOVE ECQ-DEFAULT-OWNER TO ECQ-CS-OWNER-ID (ECQ-CS-IDX).
           IF ECQ-OWNER-USED-CT = ZERO
               GO TO 2410-EXIT
           END-IF.
           SET ECQ-OW-IDX TO 1.
           SEARCH ECQ-OW-ENTRY VARYING ECQ-OW-IDX
               AT END
                   CONTINUE
               WHEN ECQ-OW-IDX > ECQ-OWNER-USED-CT
                   CONTINUE
               WHEN ECQ-OW-EXCEPTION-TYPE-CD (ECQ-OW-IDX)
                    = EXP-EXCEPTION-TYPE-CD
                   MOVE ECQ-OW-OWNER-ID (ECQ-OW-IDX)
                       TO ECQ-CS-OWNER-ID (ECQ-CS-IDX)
           END-SEARCH.
       2410-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RESOLUTIONS ARE APPLIED AFTER TONIGHT'S POSTINGS, SO A *
      *    CASE CLOSED TODAY THAT BREAKS AGAIN ON A LATER NIGHT   *
      *    COMES BACK AS A NEW CASE RATHER THAN STAYING SHUT.     *
      *    A CLOSE NEEDS A REASON AND THE ANALYST'S ID            *
      *---------------------------------------------------------*
       3000-APPLY-RESOLUTIONS.
           MOVE ECQ-RES-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE ECQ-RES-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           PERFORM 3100-READ-RES THRU 3100-EXIT.
           PERFORM 3200-APPLY-ONE-RES THRU 3200-EXIT
               UNTIL ECQ-RES-EOF.
           CLOSE ECQ-RES-FL.
       3000-EXIT.
           EXIT.
       3100-READ-RES.
           READ ECQ-RES-FL
               AT END
                   SET ECQ-RES-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.
       3200-APPLY-ONE-RES.
           ADD 1 TO ECQ-RES-READ-CT.
           MOVE SPACES TO ECQ-RL-TYPE-CD.
           MOVE SPACES TO ECQ-RL-BUSINESS-KEY.
           MOVE RES-CASE-NBR TO ECQ-RL-CASE-NBR.
           MOVE RES-ACTION-CD TO ECQ-RL-ACTION-CD.
           MOVE RES-REASON-CD TO ECQ-RL-REASON-CD.
           MOVE RES-ANALYST-ID TO ECQ-RL-ANALYST-ID.
           MOVE RES-OWNER-ID TO ECQ-RL-OWNER-ID.
           PERFORM 3300-FIND-CASE-NBR THRU 3300-EXIT.
           IF ECQ-WK-NOT-FOUND
               MOVE '** REJECTED - NO OPEN CASE' TO ECQ-RL-STATUS-TX
               GO TO 3200-REJECT
           END-IF.
           MOVE ECQ-CS-EXCEPTION-TYPE-CD (ECQ-CS-IDX)
               TO ECQ-RL-TYPE-CD.
           MOVE ECQ-CS-BUSINESS-KEY (ECQ-CS-IDX)
               TO ECQ-RL-BUSINESS-KEY.
           IF RES-ANALYST-ID = SPACES
               MOVE '** REJECTED - NO ANALYST ID' TO ECQ-RL-STATUS-TX
               GO TO 3200-REJECT
           END-IF.
           EVALUATE TRUE
               WHEN RES-ACTION-CLOSE
                   IF RES-REASON-CD = SPACES
                       MOVE '** REJECTED - NO CLOSE REASON'
                           TO ECQ-RL-STATUS-TX
                       GO TO 3200-REJECT
                   END-IF
                   PERFORM 3400-CLOSE-CASE THRU 3400-EXIT
                   MOVE 'CLOSED' TO ECQ-RL-STATUS-TX
               WHEN RES-ACTION-ASSIGN
                   IF RES-OWNER-ID = SPACES
                       MOVE '** REJECTED - NO NEW OWNER'
                           TO ECQ-RL-STATUS-TX
                       GO TO 3200-REJECT
                   END-IF
                   MOVE RES-OWNER-ID TO ECQ-CS-OWNER-ID (ECQ-CS-IDX)
                   ADD 1 TO ECQ-RES-ASSIGNED-CT
                   MOVE 'REASSIGNED' TO ECQ-RL-STATUS-TX
               WHEN OTHER
                   MOVE '** REJECTED - UNKNOWN ACTION'
                       TO ECQ-RL-STATUS-TX
                   GO TO 3200-REJECT
           END-EVALUATE.
           GO TO 3200-PRINT.
       3200-REJECT.
           ADD 1 TO ECQ-RES-REJECTED-CT.
       3200-PRINT.
           MOVE ECQ-RES-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           PERFORM 3100-READ-RES THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
       3300-FIND-CASE-NBR.
           SET ECQ-WK-NOT-FOUND TO TRUE.
           IF ECQ-CASE-USED-CT = ZERO
               GO TO 3300-EXIT
           END-IF.
           SET ECQ-CS-IDX TO 1.
           SEARCH ECQ-CS-ENTRY VARYING ECQ-CS-IDX
               AT END
                   CONTINUE
               WHEN ECQ-CS-IDX > ECQ-CASE-USED-CT
                   CONTINUE
               WHEN ECQ-CS-CASE-NBR (ECQ-CS-IDX) = RES-CASE-NBR
                AND ECQ-CS-OPEN (ECQ-CS-IDX)
                   SET ECQ-WK-FOUND TO TRUE
           END-SEARCH.
       3300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE CLOSED CASE GOES TO THE AUDIT LOG WITH WHO CLOSED  *
      *    IT, WHY, AND HOW LONG IT WAS OPEN                      *
      *---------------------------------------------------------*
       3400-CLOSE-CASE.
           SET ECQ-CS-CLOSED (ECQ-CS-IDX) TO TRUE.
           ADD 1 TO ECQ-CASE-CLOSED-CT.
           PERFORM 7000-COMPUTE-AGE THRU 7000-EXIT.
           MOVE SPACES TO ECQ-AUDIT-RECORD.
           MOVE ECQ-CS-CASE-NBR (ECQ-CS-IDX) TO CAU-CASE-NBR.
           MOVE ECQ-CS-SOURCE-PROGRAM-ID (ECQ-CS-IDX)
               TO CAU-SOURCE-PROGRAM-ID.
           MOVE ECQ-CS-EXCEPTION-TYPE-CD (ECQ-CS-IDX)
               TO CAU-EXCEPTION-TYPE-CD.
           MOVE ECQ-CS-BUSINESS-KEY (ECQ-CS-IDX) TO CAU-BUSINESS-KEY.
           MOVE ECQ-CS-AMOUNT-AT (ECQ-CS-IDX) TO CAU-AMOUNT-AT.
           MOVE ECQ-CS-OWNER-ID (ECQ-CS-IDX) TO CAU-OWNER-ID.
           MOVE ECQ-CS-FIRST-SEEN-DTE (ECQ-CS-IDX)
               TO CAU-FIRST-SEEN-DTE.
           MOVE ECQ-CS-LAST-SEEN-DTE (ECQ-CS-IDX)
               TO CAU-LAST-SEEN-DTE.
           MOVE ECQ-CS-SEEN-CT (ECQ-CS-IDX) TO CAU-SEEN-CT.
           MOVE ECQ-WK-AGE-DAYS TO CAU-AGE-DAYS.
           IF RES-ACTION-DTE NUMERIC
              AND RES-ACTION-DTE NOT = ZERO
               MOVE RES-ACTION-DTE TO CAU-CLOSE-DTE
           ELSE
               MOVE ECQ-RUN-DTE TO CAU-CLOSE-DTE
           END-IF.
           MOVE RES-REASON-CD TO CAU-REASON-CD.
           MOVE RES-ANALYST-ID TO CAU-CLOSED-BY-ID.
           MOVE RES-COMMENT-TX TO CAU-COMMENT-TX.
           MOVE ECQ-RUN-DTE TO CAU-RUN-DTE.
           WRITE ECQ-AUDIT-RECORD.
       3400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY CASE STILL OPEN IS CARRIED TO TOMORROW'S MASTER  *
      *    AND RELEASED TO THE AGING REPORT                       *
      *---------------------------------------------------------*
       5000-RELEASE-OPEN-CASES.
           MOVE SPACES TO ECQ-CASE-OUT-RECORD.
           SET CMO-RECORD-TYPE-HEADER TO TRUE.
           MOVE ECQ-LAST-CASE-NBR TO CMO-H-LAST-CASE-NBR.
           MOVE ECQ-RUN-DTE TO CMO-H-RUN-DTE.
           WRITE ECQ-CASE-OUT-RECORD.
           IF ECQ-CASE-USED-CT > ZERO
               PERFORM 5100-RELEASE-ONE-CASE THRU 5100-EXIT
                   VARYING ECQ-CS-IDX FROM 1 BY 1
                   UNTIL ECQ-CS-IDX > ECQ-CASE-USED-CT
           END-IF.
       5000-EXIT.
           EXIT.
       5100-RELEASE-ONE-CASE.
           IF NOT ECQ-CS-OPEN (ECQ-CS-IDX)
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO ECQ-CASE-OUT-RECORD.
           SET CMO-RECORD-TYPE-CASE TO TRUE.
           MOVE ECQ-CS-CASE-NBR (ECQ-CS-IDX) TO CMO-CASE-NBR.
           MOVE ECQ-CS-SOURCE-PROGRAM-ID (ECQ-CS-IDX)
               TO CMO-SOURCE-PROGRAM-ID.
           MOVE ECQ-CS-EXCEPTION-TYPE-CD (ECQ-CS-IDX)
               TO CMO-EXCEPTION-TYPE-CD.
           MOVE ECQ-CS-BUSINESS-KEY (ECQ-CS-IDX) TO CMO-BUSINESS-KEY.
           MOVE ECQ-CS-AMOUNT-AT (ECQ-CS-IDX) TO CMO-AMOUNT-AT.
           MOVE ECQ-CS-DESCRIPTION-TX (ECQ-CS-IDX)
               TO CMO-DESCRIPTION-TX.
           MOVE ECQ-CS-OWNER-ID (ECQ-CS-IDX) TO CMO-OWNER-ID.
           MOVE ECQ-CS-FIRST-SEEN-DTE (ECQ-CS-IDX)
               TO CMO-FIRST-SEEN-DTE.
           MOVE ECQ-CS-LAST-SEEN-DTE (ECQ-CS-IDX)
               TO CMO-LAST-SEEN-DTE.
           MOVE ECQ-CS-SEEN-CT (ECQ-CS-IDX) TO CMO-SEEN-CT.
           WRITE ECQ-CASE-OUT-RECORD.
           ADD 1 TO ECQ-CASE-WRITTEN-CT.
           PERFORM 7000-COMPUTE-AGE THRU 7000-EXIT.
           MOVE ECQ-CS-OWNER-ID (ECQ-CS-IDX) TO SRT-OWNER-ID.
           MOVE ECQ-CS-EXCEPTION-TYPE-CD (ECQ-CS-IDX)
               TO SRT-EXCEPTION-TYPE-CD.
           MOVE ECQ-WK-AGE-DAYS TO SRT-AGE-DAYS.
           MOVE ECQ-CS-CASE-NBR (ECQ-CS-IDX) TO SRT-CASE-NBR.
           MOVE ECQ-CS-SOURCE-PROGRAM-ID (ECQ-CS-IDX)
               TO SRT-SOURCE-PROGRAM-ID.
           MOVE ECQ-CS-BUSINESS-KEY (ECQ-CS-IDX) TO SRT-BUSINESS-KEY.
           MOVE ECQ-CS-SEEN-CT (ECQ-CS-IDX) TO SRT-SEEN-CT.
           MOVE ECQ-CS-AMOUNT-AT (ECQ-CS-IDX) TO SRT-AMOUNT-AT.
           ADD 1 TO ECQ-CASE-RELEASED-CT.
           RELEASE ECQ-SORT-RECORD.
       5100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE LINE PER OPEN CASE, OLDEST FIRST WITHIN OWNER AND  *
      *    TYPE, WITH AN AGING-BUCKET SUBTOTAL ON EACH BREAK      *
      *---------------------------------------------------------*
       6000-PRINT-AGING.
           PERFORM 6100-RETURN-SORTED THRU 6100-EXIT.
           PERFORM 6200-PROCESS-SORTED THRU 6200-EXIT
               UNTIL ECQ-SORT-EOF.
           IF ECQ-NOT-FIRST-ROW
               PERFORM 6400-PRINT-SUBTOTAL THRU 6400-EXIT
           END-IF.
           MOVE 'ALL OWNERS' TO ECQ-BL-LABEL.
           MOVE ECQ-TOT-BKT-CT (1) TO ECQ-BL-BKT-1.
           MOVE ECQ-TOT-BKT-CT (2) TO ECQ-BL-BKT-2.
           MOVE ECQ-TOT-BKT-CT (3) TO ECQ-BL-BKT-3.
           MOVE ECQ-TOT-BKT-CT (4) TO ECQ-BL-BKT-4.
           MOVE ECQ-CASE-PRINTED-CT TO ECQ-BL-CASE-CT.
           MOVE ECQ-OPEN-AMOUNT-AT TO ECQ-BL-AMOUNT-AT.
           MOVE ECQ-BKT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       6000-EXIT.
           EXIT.
       6100-RETURN-SORTED.
           RETURN ECQ-SORT-FL
               AT END
                   SET ECQ-SORT-EOF TO TRUE
           END-RETURN.
       6100-EXIT.
           EXIT.
       6200-PROCESS-SORTED.
           IF ECQ-FIRST-ROW
               MOVE 'N' TO ECQ-FIRST-ROW-SW
               PERFORM 6300-START-GROUP THRU 6300-EXIT
           ELSE
               IF SRT-OWNER-ID NOT = ECQ-CUR-OWNER-ID
                OR SRT-EXCEPTION-TYPE-CD NOT = ECQ-CUR-TYPE-CD
                   PERFORM 6400-PRINT-SUBTOTAL THRU 6400-EXIT
                   PERFORM 6300-START-GROUP THRU 6300-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN SRT-AGE-DAYS <= 1
                   MOVE 1 TO ECQ-BKT-IX
               WHEN SRT-AGE-DAYS <= 7
                   MOVE 2 TO ECQ-BKT-IX
               WHEN SRT-AGE-DAYS <= 30
                   MOVE 3 TO ECQ-BKT-IX
               WHEN OTHER
                   MOVE 4 TO ECQ-BKT-IX
           END-EVALUATE.
           ADD 1 TO ECQ-GRP-BKT-CT (ECQ-BKT-IX).
           ADD 1 TO ECQ-TOT-BKT-CT (ECQ-BKT-IX).
           ADD 1 TO ECQ-GRP-CASE-CT.
           ADD 1 TO ECQ-CASE-PRINTED-CT.
           ADD SRT-AMOUNT-AT TO ECQ-GRP-AMOUNT-AT.
           ADD SRT-AMOUNT-AT TO ECQ-OPEN-AMOUNT-AT.
           MOVE SRT-OWNER-ID TO ECQ-AL-OWNER-ID.
           MOVE SRT-EXCEPTION-TYPE-CD TO ECQ-AL-TYPE-CD.
           MOVE SRT-CASE-NBR TO ECQ-AL-CASE-NBR.
           MOVE SRT-SOURCE-PROGRAM-ID TO ECQ-AL-SOURCE-PROGRAM-ID.
           MOVE SRT-BUSINESS-KEY TO ECQ-AL-BUSINESS-KEY.
           MOVE SRT-AGE-DAYS TO ECQ-AL-AGE-DAYS.
           MOVE SRT-SEEN-CT TO ECQ-AL-SEEN-CT.
           MOVE SRT-AMOUNT-AT TO ECQ-AL-AMOUNT-AT.
           MOVE ECQ-AGE-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           PERFORM 6100-RETURN-SORTED THRU 6100-EXIT.
       6200-EXIT.
           EXIT.
       6300-START-GROUP.
           MOVE SRT-OWNER-ID TO ECQ-CUR-OWNER-ID.
           MOVE SRT-EXCEPTION-TYPE-CD TO ECQ-CUR-TYPE-CD.
           MOVE ZERO TO ECQ-GRP-BKT-CT (1).
           MOVE ZERO TO ECQ-GRP-BKT-CT (2).
           MOVE ZERO TO ECQ-GRP-BKT-CT (3).
           MOVE ZERO TO ECQ-GRP-BKT-CT (4).
           MOVE ZERO TO ECQ-GRP-CASE-CT.
           MOVE ZERO TO ECQ-GRP-AMOUNT-AT.
       6300-EXIT.
           EXIT.
       6400-PRINT-SUBTOTAL.
           MOVE SPACES TO ECQ-BL-LABEL.
           STRING ECQ-CUR-OWNER-ID DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  ECQ-CUR-TYPE-CD  DELIMITED BY SIZE
                  INTO ECQ-BL-LABEL
           END-STRING.
           MOVE ECQ-GRP-BKT-CT (1) TO ECQ-BL-BKT-1.
           MOVE ECQ-GRP-BKT-CT (2) TO ECQ-BL-BKT-2.
           MOVE ECQ-GRP-BKT-CT (3) TO ECQ-BL-BKT-3.
           MOVE ECQ-GRP-BKT-CT (4) TO ECQ-BL-BKT-4.
           MOVE ECQ-GRP-CASE-CT TO ECQ-BL-CASE-CT.
           MOVE ECQ-GRP-AMOUNT-AT TO ECQ-BL-AMOUNT-AT.
           MOVE ECQ-BKT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       6400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    AGE IN NYSE BUSINESS DAYS FROM FIRST SEEN TO THE RUN   *
      *    DATE -- A CASE OPENED FRIDAY IS ONE DAY OLD ON MONDAY  *
      *---------------------------------------------------------*
       7000-COMPUTE-AGE.
           MOVE ECQ-CS-FIRST-SEEN-DTE (ECQ-CS-IDX) TO ECQ-WK-DTE.
           MOVE 'BUS' TO DTE-FUNCTION-CD.
           SET DTE-CAL-NYSE TO TRUE.
           MOVE ECQ-WK-DTE TO DTE-DATE-1.
           MOVE ECQ-RUN-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO ECQ-WK-AGE-DAYS.
           IF ECQ-WK-AGE-DAYS < ZERO
               MOVE ZERO TO ECQ-WK-AGE-DAYS
           END-IF.
           IF ECQ-WK-AGE-DAYS > 99999
               MOVE 99999 TO ECQ-WK-AGE-DAYS
           END-IF.
       7000-EXIT.
           EXIT.
       8000-PRINT-TOTALS.
           MOVE 'EXCEPTION POSTINGS READ: ' TO ECQ-TOT-LABEL.
           MOVE ECQ-POST-READ-CT TO ECQ-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'POSTINGS WITH NO TYPE OR KEY: ' TO ECQ-TOT-LABEL.
           MOVE ECQ-POST-BAD-CT TO ECQ-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'POSTINGS MATCHED TO AN OPEN CASE: ' TO ECQ-TOT-LABEL.
           MOVE ECQ-POST-REPEAT-CT TO ECQ-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'CASES CARRIED IN OPEN: ' TO ECQ-TOT-LABEL.
           MOVE ECQ-CASE-LOADED-CT TO ECQ-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'NEW CASES OPENED: ' TO ECQ-TOT-LABEL.
           MOVE ECQ-CASE-OPENED-CT TO ECQ-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'RESOLUTIONS READ: ' TO ECQ-TOT-LABEL.
           MOVE ECQ-RES-READ-CT TO ECQ-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'CASES CLOSED: ' TO ECQ-TOT-LABEL.
           MOVE ECQ-CASE-CLOSED-CT TO ECQ-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'CASES REASSIGNED: ' TO ECQ-TOT-LABEL.
           MOVE ECQ-RES-ASSIGNED-CT TO ECQ-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'RESOLUTIONS REJECTED: ' TO ECQ-TOT-LABEL.
           MOVE ECQ-RES-REJECTED-CT TO ECQ-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'CASES CARRIED OUT OPEN: ' TO ECQ-TOT-LABEL.
           MOVE ECQ-CASE-WRITTEN-CT TO ECQ-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'OPEN CASES AGED OVER 30 DAYS: ' TO ECQ-TOT-LABEL.
           MOVE ECQ-TOT-BKT-CT (4) TO ECQ-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
       8000-EXIT.
           EXIT.
       8010-PRINT-COUNT.
           MOVE ECQ-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8010-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO ECQ-RUN-CTL-RECORD.
           MOVE 'ECQ-EXCEPTION-QUEUE' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE ECQ-RUN-CTL-RECORD.
       1050-EXIT.
           EXIT.
       1060-STAMP-DATE-TIME.
           ACCEPT RCTL-WK-DATE FROM DATE YYYYMMDD.
           ACCEPT RCTL-WK-TIME FROM TIME.
           MOVE RCTL-WK-DATE TO RCTL-RUN-DATE.
           MOVE RCTL-WK-TIME (1:6) TO RCTL-RUN-TIME.
       1060-EXIT.
           EXIT.
       9060-POST-RUN-END.
           MOVE SPACES TO ECQ-RUN-CTL-RECORD.
           MOVE 'ECQ-EXCEPTION-QUEUE' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ECQ-POST-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE ECQ-RUN-CTL-RECORD.
           CLOSE ECQ-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           CLOSE ECQ-POST-FL.
           CLOSE ECQ-CASE-OUT.
           CLOSE ECQ-AUDIT-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE -- OPS RERUNS AFTER THE TABLE SIZING   *
      *    IS ADDRESSED.  THE MASTER IS NOT REPLACED              *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE ECQ-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO ECQ-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           CLOSE ECQ-POST-FL.
           CLOSE ECQ-CASE-IN.
           CLOSE ECQ-RES-FL.
           CLOSE ECQ-OWNER-FL.
           CLOSE ECQ-CASE-OUT.
           CLOSE ECQ-AUDIT-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
           MOVE ECQ-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL.  CASES IN PLUS OPENED LESS       *
      *    CLOSED MUST EQUAL CASES CARRIED OUT                    *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF ECQ-NEW-RC > ECQ-RUN-RC
               MOVE ECQ-NEW-RC TO ECQ-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF ECQ-POST-BAD-CT > ZERO
            OR ECQ-RES-REJECTED-CT > ZERO
               MOVE 4 TO ECQ-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF ECQ-CASE-LOADED-CT + ECQ-CASE-OPENED-CT
               - ECQ-CASE-CLOSED-CT NOT = ECQ-CASE-WRITTEN-CT
            OR ECQ-CASE-RELEASED-CT NOT = ECQ-CASE-PRINTED-CT
               MOVE 8 TO ECQ-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE ECQ-RUN-RC TO ECQ-RCD-OUT.
           EVALUATE ECQ-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO ECQ-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO ECQ-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO ECQ-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO ECQ-RCD-REASON
           END-EVALUATE.
           MOVE ECQ-RCD-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE ECQ-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BRIDGE PARAGRAPHS TO THE COMMON REPORT WRITER          *
      *---------------------------------------------------------*
       9500-WRITE-REPORT-DETAIL.
           SET RPT-FUNC-DETAIL TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9500-EXIT.
           EXIT.
       9510-START-REPORT-SECTION.
           SET RPT-FUNC-SECTION TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
           MOVE SPACES TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
       9510-EXIT.
           EXIT.
       9520-OPEN-REPORT.
           SET RPT-FUNC-OPEN TO TRUE.
           MOVE 'ECQ-EXCEPTION-QUEUE' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
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
