       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRX-PROXY-EXTRACT.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT PRX-REQUEST-FL ASSIGN TO "PRXRQST".
	    SELECT PRX-POS-BOOK-FL ASSIGN TO "POSBOOK".
	    SELECT OPTIONAL PRX-JOURNAL-FL ASSIGN TO "PRXJRNL".
	    SELECT PRX-ACCOUNT-FL ASSIGN TO "ACCTFILE".
	    SELECT PRX-CUSTOMER-FL ASSIGN TO "CUSTFILE".
	    SELECT OPTIONAL PRX-RTN-MAIL-FL ASSIGN TO "RTNMAIL".
	    SELECT PRX-PRINT-FL ASSIGN TO "PRXPRINT".
	    SELECT PRX-ENOTICE-FL ASSIGN TO "PRXENTC".
	    SELECT PRX-SEARCH-CARD-FL ASSIGN TO "PRXSRCH".
	    SELECT OPTIONAL PRX-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    MEETING REQUEST -- THE FUND, ITS RECORD DATE AND THE   *
      *    SHARES OUTSTANDING FUND ACCOUNTING REPORTS FOR IT      *
      *---------------------------------------------------------*
       FD  PRX-REQUEST-FL.
       01  PRX-REQUEST-RECORD.
           05  RQ-FUND-CODE                  PIC 9(7).
           05  RQ-RECORD-DTE                 PIC 9(8).
           05  RQ-MEETING-DTE                PIC 9(8).
           05  RQ-SHARES-OUTSTANDING         PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  FILLER                        PIC X(41).
       FD  PRX-POS-BOOK-FL.
       01  PRX-POS-BOOK-RECORD.
           05  PBK-FUND-CODE                 PIC 9(7).
           05  PBK-ACCOUNT-NUMBER            PIC 9(11).
           05  PBK-SHARE-BAL                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  PBK-NAV-PRICE                 PIC 9(5)V9(4).
           05  PBK-FINANCIAL-INST-ID         PIC 9(7).
           05  PBK-FINCL-INST-BRCH-ID        PIC X(9).
           05  PBK-ALPHA-CODE                PIC X(10).
           05  PBK-DLR-CTL-LVL-CD            PIC 9(1).
               88  PBK-DLR-CTL-DIRECT            VALUE 0.
           05  FILLER                        PIC X(44).
      *---------------------------------------------------------*
      *    POSITION JOURNAL GENERATIONS POSTED SINCE THE RECORD   *
      *    DATE -- MOVEMENTS TRADED AFTER IT ARE BACKED OUT OF    *
      *    TODAY'S BOOK TO RESTATE THE RECORD-DATE BALANCE        *
      *---------------------------------------------------------*
       FD  PRX-JOURNAL-FL.
       01  PRX-JOURNAL-RECORD.
           05  PJR-FUND-CODE                 PIC 9(7).
           05  PJR-ACCOUNT-NUMBER            PIC 9(11).
           05  PJR-TRADE-DTE                 PIC 9(8).
           05  PJR-POST-DTE                  PIC 9(8).
           05  PJR-ACTIVITY-CD               PIC X(2).
           05  PJR-REVERSAL-SW               PIC X(1).
           05  PJR-SHARE-DELTA               PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  FILLER                        PIC X(89).
       FD  PRX-ACCOUNT-FL.
       01  PRX-ACCOUNT-RECORD.
           05  PRX-ACT-FUND-CODE             PIC 9(7).
           05  PRX-ACT-ACCOUNT-NUMBER        PIC 9(11).
           05  PRX-ACT-CMR-BPR-ID2           PIC 9(11).
           05  PRX-ACT-CMR-BPR-ID1           PIC 9(11).
           05  PRX-ACT-REG-TYP-REL-ABR       PIC X(4).
           05  FILLER                        PIC X(225).
           05  PRX-ACT-TAX-RSP-PRTY          PIC X(1).
           05  PRX-ACT-REG-TYP-SHT-NME       PIC X(10).
           05  FILLER                        PIC X(366).
       FD  PRX-CUSTOMER-FL.
       01  PRX-CUSTOMER-RECORD.
           05  PRX-CST-CMR-BPR-ID2           PIC 9(11).
           05  PRX-CST-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(8).
           05  PRX-CST-FRST-NME              PIC X(35).
           05  FILLER                        PIC X(32).
           05  PRX-CST-CRP-LST-NME           PIC X(35).
           05  FILLER                        PIC X(134).
           05  PRX-CST-PTL-ADR-GROUP         PIC X(210).
           05  PRX-CST-PTL-ADR-KEY           PIC X(210).
           05  FILLER                        PIC X(157).
           05  PRX-CST-STM-EML-ADR-ID        PIC X(100).
           05  FILLER                        PIC X(123).
           05  PRX-CST-CSNT-PROXY-CD         PIC X(1).
               88  PRX-CST-CSNT-PROXY-YES        VALUE 'Y'.
           05  FILLER                        PIC X(30).
      *---------------------------------------------------------*
      *    RETURNED-MAIL MASTER -- A HOLDER WHOSE ADDRESS IS      *
      *    UNDELIVERABLE OR WHO IS A LOST SHAREHOLDER IS HELD     *
      *    RATHER THAN MAILED A PACKAGE                           *
      *---------------------------------------------------------*
       FD  PRX-RTN-MAIL-FL.
       01  PRX-RTN-MAIL-RECORD.
           05  PRX-RTM-CMR-BPR-ID2           PIC 9(11).
           05  PRX-RTM-CMR-BPR-ID1           PIC 9(11).
           05  PRX-RTM-UNDELIV-DTE           PIC 9(8).
           05  PRX-RTM-RETURN-CT             PIC 9(3).
           05  PRX-RTM-ADR-STATUS-CD         PIC X(1).
               88  PRX-RTM-ADR-UNDELIVERABLE     VALUE 'U'.
               88  PRX-RTM-ADR-LOST-SHAREHOLDER  VALUE 'L'.
               88  PRX-RTM-ADR-CLEARED           VALUE 'C'.
           05  FILLER                        PIC X(46).
       FD  PRX-PRINT-FL.
       01  PRX-PRINT-RECORD                  PIC X(400).
       FD  PRX-ENOTICE-FL.
       01  PRX-ENOTICE-RECORD                PIC X(400).
      *---------------------------------------------------------*
      *    DEALER-BROKER SEARCH CARD -- NETWORKED AND OMNIBUS     *
      *    POSITIONS, WHERE THE FIRM HOLDS THE BENEFICIAL OWNERS  *
      *---------------------------------------------------------*
       FD  PRX-SEARCH-CARD-FL.
       01  PRX-SEARCH-CARD-RECORD.
           05  SRC-FUND-CODE                 PIC 9(7).
           05  SRC-RECORD-DTE                PIC 9(8).
           05  SRC-MEETING-DTE               PIC 9(8).
           05  SRC-FINANCIAL-INST-ID         PIC 9(7).
           05  SRC-FINCL-INST-BRCH-ID        PIC X(9).
           05  SRC-DLR-CTL-LVL-CD            PIC 9(1).
           05  SRC-ACCOUNT-NUMBER            PIC 9(11).
           05  SRC-ALPHA-CODE                PIC X(10).
           05  SRC-SHARES                    PIC -9(11).9(4).
           05  FILLER                        PIC X(22).
       FD  PRX-RUN-CTL-FL.
       01  PRX-RUN-CTL-RECORD.
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
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
       01  PRX-SWITCHES.
           05  PRX-PBK-EOF-SW                PIC X(01)   VALUE 'N'.
               88  PRX-PBK-EOF                   VALUE 'Y'.
           05  PRX-JRN-EOF-SW                PIC X(01)   VALUE 'N'.
               88  PRX-JRN-EOF                   VALUE 'Y'.
           05  PRX-ACT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  PRX-ACT-EOF                   VALUE 'Y'.
           05  PRX-CST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  PRX-CST-EOF                   VALUE 'Y'.
           05  PRX-RTM-EOF-SW                PIC X(01)   VALUE 'N'.
               88  PRX-RTM-EOF                   VALUE 'Y'.
           05  PRX-BO-SW                     PIC X(01)   VALUE 'N'.
               88  PRX-BO-FOUND                  VALUE 'Y'.
               88  PRX-BO-NOT-FOUND              VALUE 'N'.
           05  PRX-AL-SW                     PIC X(01)   VALUE 'N'.
               88  PRX-AL-FOUND                  VALUE 'Y'.
               88  PRX-AL-NOT-FOUND              VALUE 'N'.
           05  PRX-CU-SW                     PIC X(01)   VALUE 'N'.
               88  PRX-CU-FOUND                  VALUE 'Y'.
               88  PRX-CU-NOT-FOUND              VALUE 'N'.
           05  PRX-HH-SW                     PIC X(01)   VALUE 'N'.
               88  PRX-HH-FOUND                  VALUE 'Y'.
               88  PRX-HH-NOT-FOUND              VALUE 'N'.
           05  PRX-BALANCE-SW                PIC X(01)   VALUE 'Y'.
               88  PRX-IN-BALANCE                VALUE 'Y'.
               88  PRX-OUT-OF-BALANCE            VALUE 'N'.
       01  PRX-COUNTERS                      COMP.
           05  PRX-PBK-READ-CT               PIC 9(09)   VALUE ZERO.
           05  PRX-FUND-POSITION-CT          PIC 9(09)   VALUE ZERO.
           05  PRX-NOT-HOLDER-CT             PIC 9(09)   VALUE ZERO.
           05  PRX-JRN-BACKOUT-CT            PIC 9(09)   VALUE ZERO.
           05  PRX-PRINT-CT                  PIC 9(09)   VALUE ZERO.
           05  PRX-PACKAGE-CT                PIC 9(09)   VALUE ZERO.
           05  PRX-ENOTICE-CT                PIC 9(09)   VALUE ZERO.
           05  PRX-SEARCH-CARD-CT            PIC 9(09)   VALUE ZERO.
           05  PRX-HELD-CT                   PIC 9(09)   VALUE ZERO.
           05  PRX-RTN-MAIL-HELD-CT          PIC 9(09)   VALUE ZERO.
       01  PRX-BO-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  PRX-AL-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  PRX-CU-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  PRX-HH-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  PRX-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  PRX-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  PRX-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  PRX-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  PRX-RCD-REASON               PIC X(40).
       01  PRX-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  PRX-TBL-LIMIT-NAME            PIC X(20).
       01  PRX-NO-REQUEST-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(46)
               VALUE 'RUN STOPPED - NO VALID MEETING REQUEST ON FILE'.
       01  PRX-REQUEST-WORK.
           05  PRX-RQ-FUND-CODE              PIC 9(07)   VALUE ZERO.
           05  PRX-RQ-RECORD-DTE             PIC 9(08)   VALUE ZERO.
           05  PRX-RQ-MEETING-DTE            PIC 9(08)   VALUE ZERO.
           05  PRX-RQ-SHARES-OUTSTANDING     PIC S9(11)V9(4)
                                              VALUE ZERO.
       01  PRX-SHARE-WORK.
           05  PRX-WK-ASOF-SHARES            PIC S9(11)V9(4)
                                              VALUE ZERO.
           05  PRX-BOOK-ASOF-SHARES          PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  PRX-PRINT-SHARES              PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  PRX-ENOTICE-SHARES            PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  PRX-SEARCH-CARD-SHARES        PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  PRX-HELD-SHARES               PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  PRX-EXTRACT-SHARES            PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  PRX-DIFF-SHARES               PIC S9(13)V9(4)
                                              VALUE ZERO.
       01  PRX-BO-TBL.
           05  PRX-BO-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY PRX-BO-IDX.
               10  PRX-BO-ACCOUNT-NBR        PIC 9(11).
               10  PRX-BO-SHARES             PIC S9(11)V9(4).
       01  PRX-AL-TBL.
           05  PRX-AL-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY PRX-AL-IDX.
               10  PRX-AL-ACCOUNT-NBR        PIC 9(11).
               10  PRX-AL-BPR-ID1            PIC 9(11).
               10  PRX-AL-BPR-ID2            PIC 9(11).
               10  PRX-AL-REG-TYP-REL-ABR    PIC X(04).
               10  PRX-AL-REG-TYP-SHT-NME    PIC X(10).
       01  PRX-CU-TBL.
           05  PRX-CU-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY PRX-CU-IDX.
               10  PRX-CU-BPR-ID1            PIC 9(11).
               10  PRX-CU-BPR-ID2            PIC 9(11).
               10  PRX-CU-FRST-NME           PIC X(35).
               10  PRX-CU-LST-NME            PIC X(35).
               10  PRX-CU-ADR-GROUP          PIC X(210).
               10  PRX-CU-ADR-KEY            PIC X(210).
               10  PRX-CU-EML-ADR            PIC X(100).
               10  PRX-CU-PROXY-SW           PIC X(01).
                   88  PRX-CU-PROXY-ELECTRONIC   VALUE 'Y'.
               10  PRX-CU-RTN-MAIL-SW        PIC X(01).
                   88  PRX-CU-MAIL-RETURNED      VALUE 'Y'.
      *---------------------------------------------------------*
      *    HOUSEHOLDS -- ONE PRINTED PACKAGE PER POSTAL ADDRESS   *
      *    KEY; EVERY HOLDER STILL GETS ITS OWN EXTRACT ROW SO    *
      *    EACH ACCOUNT IS VOTED SEPARATELY                       *
      *---------------------------------------------------------*
       01  PRX-HH-TBL.
           05  PRX-HH-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY PRX-HH-IDX.
               10  PRX-HH-KEY                PIC X(210).
       01  PRX-HOLDER-AREA.
           05  HLD-FUND-CODE                 PIC 9(07).
           05  HLD-RECORD-DTE                PIC 9(08).
           05  HLD-MEETING-DTE               PIC 9(08).
           05  HLD-ACCOUNT-NBR               PIC 9(11).
           05  HLD-SHARES                    PIC -9(11).9(4).
           05  HLD-REG-TYP-REL-ABR           PIC X(04).
           05  HLD-REG-TYP-SHT-NME           PIC X(10).
           05  HLD-FRST-NME                  PIC X(35).
           05  HLD-LST-NME                   PIC X(35).
           05  HLD-DELIVERY-AREA             PIC X(210).
           05  HLD-EMAIL-AREA REDEFINES HLD-DELIVERY-AREA.
               10  HLD-EML-ADR               PIC X(100).
               10  FILLER                    PIC X(110).
           05  HLD-HOUSEHOLD-NBR             PIC 9(07).
           05  HLD-HH-MAIL-CD                PIC X(01).
               88  HLD-HH-MAIL-PACKAGE           VALUE 'Y'.
               88  HLD-HH-CONSOLIDATED           VALUE 'N'.
           05  FILLER                        PIC X(47).
       01  PRX-HELD-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RECORD-DATE HOLDERS HELD - NOT IN THE EXTRACT'.
       01  PRX-HELD-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(07)   VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'RECORD-DT SHARES'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)   VALUE 'REASON'.
       01  PRX-HELD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PRX-HL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRX-HL-SHARES                 PIC ---,---,--9.9999.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  PRX-HL-REASON                 PIC X(30).
       01  PRX-HELD-CAP-TBL.
           05  PRX-HELD-CAP-LINE             PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY PRX-HELD-CAP-IX.
       01  PRX-HELD-CAP-USED-CT              PIC 9(07)   COMP
                                              VALUE ZERO.
       01  PRX-HELD-CAP-TRUNC-SW             PIC X(01)   VALUE 'N'.
       01  PRX-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       01  PRX-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'PROXY RECORD-DATE EXTRACT CONTROL REPORT'.
       01  PRX-RQ-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'FUND: '.
           05  PRX-RL-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(15)
               VALUE '  RECORD DATE: '.
           05  PRX-RL-RECORD-DTE             PIC 9(08).
           05  FILLER                        PIC X(16)
               VALUE '  MEETING DATE: '.
           05  PRX-RL-MEETING-DTE            PIC 9(08).
       01  PRX-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PRX-TL-LABEL                  PIC X(25).
           05  PRX-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  PRX-TOT-SHR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PRX-TS-LABEL                  PIC X(25).
           05  PRX-TS-SHARES                 PIC ---,---,---,--9.9999.
       01  PRX-BALANCE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  PRX-BL-TEXT                   PIC X(60).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-POSITION THRU 2000-EXIT
               UNTIL PRX-PBK-EOF.
           PERFORM 3000-TIE-TO-OUTSTANDING THRU 3000-EXIT.
           PERFORM 8000-PRINT-HELD-HOLDERS THRU 8000-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE PRX-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PRX-REQUEST-FL.
           OPEN INPUT PRX-POS-BOOK-FL.
           OPEN INPUT PRX-JOURNAL-FL.
           OPEN INPUT PRX-ACCOUNT-FL.
           OPEN INPUT PRX-CUSTOMER-FL.
           OPEN INPUT PRX-RTN-MAIL-FL.
           OPEN OUTPUT PRX-PRINT-FL.
           OPEN OUTPUT PRX-ENOTICE-FL.
           OPEN OUTPUT PRX-SEARCH-CARD-FL.
           OPEN EXTEND PRX-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           PERFORM 1200-READ-REQUEST THRU 1200-EXIT.
           MOVE PRX-RQ-RECORD-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1300-LOAD-BACKOUT THRU 1300-EXIT
               UNTIL PRX-JRN-EOF.
           PERFORM 1400-LOAD-ACCOUNT THRU 1400-EXIT
               UNTIL PRX-ACT-EOF.
           PERFORM 1500-LOAD-CUSTOMER THRU 1500-EXIT
               UNTIL PRX-CST-EOF.
           PERFORM 1600-LOAD-RTN-MAIL THRU 1600-EXIT
               UNTIL PRX-RTM-EOF.
           READ PRX-POS-BOOK-FL
               AT END
                   SET PRX-PBK-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
       1200-READ-REQUEST.
           READ PRX-REQUEST-FL
               AT END
                   PERFORM 9115-ABORT-NO-REQUEST THRU 9115-EXIT
           END-READ.
           IF RQ-FUND-CODE NOT NUMERIC
              OR RQ-FUND-CODE = ZERO
              OR RQ-RECORD-DTE NOT NUMERIC
              OR RQ-RECORD-DTE = ZERO
               PERFORM 9115-ABORT-NO-REQUEST THRU 9115-EXIT
           END-IF.
           MOVE RQ-FUND-CODE TO PRX-RQ-FUND-CODE.
           MOVE RQ-RECORD-DTE TO PRX-RQ-RECORD-DTE.
           MOVE RQ-MEETING-DTE TO PRX-RQ-MEETING-DTE.
           MOVE RQ-SHARES-OUTSTANDING TO PRX-RQ-SHARES-OUTSTANDING.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    NET EVERY SHARE MOVEMENT IN THE FUND TRADED AFTER THE  *
      *    RECORD DATE BY ACCOUNT                                 *
      *---------------------------------------------------------*
       1300-LOAD-BACKOUT.
           READ PRX-JOURNAL-FL
               AT END
                   SET PRX-JRN-EOF TO TRUE
           END-READ.
           IF PRX-JRN-EOF
               GO TO 1300-EXIT
           END-IF.
           IF PJR-FUND-CODE NOT = PRX-RQ-FUND-CODE
              OR PJR-TRADE-DTE NOT > PRX-RQ-RECORD-DTE
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO PRX-JRN-BACKOUT-CT.
           PERFORM 2100-FIND-BACKOUT THRU 2100-EXIT.
           IF PRX-BO-NOT-FOUND
               IF PRX-BO-USED-CT >= 50000
                   MOVE ' JOURNAL BACKOUTS' TO PRX-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO PRX-BO-USED-CT
               SET PRX-BO-IDX TO PRX-BO-USED-CT
               MOVE PJR-ACCOUNT-NUMBER
                   TO PRX-BO-ACCOUNT-NBR (PRX-BO-IDX)
               MOVE ZERO TO PRX-BO-SHARES (PRX-BO-IDX)
           END-IF.
           ADD PJR-SHARE-DELTA TO PRX-BO-SHARES (PRX-BO-IDX).
       1300-EXIT.
           EXIT.
       1400-LOAD-ACCOUNT.
           READ PRX-ACCOUNT-FL
               AT END
                   SET PRX-ACT-EOF TO TRUE
           END-READ.
           IF PRX-ACT-EOF
               GO TO 1400-EXIT
           END-IF.
           IF PRX-ACT-FUND-CODE NOT = PRX-RQ-FUND-CODE
               GO TO 1400-EXIT
           END-IF.
           IF PRX-AL-USED-CT >= 20000
               MOVE ' ACCOUNT LINKS' TO PRX-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO PRX-AL-USED-CT.
           SET PRX-AL-IDX TO PRX-AL-USED-CT.
           MOVE PRX-ACT-ACCOUNT-NUMBER
               TO PRX-AL-ACCOUNT-NBR (PRX-AL-IDX).
           MOVE PRX-ACT-CMR-BPR-ID1 TO PRX-AL-BPR-ID1 (PRX-AL-IDX).
           MOVE PRX-ACT-CMR-BPR-ID2 TO PRX-AL-BPR-ID2 (PRX-AL-IDX).
           MOVE PRX-ACT-REG-TYP-REL-ABR
               TO PRX-AL-REG-TYP-REL-ABR (PRX-AL-IDX).
           MOVE PRX-ACT-REG-TYP-SHT-NME
               TO PRX-AL-REG-TYP-SHT-NME (PRX-AL-IDX).
       1400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    NOTICE-AND-ACCESS NEEDS THE PROXY CONSENT AND AN EMAIL *
      *    ADDRESS TO SEND THE NOTICE TO                          *
      *---------------------------------------------------------*
       1500-LOAD-CUSTOMER.
           READ PRX-CUSTOMER-FL
               AT END
                   SET PRX-CST-EOF TO TRUE
           END-READ.
           IF PRX-CST-EOF
               GO TO 1500-EXIT
           END-IF.
           IF PRX-CU-USED-CT >= 20000
               MOVE ' CUSTOMERS' TO PRX-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO PRX-CU-USED-CT.
           SET PRX-CU-IDX TO PRX-CU-USED-CT.
           MOVE PRX-CST-CMR-BPR-ID1 TO PRX-CU-BPR-ID1 (PRX-CU-IDX).
           MOVE PRX-CST-CMR-BPR-ID2 TO PRX-CU-BPR-ID2 (PRX-CU-IDX).
           MOVE PRX-CST-FRST-NME TO PRX-CU-FRST-NME (PRX-CU-IDX).
           MOVE PRX-CST-CRP-LST-NME TO PRX-CU-LST-NME (PRX-CU-IDX).
           MOVE PRX-CST-PTL-ADR-GROUP TO PRX-CU-ADR-GROUP (PRX-CU-IDX).
           MOVE PRX-CST-PTL-ADR-KEY TO PRX-CU-ADR-KEY (PRX-CU-IDX).
           MOVE PRX-CST-STM-EML-ADR-ID TO PRX-CU-EML-ADR (PRX-CU-IDX).
           MOVE 'N' TO PRX-CU-PROXY-SW (PRX-CU-IDX).
           MOVE 'N' TO PRX-CU-RTN-MAIL-SW (PRX-CU-IDX).
           IF PRX-CST-CSNT-PROXY-YES
              AND PRX-CST-STM-EML-ADR-ID NOT = SPACES
               MOVE 'Y' TO PRX-CU-PROXY-SW (PRX-CU-IDX)
           END-IF.
       1500-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FLAG EVERY LOADED CUSTOMER WHOSE MAIL IS COMING BACK   *
      *---------------------------------------------------------*
       1600-LOAD-RTN-MAIL.
           READ PRX-RTN-MAIL-FL
               AT END
                   SET PRX-RTM-EOF TO TRUE
           END-READ.
           IF PRX-RTM-EOF
               GO TO 1600-EXIT
           END-IF.
           IF NOT PRX-RTM-ADR-UNDELIVERABLE
              AND NOT PRX-RTM-ADR-LOST-SHAREHOLDER
               GO TO 1600-EXIT
           END-IF.
           IF PRX-CU-USED-CT = ZERO
               GO TO 1600-EXIT
           END-IF.
           SET PRX-CU-IDX TO 1.
           SEARCH PRX-CU-ENTRY VARYING PRX-CU-IDX
               AT END
                   CONTINUE
               WHEN PRX-CU-IDX > PRX-CU-USED-CT
                   CONTINUE
               WHEN PRX-CU-BPR-ID1 (PRX-CU-IDX) = PRX-RTM-CMR-BPR-ID1
                AND PRX-CU-BPR-ID2 (PRX-CU-IDX) = PRX-RTM-CMR-BPR-ID2
                   MOVE 'Y' TO PRX-CU-RTN-MAIL-SW (PRX-CU-IDX)
           END-SEARCH.
       1600-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RESTATE EACH POSITION IN THE FUND TO THE RECORD DATE;  *
      *    A POSITIVE BALANCE IS A HOLDER OF RECORD               *
      *---------------------------------------------------------*
       2000-PROCESS-POSITION.
           ADD 1 TO PRX-PBK-READ-CT.
           IF PBK-FUND-CODE = PRX-RQ-FUND-CODE
               ADD 1 TO PRX-FUND-POSITION-CT
               PERFORM 2200-EXTRACT-ONE-HOLDER THRU 2200-EXIT
           END-IF.
           READ PRX-POS-BOOK-FL
               AT END
                   SET PRX-PBK-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
       2100-FIND-BACKOUT.
           SET PRX-BO-NOT-FOUND TO TRUE.
           IF PRX-BO-USED-CT = ZERO
               GO TO 2100-EXIT
           END-IF.
           SET PRX-BO-IDX TO 1.
           SEARCH PRX-BO-ENTRY VARYING PRX-BO-IDX
               AT END
                   CONTINUE
               WHEN PRX-BO-IDX > PRX-BO-USED-CT
                   CONTINUE
               WHEN PRX-BO-ACCOUNT-NBR (PRX-BO-IDX) = PJR-ACCOUNT-NUMBER
                   SET PRX-BO-FOUND TO TRUE
           END-SEARCH.
       2100-EXIT.
           EXIT.
       2200-EXTRACT-ONE-HOLDER.
           MOVE PBK-SHARE-BAL TO PRX-WK-ASOF-SHARES.
           MOVE PBK-ACCOUNT-NUMBER TO PJR-ACCOUNT-NUMBER.
           PERFORM 2100-FIND-BACKOUT THRU 2100-EXIT.
           IF PRX-BO-FOUND
               SUBTRACT PRX-BO-SHARES (PRX-BO-IDX)
                   FROM PRX-WK-ASOF-SHARES
           END-IF.
           ADD PRX-WK-ASOF-SHARES TO PRX-BOOK-ASOF-SHARES.
           IF PRX-WK-ASOF-SHARES NOT > ZERO
               ADD 1 TO PRX-NOT-HOLDER-CT
               GO TO 2200-EXIT
           END-IF.
           IF NOT PBK-DLR-CTL-DIRECT
               PERFORM 2500-WRITE-SEARCH-CARD THRU 2500-EXIT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-FIND-ACCOUNT-LINK THRU 2300-EXIT.
           IF PRX-AL-NOT-FOUND
               MOVE 'NO ACCOUNT LINK ON FILE' TO PRX-HL-REASON
               PERFORM 2900-HOLD-HOLDER THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2310-FIND-CUSTOMER THRU 2310-EXIT.
           IF PRX-CU-NOT-FOUND
               MOVE 'NO CUSTOMER RECORD ON FILE' TO PRX-HL-REASON
               PERFORM 2900-HOLD-HOLDER THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO PRX-HOLDER-AREA.
           MOVE PRX-RQ-FUND-CODE TO HLD-FUND-CODE.
           MOVE PRX-RQ-RECORD-DTE TO HLD-RECORD-DTE.
           MOVE PRX-RQ-MEETING-DTE TO HLD-MEETING-DTE.
           MOVE PBK-ACCOUNT-NUMBER TO HLD-ACCOUNT-NBR.
           MOVE PRX-WK-ASOF-SHARES TO HLD-SHARES.
           MOVE PRX-AL-REG-TYP-REL-ABR (PRX-AL-IDX)
               TO HLD-REG-TYP-REL-ABR.
           MOVE PRX-AL-REG-TYP-SHT-NME (PRX-AL-IDX)
               TO HLD-REG-TYP-SHT-NME.
           MOVE PRX-CU-FRST-NME (PRX-CU-IDX) TO HLD-FRST-NME.
           MOVE PRX-CU-LST-NME (PRX-CU-IDX) TO HLD-LST-NME.
           MOVE ZERO TO HLD-HOUSEHOLD-NBR.
           IF PRX-CU-PROXY-ELECTRONIC (PRX-CU-IDX)
               MOVE PRX-CU-EML-ADR (PRX-CU-IDX) TO HLD-EML-ADR
               SET HLD-HH-MAIL-PACKAGE TO TRUE
               MOVE PRX-HOLDER-AREA TO PRX-ENOTICE-RECORD
               WRITE PRX-ENOTICE-RECORD
               ADD 1 TO PRX-ENOTICE-CT
               ADD PRX-WK-ASOF-SHARES TO PRX-ENOTICE-SHARES
               GO TO 2200-EXIT
           END-IF.
           IF PRX-CU-MAIL-RETURNED (PRX-CU-IDX)
               MOVE 'RETURNED MAIL - UNDELIVERABLE' TO PRX-HL-REASON
               ADD 1 TO PRX-RTN-MAIL-HELD-CT
               PERFORM 2900-HOLD-HOLDER THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF PRX-CU-ADR-GROUP (PRX-CU-IDX) = SPACES
               MOVE 'NO MAILING ADDRESS ON FILE' TO PRX-HL-REASON
               PERFORM 2900-HOLD-HOLDER THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE PRX-CU-ADR-GROUP (PRX-CU-IDX) TO HLD-DELIVERY-AREA.
           PERFORM 2400-ASSIGN-HOUSEHOLD THRU 2400-EXIT.
           MOVE PRX-HOLDER-AREA TO PRX-PRINT-RECORD.
           WRITE PRX-PRINT-RECORD.
           ADD 1 TO PRX-PRINT-CT.
           ADD PRX-WK-ASOF-SHARES TO PRX-PRINT-SHARES.
       2200-EXIT.
           EXIT.
       2300-FIND-ACCOUNT-LINK.
           SET PRX-AL-NOT-FOUND TO TRUE.
           IF PRX-AL-USED-CT = ZERO
               GO TO 2300-EXIT
           END-IF.
           SET PRX-AL-IDX TO 1.
           SEARCH PRX-AL-ENTRY VARYING PRX-AL-IDX
               AT END
                   CONTINUE
               WHEN PRX-AL-IDX > PRX-AL-USED-CT
                   CONTINUE
               WHEN PRX-AL-ACCOUNT-NBR (PRX-AL-IDX) = PBK-ACCOUNT-NUMBER
                   SET PRX-AL-FOUND TO TRUE
           END-SEARCH.
       2300-EXIT.
           EXIT.
       2310-FIND-CUSTOMER.
           SET PRX-CU-NOT-FOUND TO TRUE.
           IF PRX-CU-USED-CT = ZERO
               GO TO 2310-EXIT
           END-IF.
           SET PRX-CU-IDX TO 1.
           SEARCH PRX-CU-ENTRY VARYING PRX-CU-IDX
               AT END
                   CONTINUE
               WHEN PRX-CU-IDX > PRX-CU-USED-CT
                   CONTINUE
               WHEN PRX-CU-BPR-ID1 (PRX-CU-IDX)
                    = PRX-AL-BPR-ID1 (PRX-AL-IDX)
                AND PRX-CU-BPR-ID2 (PRX-CU-IDX)
                    = PRX-AL-BPR-ID2 (PRX-AL-IDX)
                   SET PRX-CU-FOUND TO TRUE
           END-SEARCH.
       2310-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE FIRST HOLDER AT AN ADDRESS KEY GETS THE PACKAGE;   *
      *    LATER HOLDERS THERE RIDE IN IT.  A HOLDER WITH NO      *
      *    ADDRESS KEY IS ITS OWN HOUSEHOLD                       *
      *---------------------------------------------------------*
       2400-ASSIGN-HOUSEHOLD.
           SET PRX-HH-NOT-FOUND TO TRUE.
           IF PRX-CU-ADR-KEY (PRX-CU-IDX) = SPACES
               ADD 1 TO PRX-PACKAGE-CT
               SET HLD-HH-MAIL-PACKAGE TO TRUE
               GO TO 2400-EXIT
           END-IF.
           IF PRX-HH-USED-CT > ZERO
               SET PRX-HH-IDX TO 1
               SEARCH PRX-HH-ENTRY VARYING PRX-HH-IDX
                   AT END
                       CONTINUE
                   WHEN PRX-HH-IDX > PRX-HH-USED-CT
                       CONTINUE
                   WHEN PRX-HH-KEY (PRX-HH-IDX)
                        = PRX-CU-ADR-KEY (PRX-CU-IDX)
                       SET PRX-HH-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF PRX-HH-FOUND
               SET HLD-HOUSEHOLD-NBR TO PRX-HH-IDX
               SET HLD-HH-CONSOLIDATED TO TRUE
               GO TO 2400-EXIT
           END-IF.
           IF PRX-HH-USED-CT >= 20000
               MOVE ' HOUSEHOLDS' TO PRX-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO PRX-HH-USED-CT.
           SET PRX-HH-IDX TO PRX-HH-USED-CT.
           MOVE PRX-CU-ADR-KEY (PRX-CU-IDX) TO PRX-HH-KEY (PRX-HH-IDX).
           MOVE PRX-HH-USED-CT TO HLD-HOUSEHOLD-NBR.
           SET HLD-HH-MAIL-PACKAGE TO TRUE.
           ADD 1 TO PRX-PACKAGE-CT.
       2400-EXIT.
           EXIT.
       2500-WRITE-SEARCH-CARD.
           MOVE SPACES TO PRX-SEARCH-CARD-RECORD.
           MOVE PRX-RQ-FUND-CODE TO SRC-FUND-CODE.
           MOVE PRX-RQ-RECORD-DTE TO SRC-RECORD-DTE.
           MOVE PRX-RQ-MEETING-DTE TO SRC-MEETING-DTE.
           MOVE PBK-FINANCIAL-INST-ID TO SRC-FINANCIAL-INST-ID.
           MOVE PBK-FINCL-INST-BRCH-ID TO SRC-FINCL-INST-BRCH-ID.
           MOVE PBK-DLR-CTL-LVL-CD TO SRC-DLR-CTL-LVL-CD.
           MOVE PBK-ACCOUNT-NUMBER TO SRC-ACCOUNT-NUMBER.
           MOVE PBK-ALPHA-CODE TO SRC-ALPHA-CODE.
           MOVE PRX-WK-ASOF-SHARES TO SRC-SHARES.
           WRITE PRX-SEARCH-CARD-RECORD.
           ADD 1 TO PRX-SEARCH-CARD-CT.
           ADD PRX-WK-ASOF-SHARES TO PRX-SEARCH-CARD-SHARES.
       2500-EXIT.
           EXIT.
       2900-HOLD-HOLDER.
           ADD 1 TO PRX-HELD-CT.
           ADD PRX-WK-ASOF-SHARES TO PRX-HELD-SHARES.
           MOVE PBK-ACCOUNT-NUMBER TO PRX-HL-ACCOUNT-NBR.
           MOVE PRX-WK-ASOF-SHARES TO PRX-HL-SHARES.
           IF PRX-HELD-CAP-USED-CT < 5000
               ADD 1 TO PRX-HELD-CAP-USED-CT
               SET PRX-HELD-CAP-IX TO PRX-HELD-CAP-USED-CT
               MOVE PRX-HELD-LINE
                   TO PRX-HELD-CAP-LINE (PRX-HELD-CAP-IX)
           ELSE
               MOVE 'Y' TO PRX-HELD-CAP-TRUNC-SW
           END-IF.
       2900-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    SHARES EXTRACTED PLUS SHARES HELD BACK MUST EQUAL THE  *
      *    SHARES OUTSTANDING ON THE RECORD DATE                  *
      *---------------------------------------------------------*
       3000-TIE-TO-OUTSTANDING.
           COMPUTE PRX-EXTRACT-SHARES = PRX-PRINT-SHARES
               + PRX-ENOTICE-SHARES + PRX-SEARCH-CARD-SHARES.
           COMPUTE PRX-DIFF-SHARES = PRX-RQ-SHARES-OUTSTANDING
               - PRX-EXTRACT-SHARES - PRX-HELD-SHARES.
           IF PRX-DIFF-SHARES NOT = ZERO
               SET PRX-OUT-OF-BALANCE TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.
       8000-PRINT-HELD-HOLDERS.
           MOVE PRX-HELD-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE PRX-HELD-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF PRX-HELD-CAP-USED-CT > ZERO
               PERFORM 8100-PRINT-ONE-HELD THRU 8100-EXIT
                       VARYING PRX-HELD-CAP-IX FROM 1 BY 1
                       UNTIL PRX-HELD-CAP-IX > PRX-HELD-CAP-USED-CT
           END-IF.
           IF PRX-HELD-CAP-TRUNC-SW = 'Y'
               MOVE PRX-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8000-EXIT.
           EXIT.
       8100-PRINT-ONE-HELD.
           MOVE PRX-HELD-CAP-LINE (PRX-HELD-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8100-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE PRX-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE PRX-RQ-FUND-CODE TO PRX-RL-FUND-CODE.
           MOVE PRX-RQ-RECORD-DTE TO PRX-RL-RECORD-DTE.
           MOVE PRX-RQ-MEETING-DTE TO PRX-RL-MEETING-DTE.
           MOVE PRX-RQ-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BOOK POSITIONS READ: ' TO PRX-TL-LABEL.
           MOVE PRX-PBK-READ-CT TO PRX-TL-COUNT.
           MOVE PRX-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'FUND POSITIONS: ' TO PRX-TL-LABEL.
           MOVE PRX-FUND-POSITION-CT TO PRX-TL-COUNT.
           MOVE PRX-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'MOVEMENTS BACKED OUT: ' TO PRX-TL-LABEL.
           MOVE PRX-JRN-BACKOUT-CT TO PRX-TL-COUNT.
           MOVE PRX-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NO BALANCE AT RECORD DT: ' TO PRX-TL-LABEL.
           MOVE PRX-NOT-HOLDER-CT TO PRX-TL-COUNT.
           MOVE PRX-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HOLDERS - PRINT: ' TO PRX-TL-LABEL.
           MOVE PRX-PRINT-CT TO PRX-TL-COUNT.
           MOVE PRX-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PRINT PACKAGES MAILED: ' TO PRX-TL-LABEL.
           MOVE PRX-PACKAGE-CT TO PRX-TL-COUNT.
           MOVE PRX-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HOLDERS - NOTICE/ACCESS: ' TO PRX-TL-LABEL.
           MOVE PRX-ENOTICE-CT TO PRX-TL-COUNT.
           MOVE PRX-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DEALER SEARCH CARDS: ' TO PRX-TL-LABEL.
           MOVE PRX-SEARCH-CARD-CT TO PRX-TL-COUNT.
           MOVE PRX-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HOLDERS HELD: ' TO PRX-TL-LABEL.
           MOVE PRX-HELD-CT TO PRX-TL-COUNT.
           MOVE PRX-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE '  HELD - RETURNED MAIL: ' TO PRX-TL-LABEL.
           MOVE PRX-RTN-MAIL-HELD-CT TO PRX-TL-COUNT.
           MOVE PRX-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SHARES - PRINT: ' TO PRX-TS-LABEL.
           MOVE PRX-PRINT-SHARES TO PRX-TS-SHARES.
           MOVE PRX-TOT-SHR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SHARES - NOTICE/ACCESS: ' TO PRX-TS-LABEL.
           MOVE PRX-ENOTICE-SHARES TO PRX-TS-SHARES.
           MOVE PRX-TOT-SHR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SHARES - SEARCH CARDS: ' TO PRX-TS-LABEL.
           MOVE PRX-SEARCH-CARD-SHARES TO PRX-TS-SHARES.
           MOVE PRX-TOT-SHR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SHARES - EXTRACT TOTAL: ' TO PRX-TS-LABEL.
           MOVE PRX-EXTRACT-SHARES TO PRX-TS-SHARES.
           MOVE PRX-TOT-SHR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SHARES - HELD: ' TO PRX-TS-LABEL.
           MOVE PRX-HELD-SHARES TO PRX-TS-SHARES.
           MOVE PRX-TOT-SHR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'SHARES OUTSTANDING: ' TO PRX-TS-LABEL.
           MOVE PRX-RQ-SHARES-OUTSTANDING TO PRX-TS-SHARES.
           MOVE PRX-TOT-SHR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BOOK NET AT RECORD DATE: ' TO PRX-TS-LABEL.
           MOVE PRX-BOOK-ASOF-SHARES TO PRX-TS-SHARES.
           MOVE PRX-TOT-SHR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'UNEXPLAINED DIFFERENCE: ' TO PRX-TS-LABEL.
           MOVE PRX-DIFF-SHARES TO PRX-TS-SHARES.
           MOVE PRX-TOT-SHR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF PRX-IN-BALANCE
               MOVE 'EXTRACT SHARES TIE TO FUND SHARES OUTSTANDING'
                   TO PRX-BL-TEXT
           ELSE
               MOVE 'EXTRACT SHARES DO NOT TIE TO SHARES OUTSTANDING'
                   TO PRX-BL-TEXT
           END-IF.
           MOVE PRX-BALANCE-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO PRX-RUN-CTL-RECORD.
           MOVE 'PRX-PROXY-EXTRACT' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE PRX-RUN-CTL-RECORD.
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
           MOVE SPACES TO PRX-RUN-CTL-RECORD.
           MOVE 'PRX-PROXY-EXTRACT' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE PRX-PBK-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE PRX-RUN-CTL-RECORD.
           CLOSE PRX-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE OR SILENTLY DROP A HOLDER              *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE PRX-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO PRX-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE PRX-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    WITHOUT A FUND AND RECORD DATE THERE IS NOTHING TO     *
      *    EXTRACT                                                *
      *---------------------------------------------------------*
       9115-ABORT-NO-REQUEST.
           MOVE PRX-NO-REQUEST-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO PRX-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE PRX-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9115-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE PRX-REQUEST-FL.
           CLOSE PRX-POS-BOOK-FL.
           CLOSE PRX-JOURNAL-FL.
           CLOSE PRX-ACCOUNT-FL.
           CLOSE PRX-CUSTOMER-FL.
           CLOSE PRX-RTN-MAIL-FL.
           CLOSE PRX-PRINT-FL.
           CLOSE PRX-ENOTICE-FL.
           CLOSE PRX-SEARCH-CARD-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF PRX-NEW-RC > PRX-RUN-RC
               MOVE PRX-NEW-RC TO PRX-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF PRX-HELD-CT > ZERO
               MOVE 4 TO PRX-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF PRX-OUT-OF-BALANCE
               MOVE 8 TO PRX-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE PRX-RUN-RC TO PRX-RCD-OUT.
           EVALUATE PRX-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO PRX-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO PRX-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO PRX-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO PRX-RCD-REASON
           END-EVALUATE.
           MOVE PRX-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE PRX-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
       9000-EXIT.
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
           MOVE 'PRX-PROXY-EXTRACT' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
