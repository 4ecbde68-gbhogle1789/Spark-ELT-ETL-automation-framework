	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS INQ-LKP-KEY.
	    SELECT OPTIONAL INQ-ALPHA-XREF-FL ASSIGN TO "ALPHAXRF".
	    SELECT OPTIONAL INQ-FUND-XREF-FL ASSIGN TO "FNDCNVX".
       DATA DIVISION.
       FILE SECTION.
       FD  INQ-REQUEST-FL.
      *    ALPHA-CODE SEARCH FOR DEALER-SIDE CALLERS.  THE TYPE   *
      *    CODE SITS IN WHAT WAS TRAILING FILLER, SO A REQUEST    *
      *    DECK CUT BEFORE THE ACCOUNT PATH EXISTED (SPACES       *
      *    THERE) STILL PARSES AS THE CLASSIC CUSTOMER REQUEST.   *
      *    AN ACCOUNT REQUEST MAY NAME ONE FUND; A FUND RETIRED   *
      *    BY A MERGER OR CLASS CONVERSION IS FOLLOWED TO THE     *
      *    FUND THAT NOW HOLDS THE ACCOUNT                        *
      *---------------------------------------------------------*
       01  INQ-REQUEST-RECORD.
           05  RQS-BPR-ID1                   PIC 9(11).
               88  RQS-TYPE-ALPHA                VALUE 'S'.
           05  RQS-ACCOUNT-NUMBER            PIC 9(11).
           05  RQS-ALPHA-CODE                PIC X(10).
           05  RQS-FUND-CODE                 PIC X(7).
           05  RQS-FUND-CODE-N REDEFINES RQS-FUND-CODE
                                             PIC 9(7).
       FD  INQ-CUSTOMER-INDEX-FL.
       01  INQ-CUSTOMER-INDEX-RECORD.
           05  INQ-IDX-KEY.
           05  AXF-FINANCIAL-INST-ID         PIC 9(7).
           05  AXF-FINCL-INST-BRCH-ID        PIC X(9).
           05  FILLER                        PIC X(14).
      *---------------------------------------------------------*
      *    OLD-TO-NEW FUND CROSS-REFERENCE KEPT BY THE FUND       *
      *    CONVERSION RUN                                         *
      *---------------------------------------------------------*
       FD  INQ-FUND-XREF-FL.
       01  INQ-FUND-XREF-RECORD.
           05  FXR-OLD-FUND-CODE             PIC 9(7).
           05  FXR-NEW-FUND-CODE             PIC 9(7).
           05  FXR-SHARE-RATIO               PIC 9(5)V9(10).
           05  FXR-EFFECTIVE-DTE             PIC 9(8).
           05  FXR-CONV-TYPE-CD              PIC X(1).
           05  FXR-RUN-DTE                   PIC 9(8).
           05  FILLER                        PIC X(34).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       01  INQ-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  INQ-TLL-TEXT                  PIC X(50)
               VALUE 'RUN STOPPED - ALPHA-XREF TABLE LIMIT EXCEEDED'.
       01  INQ-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  INQ-NEW-RC                       PIC 9(02)   VALUE ZERO.
           05  INQ-ALP-FOUND-SW              PIC X(01)   VALUE 'N'.
               88  INQ-ALP-FOUND                 VALUE 'Y'.
               88  INQ-ALP-NOT-FOUND             VALUE 'N'.
           05  INQ-FXR-EOF-SW                PIC X(01)   VALUE 'N'.
               88  INQ-FXR-EOF                   VALUE 'Y'.
           05  INQ-FXR-FOUND-SW              PIC X(01)   VALUE 'N'.
               88  INQ-FXR-FOUND                 VALUE 'Y'.
               88  INQ-FXR-NOT-FOUND             VALUE 'N'.
       01  INQ-COUNTERS                      COMP.
           05  INQ-REQUEST-CT                PIC 9(09)   VALUE ZERO.
           05  INQ-HIT-CT                    PIC 9(09)   VALUE ZERO.
           05  INQ-ACCT-ROW-CT               PIC 9(05)   VALUE ZERO.
       01  INQ-AXF-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  INQ-FXR-USED-CT                   PIC 9(04)   COMP
                                              VALUE ZERO.
       01  INQ-FXR-HOP-CT                    PIC 9(04)   COMP
                                              VALUE ZERO.
       01  INQ-RQS-FUND-CODE                 PIC 9(07)   VALUE ZERO.
      *---------------------------------------------------------*
      *    ALPHA-CODE TO DEALER/BRANCH CROSS-REFERENCE FOR THE    *
      *    DEALER-SIDE SEARCH REQUEST                             *
               10  INQ-AX-ALPHA-CODE         PIC X(10).
               10  INQ-AX-FI-ID              PIC 9(07).
               10  INQ-AX-BRCH-ID            PIC X(09).
      *---------------------------------------------------------*
      *    RETIRED FUNDS AND THE FUND EACH CONVERTED INTO.  A     *
      *    FUND CONVERTED MORE THAN ONCE IS FOLLOWED ROW TO ROW,  *
      *    NO FURTHER THAN THE TABLE IS LONG                      *
      *---------------------------------------------------------*
       01  INQ-FXR-TBL.
           05  INQ-FX-ENTRY OCCURS 5000 TIMES
                           INDEXED BY INQ-FX-IDX.
               10  INQ-FX-OLD-FUND-CODE      PIC 9(07).
               10  INQ-FX-NEW-FUND-CODE      PIC 9(07).
       01  INQ-ALPHA-LIST-LIMIT              PIC 9(03)   VALUE 100.
       01  INQ-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'REG '.
           05  INQ-AL-REG-TYP                PIC X(04).
       01  INQ-FUND-CONV-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'FUND '.
           05  INQ-FC-OLD-FUND-CODE          PIC 9(07).
           05  FILLER                        PIC X(14)
               VALUE ' CONVERTED TO '.
           05  INQ-FC-NEW-FUND-CODE          PIC 9(07).
       01  INQ-ACCT-MISS-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  INQ-AM-ACCOUNT-NBR            PIC 9(11).
           OPEN INPUT  INQ-CUSTOMER-INDEX-FL
           OPEN INPUT  INQ-ACCT-LOOKUP-FL
           OPEN INPUT  INQ-ALPHA-XREF-FL
           OPEN INPUT  INQ-FUND-XREF-FL
           PERFORM 1200-LOAD-ALPHA-XREF THRU 1200-EXIT
               UNTIL INQ-AXF-EOF
           PERFORM 1300-LOAD-FUND-XREF THRU 1300-EXIT
               UNTIL INQ-FXR-EOF
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT
           MOVE INQ-HDG-LINE-1 TO RPT-SECTION-HDG-1
           MOVE INQ-HDG-LINE-2 TO RPT-SECTION-HDG-2
           END-IF.
       1200-EXIT.
           EXIT.
       1300-LOAD-FUND-XREF.
           READ INQ-FUND-XREF-FL
               AT END
                   SET INQ-FXR-EOF TO TRUE
           END-READ.
           IF NOT INQ-FXR-EOF
               IF INQ-FXR-USED-CT >= 5000
                   MOVE 'RUN STOPPED - FUND-XREF TABLE LIMIT EXCEEDED'
                       TO INQ-TLL-TEXT
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO INQ-FXR-USED-CT
               SET INQ-FX-IDX TO INQ-FXR-USED-CT
               MOVE FXR-OLD-FUND-CODE
                   TO INQ-FX-OLD-FUND-CODE (INQ-FX-IDX)
               MOVE FXR-NEW-FUND-CODE
                   TO INQ-FX-NEW-FUND-CODE (INQ-FX-IDX)
           END-IF.
       1300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    START ON THE ACCOUNT-NUMBER PREFIX AND LIST EVERY      *
      *    FUND ROW THE ACCOUNT CARRIES, EACH WITH ITS STANDING   *
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE ZERO TO INQ-ACCT-ROW-CT.
           MOVE 'N' TO INQ-LKP-EOF-SW.
           MOVE ZERO TO INQ-RQS-FUND-CODE.
           IF RQS-FUND-CODE NUMERIC
               MOVE RQS-FUND-CODE-N TO INQ-RQS-FUND-CODE
           END-IF.
           IF INQ-RQS-FUND-CODE NOT = ZERO
               PERFORM 2310-RESOLVE-FUND THRU 2310-EXIT
           END-IF.
           MOVE RQS-ACCOUNT-NUMBER TO INQ-LKP-ACCOUNT-NUMBER.
           MOVE INQ-RQS-FUND-CODE TO INQ-LKP-FUND-CODE.
           START INQ-ACCT-LOOKUP-FL KEY NOT < INQ-LKP-KEY
               INVALID KEY
                   SET INQ-LKP-EOF TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FOLLOW A RETIRED FUND TO ITS CURRENT FUND, NOTING EACH *
      *    STEP ON THE RESPONSE                                   *
      *---------------------------------------------------------*
       2310-RESOLVE-FUND.
           MOVE ZERO TO INQ-FXR-HOP-CT.
           SET INQ-FXR-FOUND TO TRUE.
           PERFORM 2315-FOLLOW-ONE-CONVERSION THRU 2315-EXIT
                   UNTIL INQ-FXR-NOT-FOUND
                      OR INQ-FXR-HOP-CT >= INQ-FXR-USED-CT.
       2310-EXIT.
           EXIT.
       2315-FOLLOW-ONE-CONVERSION.
           SET INQ-FXR-NOT-FOUND TO TRUE.
           IF INQ-FXR-USED-CT = ZERO
               GO TO 2315-EXIT
           END-IF.
           SET INQ-FX-IDX TO 1.
           SEARCH INQ-FX-ENTRY VARYING INQ-FX-IDX
               AT END
                   CONTINUE
               WHEN INQ-FX-IDX > INQ-FXR-USED-CT
                   CONTINUE
               WHEN INQ-FX-OLD-FUND-CODE (INQ-FX-IDX)
                    = INQ-RQS-FUND-CODE
                   SET INQ-FXR-FOUND TO TRUE
           END-SEARCH.
           IF INQ-FXR-NOT-FOUND
               GO TO 2315-EXIT
           END-IF.
           ADD 1 TO INQ-FXR-HOP-CT.
           MOVE INQ-RQS-FUND-CODE TO INQ-FC-OLD-FUND-CODE.
           MOVE INQ-FX-NEW-FUND-CODE (INQ-FX-IDX) TO INQ-RQS-FUND-CODE.
           MOVE INQ-RQS-FUND-CODE TO INQ-FC-NEW-FUND-CODE.
           MOVE INQ-FUND-CONV-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       2315-EXIT.
           EXIT.
       2320-LIST-ONE-FUND-ROW.
           READ INQ-ACCT-LOOKUP-FL NEXT RECORD
               AT END
               SET INQ-LKP-EOF TO TRUE
               GO TO 2320-EXIT
           END-IF.
           IF INQ-RQS-FUND-CODE NOT = ZERO
              AND INQ-LKP-FUND-CODE NOT = INQ-RQS-FUND-CODE
               SET INQ-LKP-EOF TO TRUE
               GO TO 2320-EXIT
           END-IF.
           ADD 1 TO INQ-ACCT-ROW-CT.
           MOVE INQ-LKP-ACCOUNT-NUMBER TO INQ-AL-ACCOUNT-NBR.
           MOVE INQ-LKP-FUND-CODE TO INQ-AL-FUND-CODE.
           CLOSE INQ-CUSTOMER-INDEX-FL
           CLOSE INQ-ACCT-LOOKUP-FL
           CLOSE INQ-ALPHA-XREF-FL
           CLOSE INQ-FUND-XREF-FL
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9000-EXIT.
           EXIT.
           CLOSE INQ-CUSTOMER-INDEX-FL.
           CLOSE INQ-ACCT-LOOKUP-FL.
           CLOSE INQ-ALPHA-XREF-FL.
           CLOSE INQ-FUND-XREF-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
