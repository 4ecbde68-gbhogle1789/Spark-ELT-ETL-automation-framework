           05  FILLER                        PIC X(30).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       COPY DTECOMM.
       01  RCTL-ACCEPT-WORK.
           05  RCTL-WK-DATE                  PIC 9(08)   VALUE ZERO.
           05  RCTL-WK-TIME                  PIC X(08)   VALUE SPACES.
               88  FDP-B1-HELD                   VALUE 'Y'.
           05  FDP-B1-FREQ                   PIC X(01).
           05  FDP-B1-TAPE                   PIC X(01).
           05  FDP-B1-EXP-DTE                PIC 9(08)   VALUE ZERO.
           05  FDP-B1-INTERVAL               PIC 9(02)   VALUE ZERO.
           05  FDP-B1-NEXT-DUE               PIC 9(02)   VALUE ZERO.
           05  FDP-B1-K                      PIC 9(02)   VALUE ZERO.
                                              VALUE ZERO.
           05  FDP-B1-PAY-YYYY               PIC 9(04)   VALUE ZERO.
           05  FDP-B1-PAY-MM                 PIC 9(02)   VALUE ZERO.
           05  FDP-B1-PAY-DTE                PIC 9(08)   VALUE ZERO.
           05  FDP-B1-PAY-DTE-R REDEFINES FDP-B1-PAY-DTE.
               10  FDP-B1-PAY-DTE-YYYY       PIC 9(04).
               10  FDP-B1-PAY-DTE-MM         PIC 9(02).
               10  FDP-B1-PAY-DTE-DD         PIC 9(02).
       01  FDP-12B1-FREQ-COUNTS              COMP.
           05  FDP-B1-FREQ-A-CT              PIC 9(05)   VALUE ZERO.
           05  FDP-B1-FREQ-M-CT              PIC 9(05)   VALUE ZERO.
           05  FDP-BL-PAY-YYYY               PIC 9(04).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  FDP-BL-PAY-MM                 PIC 9(02).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  FDP-BL-PAY-DD                 PIC 9(02).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FDP-BL-NOTE                   PIC X(30).
       01  FDP-12B1-TOTAL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
               VALUE 'RESTRICTED DEALERS EXTRACTED:'.
           05  FDP-RS-TOTAL-CT               PIC ZZZ,ZZ9.
       01  FDP-DATE-WORK                     COMP-3.
           05  FDP-DAYS-LEFT                 PIC S9(09)  VALUE ZERO.
       01  FDP-TRAILER-COUNT                 PIC 9(09)   VALUE ZERO.
       01  FDP-TRLR-BREAK-CT                 PIC 9(02)   VALUE ZERO.
       2000-EXIT.
           EXIT.
       2050-CAPTURE-HEADER-DATE.
           MOVE SUPER-SHEET-YYYY-DT TO FDP-HDR-YYYY.
           MOVE SUPER-SHEET-MM-DT   TO FDP-HDR-MM.
           MOVE SUPER-SHEET-DT TO RPT-CYCLE-TX.
       2110-CHECK-SALES-AGREEMENT.
           IF FI-SLS-AGMT-REQD-YES
              AND FI-SLS-AGMT-EXP-YYYY NOT = ZERO
               MOVE FI-SLS-AGMT-EXPIRE-DTE TO DTE-DATE-2
               PERFORM 2115-DAYS-TO-EXPIRE THRU 2115-EXIT
               MOVE 'SALES AGREEMENT'     TO FDP-WN-AGMT-TYPE
               PERFORM 2120-EVALUATE-WARNING THRU 2120-EXIT
           END-IF.
           IF FI-12B1-AGMT-REQD-YES
              AND FI-12B1-AGMT-EXP-YYYY NOT = ZERO
               MOVE FI-12B1-AGMT-EXPIRE-DTE TO DTE-DATE-2
               PERFORM 2115-DAYS-TO-EXPIRE THRU 2115-EXIT
               MOVE '12B-1 AGREEMENT'     TO FDP-WN-AGMT-TYPE
               PERFORM 2120-EVALUATE-WARNING THRU 2120-EXIT
           END-IF.
       2110-EXIT.
           EXIT.
       2115-DAYS-TO-EXPIRE.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE FDP-THIS-SUPER-SHEET-DT TO DTE-DATE-1.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO FDP-DAYS-LEFT.
       2115-EXIT.
           EXIT.
       2120-EVALUATE-WARNING.
           EVALUATE TRUE
               WHEN FDP-DAYS-LEFT <= 15
           END-IF.
           MOVE FI-12B1-PAY-FREQ TO FDP-B1-FREQ.
           MOVE FI-12B1-TAPE-CDE TO FDP-B1-TAPE.
           MOVE FI-12B1-AGMT-EXPIRE-DTE TO FDP-B1-EXP-DTE.
           EVALUATE FDP-B1-FREQ
               WHEN 'M'
                   MOVE 1 TO FDP-B1-INTERVAL
           EXIT.
      *---------------------------------------------------------*
      *    WALK THE NEXT TWELVE MONTHS OFF THE HEADER'S SUPER-    *
      *    SHEET DATE AND PRINT EACH SCHEDULED 12B-1 PAYMENT ON   *
      *    THE FIRST FEDERAL RESERVE BUSINESS DAY OF ITS MONTH,   *
      *    MARKING PAYMENTS THAT FALL AFTER THE AGREEMENT'S       *
      *    EXPIRATION DATE                                        *
      *---------------------------------------------------------*
               ADD 1 TO FDP-B1-PAY-YYYY
           END-IF.
           MOVE FDP-B1-MM-WK TO FDP-B1-PAY-MM.
           MOVE FDP-B1-PAY-YYYY TO FDP-B1-PAY-DTE-YYYY.
           MOVE FDP-B1-PAY-MM TO FDP-B1-PAY-DTE-MM.
           MOVE 1 TO FDP-B1-PAY-DTE-DD.
           MOVE 'ISB' TO DTE-FUNCTION-CD.
           SET DTE-CAL-FED TO TRUE.
           MOVE FDP-B1-PAY-DTE TO DTE-DATE-1.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           IF DTE-BUSINESS-DAY-NO
               MOVE 'NXT' TO DTE-FUNCTION-CD
               PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT
               MOVE DTE-DATE-2 TO FDP-B1-PAY-DTE
           END-IF.
           SET DTE-CAL-NYSE TO TRUE.
           MOVE SPACES TO FDP-BL-NOTE.
           IF FDP-B1-EXP-DTE NOT = ZERO
              AND FDP-B1-PAY-DTE > FDP-B1-EXP-DTE
               MOVE '** AFTER AGREEMENT EXPIRATION'
                                           TO FDP-BL-NOTE
           END-IF.
           MOVE FDP-CUR-FI-ID TO FDP-BL-FI-ID.
           MOVE FI-FG-SLS-CHN-TYPE TO FDP-BL-CHANNEL.
           MOVE FDP-B1-FREQ TO FDP-BL-FREQ.
           MOVE FDP-B1-PAY-DTE-YYYY TO FDP-BL-PAY-YYYY.
           MOVE FDP-B1-PAY-DTE-MM TO FDP-BL-PAY-MM.
           MOVE FDP-B1-PAY-DTE-DD TO FDP-BL-PAY-DD.
           PERFORM 9570-CAPTURE-B1-LINE THRU 9570-EXIT.
       2175-EXIT.
           EXIT.
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
