       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPA-OPERATOR-AUDIT.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT OPA-DEALER-MASTER ASSIGN TO "DLRFILE".
	    SELECT OPA-BRANCH-MASTER ASSIGN TO "BRFILE".
	    SELECT OPTIONAL OPA-BANK-MASTER-FL ASSIGN TO "BNKMSTR"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS SEQUENTIAL
	        RECORD KEY IS OPA-BNK-KEY.
	    SELECT OPA-AUTH-FL ASSIGN TO "OPAAUTH".
	    SELECT OPTIONAL OPA-PARM-FL ASSIGN TO "OPAPARM".
	    SELECT OPTIONAL OPA-HIST-IN-FL ASSIGN TO "MNTHISTI".
	    SELECT OPA-HIST-OUT-FL ASSIGN TO "MNTHISTO".
	    SELECT OPTIONAL OPA-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
       FD  OPA-DEALER-MASTER.
       01  OPA-DEALER-MASTER-RECORD.
           05  OPA-DLM-RECORD-TYPE-CD        PIC X(3).
               88  OPA-DLM-RECORD-TYPE-DEALER    VALUE 'FDP'.
           05  OPA-DLM-SEQUENCE-NUMBER-ID    PIC 9(3).
               88  OPA-DLM-SEQ-DETAIL-1-AREA     VALUE 1.
           05  OPA-DLM-DETAIL-1-AREA.
               10  OPA-DLM-FUND-GROUP-NBR    PIC 9(7).
               10  OPA-DLM-FINANCIAL-INST-ID PIC 9(7).
               10  OPA-DLM-LAST-MNT-DTM      PIC X(26).
               10  OPA-DLM-LAST-MNT-OPID     PIC X(8).
               10  FILLER                    PIC X(106).
       FD  OPA-BRANCH-MASTER.
       01  OPA-BRANCH-MASTER-RECORD.
           05  OPA-BRM-RECORD-TYPE-CD        PIC X(3).
               88  OPA-BRM-RECORD-TYPE-BRANCH    VALUE 'FBP'.
           05  OPA-BRM-SEQUENCE-NUMBER-ID    PIC 9(3).
               88  OPA-BRM-SEQ-DETAIL-1-AREA     VALUE 1.
           05  OPA-BRM-DETAIL-1-AREA.
               10  OPA-BRM-FUND-GROUP-NBR    PIC 9(7).
               10  OPA-BRM-FINANCIAL-INST-ID PIC 9(7).
               10  OPA-BRM-FINCL-INST-BRCH-ID
                                             PIC X(9).
               10  OPA-BRM-LAST-MNT-DTM      PIC X(26).
               10  OPA-BRM-LAST-MNT-OPID     PIC X(8).
               10  FILLER                    PIC X(97).
      *---------------------------------------------------------*
      *    PAYEE BANK INSTRUCTIONS -- EACH ROW CARRIES THE        *
      *    OPERATOR AND DATE OF ITS LAST MAINTENANCE              *
      *---------------------------------------------------------*
       FD  OPA-BANK-MASTER-FL.
       01  OPA-BANK-MASTER-RECORD.
           05  OPA-BNK-KEY.
               10  OPA-BNK-FINANCIAL-INST-ID PIC 9(7).
               10  OPA-BNK-FI-PAY-OFC-ID     PIC X(9).
           05  OPA-BNK-ROUTING-NBR           PIC 9(9).
           05  OPA-BNK-BANK-ACCOUNT-NBR      PIC X(17).
           05  OPA-BNK-ACCOUNT-TYPE-CD       PIC X(1).
           05  OPA-BNK-EFFECTIVE-FROM-DTE    PIC 9(8).
           05  OPA-BNK-EFFECTIVE-TO-DTE      PIC 9(8).
           05  OPA-BNK-LAST-MNT-OPID         PIC X(8).
           05  OPA-BNK-LAST-MNT-DTE          PIC 9(8).
           05  FILLER                        PIC X(4).
      *---------------------------------------------------------*
      *    AUTHORIZED-MAINTAINER LIST -- ONE OPERATOR ID PER CARD *
      *---------------------------------------------------------*
       FD  OPA-AUTH-FL.
       01  OPA-AUTH-RECORD.
           05  AUT-OPID                      PIC X(8).
           05  FILLER                        PIC X(72).
      *---------------------------------------------------------*
      *    OPTIONAL REVIEW WINDOW -- BUSINESS HOURS AS START AND  *
      *    END HOUR, AND HOW MANY DAYS COUNT AS A RECENT BANK-    *
      *    INSTRUCTION CHANGE.  DEFAULTS 07, 19 AND 30            *
      *---------------------------------------------------------*
       FD  OPA-PARM-FL.
       01  OPA-PARM-RECORD.
           05  PRM-BUS-START-HH              PIC 9(2).
           05  PRM-BUS-END-HH                PIC 9(2).
           05  PRM-RECENT-DAYS               PIC 9(3).
           05  FILLER                        PIC X(73).
      *---------------------------------------------------------*
      *    MAINTENANCE-STAMP HISTORY -- THE LAST STAMP SEEN ON    *
      *    EACH DEALER AND BRANCH RECORD, SO A CHANGE IS COUNTED  *
      *    ONCE NO MATTER HOW OFTEN THE AUDIT RUNS                *
      *---------------------------------------------------------*
       FD  OPA-HIST-IN-FL.
       01  OPA-HIST-IN-RECORD.
           05  MHI-RECORD-TYPE-CD            PIC X(3).
           05  MHI-SEQUENCE-NUMBER-ID        PIC 9(3).
           05  MHI-FINANCIAL-INST-ID         PIC 9(7).
           05  MHI-FINCL-INST-BRCH-ID        PIC X(9).
           05  MHI-LAST-MNT-DTM              PIC X(26).
           05  MHI-LAST-MNT-OPID             PIC X(8).
           05  FILLER                        PIC X(4).
       FD  OPA-HIST-OUT-FL.
       01  OPA-HIST-OUT-RECORD.
           05  MHO-RECORD-TYPE-CD            PIC X(3).
           05  MHO-SEQUENCE-NUMBER-ID        PIC 9(3).
           05  MHO-FINANCIAL-INST-ID         PIC 9(7).
           05  MHO-FINCL-INST-BRCH-ID        PIC X(9).
           05  MHO-LAST-MNT-DTM              PIC X(26).
           05  MHO-LAST-MNT-OPID             PIC X(8).
           05  FILLER                        PIC X(4).
       FD  OPA-RUN-CTL-FL.
       01  OPA-RUN-CTL-RECORD.
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
       01  OPA-SWITCHES.
           05  OPA-EOF-SW                    PIC X(01)   VALUE 'N'.
               88  OPA-EOF                       VALUE 'Y'.
           05  OPA-HIST-SW                   PIC X(01)   VALUE 'N'.
               88  OPA-HIST-ON-FILE              VALUE 'Y'.
               88  OPA-HIST-FIRST-RUN            VALUE 'N'.
           05  OPA-STAMP-DATE-SW             PIC X(01)   VALUE 'N'.
               88  OPA-STAMP-DATE-VALID          VALUE 'Y'.
               88  OPA-STAMP-DATE-INVALID        VALUE 'N'.
       01  OPA-COUNTERS                      COMP.
           05  OPA-DLR-READ-CT               PIC 9(09)   VALUE ZERO.
           05  OPA-BR-READ-CT                PIC 9(09)   VALUE ZERO.
           05  OPA-BNK-LOAD-CT               PIC 9(09)   VALUE ZERO.
           05  OPA-HIST-IN-CT                PIC 9(09)   VALUE ZERO.
           05  OPA-HIST-OUT-CT               PIC 9(09)   VALUE ZERO.
           05  OPA-UNSTAMPED-CT              PIC 9(09)   VALUE ZERO.
           05  OPA-BASELINE-CT               PIC 9(09)   VALUE ZERO.
           05  OPA-CHANGE-CT                 PIC 9(09)   VALUE ZERO.
           05  OPA-FLAGGED-CT                PIC 9(09)   VALUE ZERO.
           05  OPA-OFF-HOURS-CT              PIC 9(09)   VALUE ZERO.
           05  OPA-WEEKEND-CT                PIC 9(09)   VALUE ZERO.
           05  OPA-UNAUTH-CT                 PIC 9(09)   VALUE ZERO.
           05  OPA-HIGH-RISK-CT              PIC 9(09)   VALUE ZERO.
       01  OPA-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  OPA-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  OPA-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  OPA-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  OPA-RCD-REASON               PIC X(40).
       01  OPA-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  OPA-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    REVIEW WINDOW -- SEE THE PARAMETER CARD                *
      *---------------------------------------------------------*
       01  OPA-WINDOW-WORK.
           05  OPA-BUS-START-HH              PIC 9(02)   VALUE 07.
           05  OPA-BUS-END-HH                PIC 9(02)   VALUE 19.
           05  OPA-RECENT-DAYS               PIC 9(03)   VALUE 030.
      *---------------------------------------------------------*
      *    STAMP HISTORY, CARRIED FORWARD EACH RUN                *
      *---------------------------------------------------------*
       01  OPA-STAMP-TBL.
           05  OPA-ST-ENTRY OCCURS 20000 TIMES
                           INDEXED BY OPA-ST-IDX.
               10  OPA-ST-KEY.
                   15  OPA-ST-RECORD-TYPE-CD PIC X(03).
                   15  OPA-ST-SEQUENCE-NBR   PIC 9(03).
                   15  OPA-ST-FI-ID          PIC 9(07).
                   15  OPA-ST-BRCH-ID        PIC X(09).
               10  OPA-ST-LAST-MNT-DTM       PIC X(26).
               10  OPA-ST-LAST-MNT-OPID      PIC X(08).
               10  OPA-ST-SEEN-SW            PIC X(01).
                   88  OPA-ST-SEEN               VALUE 'Y'.
       01  OPA-ST-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  OPA-AUTH-TBL.
           05  OPA-AU-ENTRY OCCURS 500 TIMES
                           INDEXED BY OPA-AU-IDX.
               10  OPA-AU-OPID               PIC X(08).
       01  OPA-AU-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  OPA-BANK-TBL.
           05  OPA-BK-ENTRY OCCURS 10000 TIMES
                           INDEXED BY OPA-BK-IDX.
               10  OPA-BK-FI-ID              PIC 9(07).
               10  OPA-BK-OPID               PIC X(08).
               10  OPA-BK-DAYS               PIC S9(09)  COMP.
       01  OPA-BK-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  OPA-OPERATOR-TBL.
           05  OPA-OP-ENTRY OCCURS 500 TIMES
                           INDEXED BY OPA-OP-IDX.
               10  OPA-OP-OPID               PIC X(08).
               10  OPA-OP-CHANGE-CT          PIC 9(07)   COMP.
               10  OPA-OP-OFF-HOURS-CT       PIC 9(07)   COMP.
               10  OPA-OP-WEEKEND-CT         PIC 9(07)   COMP.
               10  OPA-OP-UNAUTH-CT          PIC 9(07)   COMP.
               10  OPA-OP-HIGH-RISK-CT       PIC 9(07)   COMP.
       01  OPA-OP-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  OPA-TYPE-SEQ-TBL.
           05  OPA-TS-ENTRY OCCURS 50 TIMES
                           INDEXED BY OPA-TS-IDX.
               10  OPA-TS-RECORD-TYPE-CD     PIC X(03).
               10  OPA-TS-SEQUENCE-NBR       PIC 9(03).
               10  OPA-TS-CHANGE-CT          PIC 9(07)   COMP.
               10  OPA-TS-FLAGGED-CT         PIC 9(07)   COMP.
       01  OPA-TS-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  OPA-WK-FOUND-SW                   PIC X(01)   VALUE 'N'.
           88  OPA-WK-FOUND                      VALUE 'Y'.
           88  OPA-WK-NOT-FOUND                  VALUE 'N'.
      *---------------------------------------------------------*
      *    THE RECORD UNDER REVIEW AND ITS EXCEPTION FLAGS        *
      *---------------------------------------------------------*
       01  OPA-CUR-WORK.
           05  OPA-CUR-KEY.
               10  OPA-CUR-RECORD-TYPE-CD    PIC X(03).
               10  OPA-CUR-SEQUENCE-NBR      PIC 9(03).
               10  OPA-CUR-FI-ID             PIC 9(07).
               10  OPA-CUR-BRCH-ID           PIC X(09).
           05  OPA-CUR-LAST-MNT-DTM          PIC X(26).
           05  OPA-CUR-LAST-MNT-OPID         PIC X(08).
           05  OPA-CUR-CHANGE-CD             PIC X(01).
               88  OPA-CUR-NEW-RECORD            VALUE 'N'.
               88  OPA-CUR-RESTAMPED             VALUE 'C'.
           05  OPA-CUR-FLAGS.
               10  OPA-CUR-OFF-HOURS-SW      PIC X(01).
                   88  OPA-CUR-OFF-HOURS         VALUE 'Y'.
               10  OPA-CUR-WEEKEND-SW        PIC X(01).
                   88  OPA-CUR-WEEKEND           VALUE 'Y'.
               10  OPA-CUR-UNAUTH-SW         PIC X(01).
                   88  OPA-CUR-UNAUTH            VALUE 'Y'.
               10  OPA-CUR-HIGH-RISK-SW      PIC X(01).
                   88  OPA-CUR-HIGH-RISK         VALUE 'Y'.
      *---------------------------------------------------------*
      *    MAINTENANCE TIMESTAMP -- YYYY-MM-DD-HH.MM.SS.NNNNNN    *
      *---------------------------------------------------------*
       01  OPA-MNT-DTM                       PIC X(26)   VALUE SPACES.
       01  OPA-MNT-DTM-R REDEFINES OPA-MNT-DTM.
           05  OPA-MNT-YYYY                  PIC 9(04).
           05  FILLER                        PIC X(01).
           05  OPA-MNT-MM                    PIC 9(02).
           05  FILLER                        PIC X(01).
           05  OPA-MNT-DD                    PIC 9(02).
           05  FILLER                        PIC X(01).
           05  OPA-MNT-HH                    PIC 9(02).
           05  FILLER                        PIC X(13).
      *---------------------------------------------------------*
      *    DAY-OF-WEEK BY ZELLER'S CONGRUENCE -- 0 IS SATURDAY,   *
      *    1 IS SUNDAY.  WINDOW DAYS ARE TRUE CALENDAR DAYS       *
      *    BETWEEN DAY NUMBERS FROM THE COMMON DATE SERVICE       *
      *---------------------------------------------------------*
       01  OPA-DATE-WORK                     COMP.
           05  OPA-ZL-YEAR                   PIC 9(05)   VALUE ZERO.
           05  OPA-ZL-MONTH                  PIC 9(03)   VALUE ZERO.
           05  OPA-ZL-MONTH-TERM             PIC 9(05)   VALUE ZERO.
           05  OPA-ZL-Q4                     PIC 9(05)   VALUE ZERO.
           05  OPA-ZL-Q100                   PIC 9(05)   VALUE ZERO.
           05  OPA-ZL-Q400                   PIC 9(05)   VALUE ZERO.
           05  OPA-ZL-SUM                    PIC 9(07)   VALUE ZERO.
           05  OPA-ZL-QUOT                   PIC 9(07)   VALUE ZERO.
           05  OPA-ZL-DAY-OF-WEEK            PIC 9(01)   VALUE ZERO.
           05  OPA-MNT-DAYS                  PIC S9(09)  VALUE ZERO.
           05  OPA-DAY-GAP                   PIC S9(09)  VALUE ZERO.
       01  OPA-BNK-DTE-WORK.
           05  OPA-BNK-DTE                   PIC 9(08)   VALUE ZERO.
           05  OPA-BNK-DTE-R REDEFINES OPA-BNK-DTE.
               10  OPA-BNK-YYYY              PIC 9(04).
               10  OPA-BNK-MM                PIC 9(02).
               10  OPA-BNK-DD                PIC 9(02).
           05  OPA-MNT-DTE                   PIC 9(08)   VALUE ZERO.
           05  OPA-MNT-DTE-R REDEFINES OPA-MNT-DTE.
               10  OPA-MNT-DTE-YYYY          PIC 9(04).
               10  OPA-MNT-DTE-MM            PIC 9(02).
               10  OPA-MNT-DTE-DD            PIC 9(02).
       01  OPA-CHG-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'DEALER/BRANCH MAINTENANCE CHANGES DETECTED'.
       01  OPA-CHG-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(08)   VALUE 'TYPE'.
           05  FILLER                        PIC X(09)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(11)   VALUE 'BRANCH'.
           05  FILLER                        PIC X(21)
               VALUE 'MAINTAINED'.
           05  FILLER                        PIC X(10)
               VALUE 'OPERATOR'.
           05  FILLER                        PIC X(04)   VALUE 'CHG'.
           05  FILLER                        PIC X(40)   VALUE 'FLAGS'.
       01  OPA-CHG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  OPA-CL-RECORD-TYPE-CD         PIC X(03).
           05  FILLER                        PIC X(01)   VALUE '/'.
           05  OPA-CL-SEQUENCE-NBR           PIC 9(03).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  OPA-CL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  OPA-CL-BRCH-ID                PIC X(09).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  OPA-CL-MNT-DTM                PIC X(19).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  OPA-CL-OPID                   PIC X(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  OPA-CL-CHANGE-TX              PIC X(03).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  OPA-CL-FLAGS-TX.
               10  OPA-CL-OFF-HOURS-TX       PIC X(10).
               10  OPA-CL-WEEKEND-TX         PIC X(08).
               10  OPA-CL-UNAUTH-TX          PIC X(13).
               10  OPA-CL-HIGH-RISK-TX       PIC X(09).
       01  OPA-EXC-KEY.
           05  OPA-EK-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  OPA-EK-BRCH-ID                PIC X(09).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  OPA-EK-RECORD-TYPE-CD         PIC X(03).
           05  FILLER                        PIC X(01)   VALUE '/'.
           05  OPA-EK-SEQUENCE-NBR           PIC 9(03).
       01  OPA-OPR-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'MAINTENANCE CHANGES BY OPERATOR'.
       01  OPA-OPR-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'OPERATOR'.
           05  FILLER                        PIC X(12)
               VALUE '     CHANGES'.
           05  FILLER                        PIC X(12)
               VALUE '   OFF-HOURS'.
           05  FILLER                        PIC X(12)
               VALUE '     WEEKEND'.
           05  FILLER                        PIC X(12)
               VALUE '  UNAUTH-OPR'.
           05  FILLER                        PIC X(12)
               VALUE '   HIGH-RISK'.
       01  OPA-OPR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  OPA-OL-OPID                   PIC X(08).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  OPA-OL-CHANGE-CT              PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  OPA-OL-OFF-HOURS-CT           PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  OPA-OL-WEEKEND-CT             PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  OPA-OL-UNAUTH-CT              PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  OPA-OL-HIGH-RISK-CT           PIC ZZZ,ZZ9.
       01  OPA-TSQ-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'MAINTENANCE CHANGES BY RECORD TYPE/SEQUENCE'.
       01  OPA-TSQ-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'TYPE/SEQ'.
           05  FILLER                        PIC X(12)
               VALUE '     CHANGES'.
           05  FILLER                        PIC X(12)
               VALUE '     FLAGGED'.
       01  OPA-TSQ-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  OPA-TQ-RECORD-TYPE-CD         PIC X(03).
           05  FILLER                        PIC X(01)   VALUE '/'.
           05  OPA-TQ-SEQUENCE-NBR           PIC 9(03).
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  OPA-TQ-CHANGE-CT              PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  OPA-TQ-FLAGGED-CT             PIC ZZZ,ZZ9.
       01  OPA-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  OPA-NL-TEXT                   PIC X(60).
       01  OPA-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'OPERATOR ACTIVITY AUDIT CONTROL TOTALS'.
       01  OPA-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  OPA-TL-LABEL                  PIC X(25).
           05  OPA-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE OPA-CHG-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE OPA-CHG-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF OPA-HIST-FIRST-RUN
               MOVE 'NO STAMP HISTORY ON FILE - STAMPS BASELINED'
                   TO OPA-NL-TEXT
               MOVE OPA-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
           MOVE 'N' TO OPA-EOF-SW.
           PERFORM 2000-PROCESS-DEALER THRU 2000-EXIT
               UNTIL OPA-EOF.
           MOVE 'N' TO OPA-EOF-SW.
           PERFORM 2100-PROCESS-BRANCH THRU 2100-EXIT
               UNTIL OPA-EOF.
           PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
           PERFORM 8000-PRINT-OPERATOR-SUMMARY THRU 8000-EXIT.
           PERFORM 8100-PRINT-TYPE-SEQ-SUMMARY THRU 8100-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE OPA-RUN-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OPA-DEALER-MASTER.
           OPEN INPUT OPA-BRANCH-MASTER.
           OPEN INPUT OPA-BANK-MASTER-FL.
           OPEN INPUT OPA-AUTH-FL.
           OPEN INPUT OPA-PARM-FL.
           OPEN INPUT OPA-HIST-IN-FL.
           OPEN OUTPUT OPA-HIST-OUT-FL.
           OPEN EXTEND OPA-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           MOVE RCTL-WK-DATE (1:8) TO RPT-CYCLE-TX.
           READ OPA-PARM-FL
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-BUS-START-HH NUMERIC
                      AND PRM-BUS-END-HH NUMERIC
                      AND PRM-BUS-START-HH < PRM-BUS-END-HH
                      AND PRM-BUS-END-HH NOT > 24
                       MOVE PRM-BUS-START-HH TO OPA-BUS-START-HH
                       MOVE PRM-BUS-END-HH TO OPA-BUS-END-HH
                   END-IF
                   IF PRM-RECENT-DAYS NUMERIC
                      AND PRM-RECENT-DAYS > ZERO
                       MOVE PRM-RECENT-DAYS TO OPA-RECENT-DAYS
                   END-IF
           END-READ.
           CLOSE OPA-PARM-FL.
           MOVE 'N' TO OPA-EOF-SW.
           PERFORM 1100-LOAD-AUTH THRU 1100-EXIT
               UNTIL OPA-EOF.
           CLOSE OPA-AUTH-FL.
           MOVE 'N' TO OPA-EOF-SW.
           PERFORM 1200-LOAD-BANK THRU 1200-EXIT
               UNTIL OPA-EOF.
           CLOSE OPA-BANK-MASTER-FL.
           MOVE 'N' TO OPA-EOF-SW.
           PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT
               UNTIL OPA-EOF.
           CLOSE OPA-HIST-IN-FL.
           IF OPA-HIST-IN-CT > ZERO
               SET OPA-HIST-ON-FILE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
       1100-LOAD-AUTH.
           READ OPA-AUTH-FL
               AT END
                   SET OPA-EOF TO TRUE
           END-READ.
           IF OPA-EOF
              OR AUT-OPID = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF OPA-AU-USED-CT >= 500
               MOVE ' AUTHORIZED OPIDS' TO OPA-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO OPA-AU-USED-CT.
           SET OPA-AU-IDX TO OPA-AU-USED-CT.
           MOVE AUT-OPID TO OPA-AU-OPID (OPA-AU-IDX).
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONLY BANK ROWS THAT CARRY A MAINTENANCE STAMP CAN TIE  *
      *    AN OPERATOR TO A PAYEE BANK-INSTRUCTION CHANGE         *
      *---------------------------------------------------------*
       1200-LOAD-BANK.
           READ OPA-BANK-MASTER-FL
               AT END
                   SET OPA-EOF TO TRUE
           END-READ.
           IF OPA-EOF
               GO TO 1200-EXIT
           END-IF.
           IF OPA-BNK-LAST-MNT-OPID = SPACES
              OR OPA-BNK-LAST-MNT-DTE NOT NUMERIC
              OR OPA-BNK-LAST-MNT-DTE = ZERO
               GO TO 1200-EXIT
           END-IF.
           IF OPA-BK-USED-CT >= 10000
               MOVE ' BANK STAMPS' TO OPA-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO OPA-BK-USED-CT.
           ADD 1 TO OPA-BNK-LOAD-CT.
           SET OPA-BK-IDX TO OPA-BK-USED-CT.
           MOVE OPA-BNK-FINANCIAL-INST-ID TO OPA-BK-FI-ID (OPA-BK-IDX).
           MOVE OPA-BNK-LAST-MNT-OPID TO OPA-BK-OPID (OPA-BK-IDX).
           MOVE OPA-BNK-LAST-MNT-DTE TO OPA-BNK-DTE.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE DTE-BASE-DTE TO DTE-DATE-1.
           MOVE OPA-BNK-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO OPA-BK-DAYS (OPA-BK-IDX).
       1200-EXIT.
           EXIT.
       1300-LOAD-HISTORY.
           READ OPA-HIST-IN-FL
               AT END
                   SET OPA-EOF TO TRUE
           END-READ.
           IF OPA-EOF
               GO TO 1300-EXIT
           END-IF.
           IF OPA-ST-USED-CT >= 20000
               MOVE ' STAMP HISTORY' TO OPA-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO OPA-HIST-IN-CT.
           ADD 1 TO OPA-ST-USED-CT.
           SET OPA-ST-IDX TO OPA-ST-USED-CT.
           MOVE MHI-RECORD-TYPE-CD
               TO OPA-ST-RECORD-TYPE-CD (OPA-ST-IDX).
           MOVE MHI-SEQUENCE-NUMBER-ID
               TO OPA-ST-SEQUENCE-NBR (OPA-ST-IDX).
           MOVE MHI-FINANCIAL-INST-ID TO OPA-ST-FI-ID (OPA-ST-IDX).
           MOVE MHI-FINCL-INST-BRCH-ID TO OPA-ST-BRCH-ID (OPA-ST-IDX).
           MOVE MHI-LAST-MNT-DTM TO OPA-ST-LAST-MNT-DTM (OPA-ST-IDX).
           MOVE MHI-LAST-MNT-OPID TO OPA-ST-LAST-MNT-OPID (OPA-ST-IDX).
           MOVE 'N' TO OPA-ST-SEEN-SW (OPA-ST-IDX).
       1300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONLY THE DETAIL-1 RECORD OF A DEALER OR BRANCH CARRIES *
      *    THE MAINTENANCE STAMP                                  *
      *---------------------------------------------------------*
       2000-PROCESS-DEALER.
           READ OPA-DEALER-MASTER
               AT END
                   SET OPA-EOF TO TRUE
           END-READ.
           IF OPA-EOF
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO OPA-DLR-READ-CT.
           IF NOT OPA-DLM-RECORD-TYPE-DEALER
              OR NOT OPA-DLM-SEQ-DETAIL-1-AREA
               GO TO 2000-EXIT
           END-IF.
           MOVE OPA-DLM-RECORD-TYPE-CD TO OPA-CUR-RECORD-TYPE-CD.
           MOVE OPA-DLM-SEQUENCE-NUMBER-ID TO OPA-CUR-SEQUENCE-NBR.
           MOVE OPA-DLM-FINANCIAL-INST-ID TO OPA-CUR-FI-ID.
           MOVE SPACES TO OPA-CUR-BRCH-ID.
           MOVE OPA-DLM-LAST-MNT-DTM TO OPA-CUR-LAST-MNT-DTM.
           MOVE OPA-DLM-LAST-MNT-OPID TO OPA-CUR-LAST-MNT-OPID.
           PERFORM 3000-REVIEW-STAMP THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
       2100-PROCESS-BRANCH.
           READ OPA-BRANCH-MASTER
               AT END
                   SET OPA-EOF TO TRUE
           END-READ.
           IF OPA-EOF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO OPA-BR-READ-CT.
           IF NOT OPA-BRM-RECORD-TYPE-BRANCH
              OR NOT OPA-BRM-SEQ-DETAIL-1-AREA
               GO TO 2100-EXIT
           END-IF.
           MOVE OPA-BRM-RECORD-TYPE-CD TO OPA-CUR-RECORD-TYPE-CD.
           MOVE OPA-BRM-SEQUENCE-NUMBER-ID TO OPA-CUR-SEQUENCE-NBR.
           MOVE OPA-BRM-FINANCIAL-INST-ID TO OPA-CUR-FI-ID.
           MOVE OPA-BRM-FINCL-INST-BRCH-ID TO OPA-CUR-BRCH-ID.
           MOVE OPA-BRM-LAST-MNT-DTM TO OPA-CUR-LAST-MNT-DTM.
           MOVE OPA-BRM-LAST-MNT-OPID TO OPA-CUR-LAST-MNT-OPID.
           PERFORM 3000-REVIEW-STAMP THRU 3000-EXIT.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A STAMP THAT MATCHES HISTORY WAS ALREADY COUNTED.  A   *
      *    NEW STAMP, OR A RECORD NOT SEEN BEFORE, IS ONE CHANGE  *
      *---------------------------------------------------------*
       3000-REVIEW-STAMP.
           IF OPA-CUR-LAST-MNT-DTM = SPACES
              AND OPA-CUR-LAST-MNT-OPID = SPACES
               ADD 1 TO OPA-UNSTAMPED-CT
               GO TO 3000-EXIT
           END-IF.
           SET OPA-WK-NOT-FOUND TO TRUE.
           SET OPA-ST-IDX TO 1.
           SEARCH OPA-ST-ENTRY VARYING OPA-ST-IDX
               AT END
                   CONTINUE
               WHEN OPA-ST-IDX > OPA-ST-USED-CT
                   CONTINUE
               WHEN OPA-ST-KEY (OPA-ST-IDX) = OPA-CUR-KEY
                   SET OPA-WK-FOUND TO TRUE
           END-SEARCH.
           IF OPA-WK-FOUND
               MOVE 'Y' TO OPA-ST-SEEN-SW (OPA-ST-IDX)
               IF OPA-ST-LAST-MNT-DTM (OPA-ST-IDX)
                      = OPA-CUR-LAST-MNT-DTM
                  AND OPA-ST-LAST-MNT-OPID (OPA-ST-IDX)
                      = OPA-CUR-LAST-MNT-OPID
                   GO TO 3000-EXIT
               END-IF
               SET OPA-CUR-RESTAMPED TO TRUE
           ELSE
               IF OPA-ST-USED-CT >= 20000
                   MOVE ' STAMP HISTORY' TO OPA-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO OPA-ST-USED-CT
               SET OPA-ST-IDX TO OPA-ST-USED-CT
               MOVE OPA-CUR-KEY TO OPA-ST-KEY (OPA-ST-IDX)
               MOVE 'Y' TO OPA-ST-SEEN-SW (OPA-ST-IDX)
               SET OPA-CUR-NEW-RECORD TO TRUE
           END-IF.
           MOVE OPA-CUR-LAST-MNT-DTM
               TO OPA-ST-LAST-MNT-DTM (OPA-ST-IDX).
           MOVE OPA-CUR-LAST-MNT-OPID
               TO OPA-ST-LAST-MNT-OPID (OPA-ST-IDX).
           IF OPA-HIST-FIRST-RUN
               ADD 1 TO OPA-BASELINE-CT
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO OPA-CHANGE-CT.
           PERFORM 3100-FLAG-CHANGE THRU 3100-EXIT.
           PERFORM 3500-TALLY-OPERATOR THRU 3500-EXIT.
           PERFORM 3600-TALLY-TYPE-SEQ THRU 3600-EXIT.
           PERFORM 3700-PRINT-CHANGE THRU 3700-EXIT.
       3000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EXCEPTION TESTS -- OUTSIDE BUSINESS HOURS, ON A        *
      *    WEEKEND, BY AN OPERATOR NOT ON THE AUTHORIZED LIST,    *
      *    OR BY THE OPERATOR WHO RECENTLY CHANGED THE SAME       *
      *    DEALER'S PAYEE BANK INSTRUCTIONS                       *
      *---------------------------------------------------------*
       3100-FLAG-CHANGE.
           MOVE 'NNNN' TO OPA-CUR-FLAGS.
           MOVE OPA-CUR-LAST-MNT-DTM TO OPA-MNT-DTM.
           SET OPA-STAMP-DATE-INVALID TO TRUE.
           IF OPA-MNT-YYYY NUMERIC
              AND OPA-MNT-MM NUMERIC
              AND OPA-MNT-DD NUMERIC
              AND OPA-MNT-MM > ZERO
              AND OPA-MNT-MM < 13
              AND OPA-MNT-DD > ZERO
              AND OPA-MNT-DD < 32
               SET OPA-STAMP-DATE-VALID TO TRUE
           END-IF.
           IF OPA-MNT-HH NUMERIC
               IF OPA-MNT-HH < OPA-BUS-START-HH
                  OR OPA-MNT-HH NOT < OPA-BUS-END-HH
                   SET OPA-CUR-OFF-HOURS TO TRUE
               END-IF
           END-IF.
           IF OPA-STAMP-DATE-VALID
               PERFORM 3200-CHECK-WEEKEND THRU 3200-EXIT
           END-IF.
           PERFORM 3300-CHECK-AUTHORIZED THRU 3300-EXIT.
           IF OPA-STAMP-DATE-VALID
               PERFORM 3400-CHECK-BANK-CHANGE THRU 3400-EXIT
           END-IF.
           IF OPA-CUR-OFF-HOURS
               ADD 1 TO OPA-OFF-HOURS-CT
           END-IF.
           IF OPA-CUR-WEEKEND
               ADD 1 TO OPA-WEEKEND-CT
           END-IF.
           IF OPA-CUR-UNAUTH
               ADD 1 TO OPA-UNAUTH-CT
           END-IF.
           IF OPA-CUR-HIGH-RISK
               ADD 1 TO OPA-HIGH-RISK-CT
           END-IF.
           IF OPA-CUR-FLAGS NOT = 'NNNN'
               ADD 1 TO OPA-FLAGGED-CT
           END-IF.
       3100-EXIT.
           EXIT.
       3200-CHECK-WEEKEND.
           MOVE OPA-MNT-YYYY TO OPA-ZL-YEAR.
           MOVE OPA-MNT-MM TO OPA-ZL-MONTH.
           IF OPA-ZL-MONTH < 3
               ADD 12 TO OPA-ZL-MONTH
               SUBTRACT 1 FROM OPA-ZL-YEAR
           END-IF.
           COMPUTE OPA-ZL-MONTH-TERM = 13 * (OPA-ZL-MONTH + 1).
           DIVIDE OPA-ZL-MONTH-TERM BY 5 GIVING OPA-ZL-MONTH-TERM.
           DIVIDE OPA-ZL-YEAR BY 4 GIVING OPA-ZL-Q4.
           DIVIDE OPA-ZL-YEAR BY 100 GIVING OPA-ZL-Q100.
           DIVIDE OPA-ZL-YEAR BY 400 GIVING OPA-ZL-Q400.
           COMPUTE OPA-ZL-SUM = OPA-MNT-DD + OPA-ZL-MONTH-TERM
               + OPA-ZL-YEAR + OPA-ZL-Q4 - OPA-ZL-Q100 + OPA-ZL-Q400.
           DIVIDE OPA-ZL-SUM BY 7
               GIVING OPA-ZL-QUOT
               REMAINDER OPA-ZL-DAY-OF-WEEK.
           IF OPA-ZL-DAY-OF-WEEK < 2
               SET OPA-CUR-WEEKEND TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.
       3300-CHECK-AUTHORIZED.
           SET OPA-WK-NOT-FOUND TO TRUE.
           SET OPA-AU-IDX TO 1.
           SEARCH OPA-AU-ENTRY VARYING OPA-AU-IDX
               AT END
                   CONTINUE
               WHEN OPA-AU-IDX > OPA-AU-USED-CT
                   CONTINUE
               WHEN OPA-AU-OPID (OPA-AU-IDX) = OPA-CUR-LAST-MNT-OPID
                   SET OPA-WK-FOUND TO TRUE
           END-SEARCH.
           IF OPA-WK-NOT-FOUND
               SET OPA-CUR-UNAUTH TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    SAME OPERATOR ON THE DEALER'S BANK ROW WITHIN THE      *
      *    RECENT WINDOW, EITHER SIDE OF THIS CHANGE              *
      *---------------------------------------------------------*
       3400-CHECK-BANK-CHANGE.
           IF OPA-CUR-LAST-MNT-OPID = SPACES
               GO TO 3400-EXIT
           END-IF.
           MOVE OPA-MNT-YYYY TO OPA-MNT-DTE-YYYY.
           MOVE OPA-MNT-MM TO OPA-MNT-DTE-MM.
           MOVE OPA-MNT-DD TO OPA-MNT-DTE-DD.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE DTE-BASE-DTE TO DTE-DATE-1.
           MOVE OPA-MNT-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO OPA-MNT-DAYS.
           PERFORM 3410-MATCH-ONE-BANK-ROW THRU 3410-EXIT
                   VARYING OPA-BK-IDX FROM 1 BY 1
                   UNTIL OPA-BK-IDX > OPA-BK-USED-CT
                      OR OPA-CUR-HIGH-RISK.
       3400-EXIT.
           EXIT.
       3410-MATCH-ONE-BANK-ROW.
           IF OPA-BK-FI-ID (OPA-BK-IDX) NOT = OPA-CUR-FI-ID
              OR OPA-BK-OPID (OPA-BK-IDX) NOT = OPA-CUR-LAST-MNT-OPID
               GO TO 3410-EXIT
           END-IF.
           COMPUTE OPA-DAY-GAP
               = OPA-MNT-DAYS - OPA-BK-DAYS (OPA-BK-IDX).
           IF OPA-DAY-GAP < ZERO
               MULTIPLY -1 BY OPA-DAY-GAP
           END-IF.
           IF OPA-DAY-GAP NOT > OPA-RECENT-DAYS
               SET OPA-CUR-HIGH-RISK TO TRUE
           END-IF.
       3410-EXIT.
           EXIT.
       3500-TALLY-OPERATOR.
           SET OPA-WK-NOT-FOUND TO TRUE.
           SET OPA-OP-IDX TO 1.
           SEARCH OPA-OP-ENTRY VARYING OPA-OP-IDX
               AT END
                   CONTINUE
               WHEN OPA-OP-IDX > OPA-OP-USED-CT
                   CONTINUE
               WHEN OPA-OP-OPID (OPA-OP-IDX) = OPA-CUR-LAST-MNT-OPID
                   SET OPA-WK-FOUND TO TRUE
           END-SEARCH.
           IF OPA-WK-NOT-FOUND
               IF OPA-OP-USED-CT >= 500
                   MOVE ' OPERATORS' TO OPA-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO OPA-OP-USED-CT
               SET OPA-OP-IDX TO OPA-OP-USED-CT
               MOVE OPA-CUR-LAST-MNT-OPID TO OPA-OP-OPID (OPA-OP-IDX)
               MOVE ZERO TO OPA-OP-CHANGE-CT (OPA-OP-IDX)
               MOVE ZERO TO OPA-OP-OFF-HOURS-CT (OPA-OP-IDX)
               MOVE ZERO TO OPA-OP-WEEKEND-CT (OPA-OP-IDX)
               MOVE ZERO TO OPA-OP-UNAUTH-CT (OPA-OP-IDX)
               MOVE ZERO TO OPA-OP-HIGH-RISK-CT (OPA-OP-IDX)
           END-IF.
           ADD 1 TO OPA-OP-CHANGE-CT (OPA-OP-IDX).
           IF OPA-CUR-OFF-HOURS
               ADD 1 TO OPA-OP-OFF-HOURS-CT (OPA-OP-IDX)
           END-IF.
           IF OPA-CUR-WEEKEND
               ADD 1 TO OPA-OP-WEEKEND-CT (OPA-OP-IDX)
           END-IF.
           IF OPA-CUR-UNAUTH
               ADD 1 TO OPA-OP-UNAUTH-CT (OPA-OP-IDX)
           END-IF.
           IF OPA-CUR-HIGH-RISK
               ADD 1 TO OPA-OP-HIGH-RISK-CT (OPA-OP-IDX)
           END-IF.
       3500-EXIT.
           EXIT.
       3600-TALLY-TYPE-SEQ.
           SET OPA-WK-NOT-FOUND TO TRUE.
           SET OPA-TS-IDX TO 1.
           SEARCH OPA-TS-ENTRY VARYING OPA-TS-IDX
               AT END
                   CONTINUE
               WHEN OPA-TS-IDX > OPA-TS-USED-CT
                   CONTINUE
               WHEN OPA-TS-RECORD-TYPE-CD (OPA-TS-IDX)
                        = OPA-CUR-RECORD-TYPE-CD
                AND OPA-TS-SEQUENCE-NBR (OPA-TS-IDX)
                        = OPA-CUR-SEQUENCE-NBR
                   SET OPA-WK-FOUND TO TRUE
           END-SEARCH.
           IF OPA-WK-NOT-FOUND
               IF OPA-TS-USED-CT >= 50
                   MOVE ' RECORD TYPES' TO OPA-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO OPA-TS-USED-CT
               SET OPA-TS-IDX TO OPA-TS-USED-CT
               MOVE OPA-CUR-RECORD-TYPE-CD
                   TO OPA-TS-RECORD-TYPE-CD (OPA-TS-IDX)
               MOVE OPA-CUR-SEQUENCE-NBR
                   TO OPA-TS-SEQUENCE-NBR (OPA-TS-IDX)
               MOVE ZERO TO OPA-TS-CHANGE-CT (OPA-TS-IDX)
               MOVE ZERO TO OPA-TS-FLAGGED-CT (OPA-TS-IDX)
           END-IF.
           ADD 1 TO OPA-TS-CHANGE-CT (OPA-TS-IDX).
           IF OPA-CUR-FLAGS NOT = 'NNNN'
               ADD 1 TO OPA-TS-FLAGGED-CT (OPA-TS-IDX)
           END-IF.
       3600-EXIT.
           EXIT.
       3700-PRINT-CHANGE.
           MOVE OPA-CUR-RECORD-TYPE-CD TO OPA-CL-RECORD-TYPE-CD.
           MOVE OPA-CUR-SEQUENCE-NBR TO OPA-CL-SEQUENCE-NBR.
           MOVE OPA-CUR-FI-ID TO OPA-CL-FI-ID.
           MOVE OPA-CUR-BRCH-ID TO OPA-CL-BRCH-ID.
           MOVE OPA-CUR-LAST-MNT-DTM TO OPA-CL-MNT-DTM.
           MOVE OPA-CUR-LAST-MNT-OPID TO OPA-CL-OPID.
           IF OPA-CUR-NEW-RECORD
               MOVE 'NEW' TO OPA-CL-CHANGE-TX
           ELSE
               MOVE 'UPD' TO OPA-CL-CHANGE-TX
           END-IF.
           MOVE SPACES TO OPA-CL-OFF-HOURS-TX.
           MOVE SPACES TO OPA-CL-WEEKEND-TX.
           MOVE SPACES TO OPA-CL-UNAUTH-TX.
           MOVE SPACES TO OPA-CL-HIGH-RISK-TX.
           IF OPA-CUR-OFF-HOURS
               MOVE 'OFF-HOURS' TO OPA-CL-OFF-HOURS-TX
           END-IF.
           IF OPA-CUR-WEEKEND
               MOVE 'WEEKEND' TO OPA-CL-WEEKEND-TX
           END-IF.
           IF OPA-CUR-UNAUTH
               MOVE 'UNAUTHORIZED' TO OPA-CL-UNAUTH-TX
           END-IF.
           IF OPA-CUR-HIGH-RISK
               MOVE 'HIGH-RISK' TO OPA-CL-HIGH-RISK-TX
           END-IF.
           MOVE OPA-CHG-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF OPA-CUR-FLAGS = 'NNNN'
               GO TO 3700-EXIT
           END-IF.
           MOVE OPA-CUR-FI-ID TO OPA-EK-FI-ID.
           MOVE OPA-CUR-BRCH-ID TO OPA-EK-BRCH-ID.
           MOVE OPA-CUR-RECORD-TYPE-CD TO OPA-EK-RECORD-TYPE-CD.
           MOVE OPA-CUR-SEQUENCE-NBR TO OPA-EK-SEQUENCE-NBR.
           MOVE 'OPAFLAG' TO RPT-EXC-TYPE-CD.
           MOVE OPA-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE ZERO TO RPT-EXC-AMOUNT-AT.
           MOVE OPA-CL-FLAGS-TX TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       3700-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY FORWARD THE STAMP OF EVERY RECORD STILL ON THE   *
      *    MASTERS -- A CLOSED-OUT RECORD DROPS FROM HISTORY      *
      *---------------------------------------------------------*
       7000-WRITE-HISTORY.
           IF OPA-ST-USED-CT > ZERO
               PERFORM 7100-WRITE-ONE-STAMP THRU 7100-EXIT
                       VARYING OPA-ST-IDX FROM 1 BY 1
                       UNTIL OPA-ST-IDX > OPA-ST-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-STAMP.
           IF NOT OPA-ST-SEEN (OPA-ST-IDX)
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO OPA-HIST-OUT-RECORD.
           MOVE OPA-ST-RECORD-TYPE-CD (OPA-ST-IDX)
               TO MHO-RECORD-TYPE-CD.
           MOVE OPA-ST-SEQUENCE-NBR (OPA-ST-IDX)
               TO MHO-SEQUENCE-NUMBER-ID.
           MOVE OPA-ST-FI-ID (OPA-ST-IDX) TO MHO-FINANCIAL-INST-ID.
           MOVE OPA-ST-BRCH-ID (OPA-ST-IDX) TO MHO-FINCL-INST-BRCH-ID.
           MOVE OPA-ST-LAST-MNT-DTM (OPA-ST-IDX) TO MHO-LAST-MNT-DTM.
           MOVE OPA-ST-LAST-MNT-OPID (OPA-ST-IDX) TO MHO-LAST-MNT-OPID.
           WRITE OPA-HIST-OUT-RECORD.
           ADD 1 TO OPA-HIST-OUT-CT.
       7100-EXIT.
           EXIT.
       8000-PRINT-OPERATOR-SUMMARY.
           MOVE OPA-OPR-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE OPA-OPR-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF OPA-OP-USED-CT > ZERO
               PERFORM 8010-PRINT-ONE-OPERATOR THRU 8010-EXIT
                       VARYING OPA-OP-IDX FROM 1 BY 1
                       UNTIL OPA-OP-IDX > OPA-OP-USED-CT
           END-IF.
       8000-EXIT.
           EXIT.
       8010-PRINT-ONE-OPERATOR.
           MOVE OPA-OP-OPID (OPA-OP-IDX) TO OPA-OL-OPID.
           MOVE OPA-OP-CHANGE-CT (OPA-OP-IDX) TO OPA-OL-CHANGE-CT.
           MOVE OPA-OP-OFF-HOURS-CT (OPA-OP-IDX) TO OPA-OL-OFF-HOURS-CT.
           MOVE OPA-OP-WEEKEND-CT (OPA-OP-IDX) TO OPA-OL-WEEKEND-CT.
           MOVE OPA-OP-UNAUTH-CT (OPA-OP-IDX) TO OPA-OL-UNAUTH-CT.
           MOVE OPA-OP-HIGH-RISK-CT (OPA-OP-IDX) TO OPA-OL-HIGH-RISK-CT.
           MOVE OPA-OPR-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8010-EXIT.
           EXIT.
       8100-PRINT-TYPE-SEQ-SUMMARY.
           MOVE OPA-TSQ-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE OPA-TSQ-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF OPA-TS-USED-CT > ZERO
               PERFORM 8110-PRINT-ONE-TYPE-SEQ THRU 8110-EXIT
                       VARYING OPA-TS-IDX FROM 1 BY 1
                       UNTIL OPA-TS-IDX > OPA-TS-USED-CT
           END-IF.
       8100-EXIT.
           EXIT.
       8110-PRINT-ONE-TYPE-SEQ.
           MOVE OPA-TS-RECORD-TYPE-CD (OPA-TS-IDX)
               TO OPA-TQ-RECORD-TYPE-CD.
           MOVE OPA-TS-SEQUENCE-NBR (OPA-TS-IDX) TO OPA-TQ-SEQUENCE-NBR.
           MOVE OPA-TS-CHANGE-CT (OPA-TS-IDX) TO OPA-TQ-CHANGE-CT.
           MOVE OPA-TS-FLAGGED-CT (OPA-TS-IDX) TO OPA-TQ-FLAGGED-CT.
           MOVE OPA-TSQ-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8110-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE OPA-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'DEALER RECORDS READ: ' TO OPA-TL-LABEL.
           MOVE OPA-DLR-READ-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BRANCH RECORDS READ: ' TO OPA-TL-LABEL.
           MOVE OPA-BR-READ-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'STAMPED BANK ROWS: ' TO OPA-TL-LABEL.
           MOVE OPA-BNK-LOAD-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'AUTHORIZED OPERATORS: ' TO OPA-TL-LABEL.
           MOVE OPA-AU-USED-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HISTORY STAMPS IN: ' TO OPA-TL-LABEL.
           MOVE OPA-HIST-IN-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'UNSTAMPED RECORDS: ' TO OPA-TL-LABEL.
           MOVE OPA-UNSTAMPED-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'BASELINE STAMPS TAKEN: ' TO OPA-TL-LABEL.
           MOVE OPA-BASELINE-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CHANGES DETECTED: ' TO OPA-TL-LABEL.
           MOVE OPA-CHANGE-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'OUTSIDE BUSINESS HOURS: ' TO OPA-TL-LABEL.
           MOVE OPA-OFF-HOURS-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'ON A WEEKEND: ' TO OPA-TL-LABEL.
           MOVE OPA-WEEKEND-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'UNAUTHORIZED OPERATOR: ' TO OPA-TL-LABEL.
           MOVE OPA-UNAUTH-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HIGH-RISK (BANK CHANGE): ' TO OPA-TL-LABEL.
           MOVE OPA-HIGH-RISK-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CHANGES FLAGGED: ' TO OPA-TL-LABEL.
           MOVE OPA-FLAGGED-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HISTORY STAMPS OUT: ' TO OPA-TL-LABEL.
           MOVE OPA-HIST-OUT-CT TO OPA-TL-COUNT.
           MOVE OPA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8800-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO OPA-RUN-CTL-RECORD.
           MOVE 'OPA-OPERATOR-AUDIT' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE OPA-RUN-CTL-RECORD.
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
           MOVE SPACES TO OPA-RUN-CTL-RECORD.
           MOVE 'OPA-OPERATOR-AUDIT' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           ADD OPA-DLR-READ-CT OPA-BR-READ-CT
               GIVING RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE OPA-RUN-CTL-RECORD.
           CLOSE OPA-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE OR SILENTLY DROP A STAMP               *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE OPA-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO OPA-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE OPA-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE OPA-DEALER-MASTER.
           CLOSE OPA-BRANCH-MASTER.
           CLOSE OPA-HIST-OUT-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 NOTHING TO REVIEW, *
      *    4 FLAGGED CHANGES LISTED FOR THE ACCESS REVIEW, 16     *
      *    FATAL                                                  *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF OPA-NEW-RC > OPA-RUN-RC
               MOVE OPA-NEW-RC TO OPA-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF OPA-FLAGGED-CT > ZERO
               MOVE 4 TO OPA-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE OPA-RUN-RC TO OPA-RCD-OUT.
           EVALUATE OPA-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO OPA-RCD-REASON
               WHEN 4
                   MOVE 'FLAGGED CHANGES LISTED FOR REVIEW'
                       TO OPA-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO OPA-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO OPA-RCD-REASON
           END-EVALUATE.
           MOVE OPA-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE OPA-RUN-RC TO RETURN-CODE.
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
           MOVE 'OPA-OPERATOR-AUDIT' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
       9540-POST-EXCEPTION.
           SET RPT-FUNC-EXCEPTION TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9540-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BRIDGE TO THE COMMON DATE SERVICE                      *
      *---------------------------------------------------------*
       9600-CALL-DATE-SERVICE.
           CALL 'DTE-DATE-SERVICE' USING DTE-COMMAREA.
       9600-EXIT.
           EXIT.
