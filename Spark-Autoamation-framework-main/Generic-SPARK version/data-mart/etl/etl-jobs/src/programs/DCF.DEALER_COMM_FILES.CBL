       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCF-DEALER-COMM-FILES.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT DCF-DEALER-MASTER ASSIGN TO "DLRFILE".
	    SELECT DCF-COMMISSION-FL ASSIGN TO "FNAME".
	    SELECT DCF-SORT-FL ASSIGN TO "SORTWK".
	    SELECT DCF-EFILE-FL ASSIGN TO "DLREFILE".
	    SELECT DCF-XMIT-LOG-FL ASSIGN TO "DLRXLOG".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    DEALER MASTER -- SEQ 1 CARRIES THE FIRM AND THE        *
      *    ELECTRONIC MEDIA LEVEL; SEQ 3 FOLLOWS IT FOR THE SAME  *
      *    FIRM AND CARRIES THE DOWNLOAD FILE FORMAT               *
      *---------------------------------------------------------*
       FD  DCF-DEALER-MASTER.
       01  DCF-DEALER-MASTER-RECORD.
           05  DCF-DLM-RECORD-TYPE-CD        PIC X(3).
               88  DCF-DLM-RECORD-TYPE-DEALER    VALUE 'FDP'.
           05  DCF-DLM-SEQUENCE-NUMBER-ID    PIC 9(3).
               88  DCF-DLM-SEQ-DETAIL-1-AREA     VALUE 1.
               88  DCF-DLM-SEQ-DETAIL-3-AREA     VALUE 3.
           05  DCF-DLM-DETAIL-1-AREA.
               10  DCF-DLM-FUND-GROUP-NBR    PIC 9(7).
               10  DCF-DLM-FINANCIAL-INST-ID PIC 9(7).
               10  FILLER                    PIC X(54).
               10  DCF-DLM-FINCL-INST-NAME-1 PIC X(35).
               10  FILLER                    PIC X(19).
               10  DCF-DLM-EDI-MDA-LVL-CD    PIC X(1).
                   88  DCF-DLM-EDI-MDA-LVL-DETAIL    VALUE 'D'.
                   88  DCF-DLM-EDI-MDA-LVL-PLAN      VALUE 'P'.
               10  FILLER                    PIC X(31).
           05  DCF-DLM-DETAIL-3-AREA REDEFINES DCF-DLM-DETAIL-1-AREA.
               10  FILLER                    PIC X(75).
               10  DCF-DLM-DLD-FILE-FORMAT   PIC X(4).
               10  FILLER                    PIC X(75).
       FD  DCF-COMMISSION-FL.
       01  DCF-COMMISSION-RECORD.
           05  DCF-CMS-RECORD-TYPE-CD        PIC X(1).
               88  DCF-CMS-RECORD-TYPE-HEADER    VALUE 'H'.
               88  DCF-CMS-RECORD-TYPE-DETAIL    VALUE 'D'.
               88  DCF-CMS-RECORD-TYPE-TRAILER   VALUE 'T'.
               88  DCF-CMS-RECORD-TYPE-SUSPENDED VALUE 'S'.
           05  DCF-CMS-HEADER-AREA.
               10  FILLER                    PIC X(42).
               10  DCF-CMS-PER-END-DT        PIC 9(8).
               10  FILLER                    PIC X(2).
               10  DCF-CMS-WKO-NBR-ID        PIC X(8).
               10  FILLER                    PIC X(939).
           05  DCF-CMS-DETAIL-AREA REDEFINES DCF-CMS-HEADER-AREA.
               10  FILLER                    PIC X(40).
               10  DCF-CMS-FINANCIAL-INST-ID PIC 9(7).
               10  FILLER                    PIC X(54).
               10  DCF-CMS-FINCL-INST-BRCH-ID
                                             PIC X(9).
               10  DCF-CMS-FI-BRANCH-REP-ID  PIC X(9).
               10  DCF-CMS-FG-REP-NME        PIC X(30).
               10  DCF-CMS-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(38).
               10  DCF-CMS-SEC-ISS-ID        PIC X(9).
               10  FILLER                    PIC X(3).
               10  DCF-CMS-ACCOUNT-NUMBER    PIC 9(11).
               10  FILLER                    PIC X(1).
               10  DCF-CMS-ALPHA-CODE        PIC X(10).
               10  FILLER                    PIC X(77).
               10  DCF-CMS-ELIGIBLE-TABLE    OCCURS 9.
                   15  DCF-CMS-LEVEL-CD      PIC X(3).
                   15  DCF-CMS-ELG-BP-RT     PIC -999.9.
                   15  DCF-CMS-ELG-ASSET-AT  PIC -9(15).9(2).
                   15  DCF-CMS-ELG-COMPN-AT  PIC -9(15).9(2).
               10  DCF-CMS-TOT-ELG-BP-RT     PIC -999.9.
               10  DCF-CMS-TOT-ELG-ASSET-AT  PIC -9(15).9(2).
               10  FILLER                    PIC X(19).
               10  DCF-CMS-TOTAL-COMPN-AT    PIC -9(15).9(2).
               10  FILLER                    PIC X(208).
       SD  DCF-SORT-FL.
       01  DCF-SORT-RECORD.
           05  SRT-FINANCIAL-INST-ID         PIC 9(7).
           05  SRT-TEXT-FIELDS.
               10  SRT-FINCL-INST-BRCH-ID    PIC X(9).
               10  SRT-FI-BRANCH-REP-ID      PIC X(9).
               10  SRT-ALPHA-CODE            PIC X(10).
               10  SRT-FG-REP-NME            PIC X(30).
               10  SRT-SEC-ISS-ID            PIC X(9).
           05  SRT-FUND-CODE                 PIC 9(7).
           05  SRT-ACCOUNT-NUMBER            PIC 9(11).
           05  SRT-SOURCE-SEQ-NBR            PIC 9(9).
           05  SRT-LEVEL-ENTRY OCCURS 9.
               10  SRT-LEVEL-CD              PIC X(3).
               10  SRT-ELG-BP-RT             PIC S9(3)V9.
               10  SRT-ELG-ASSET-AT          PIC S9(15)V9(2).
               10  SRT-ELG-COMPN-AT          PIC S9(15)V9(2).
           05  SRT-TOT-ELG-BP-RT             PIC S9(3)V9.
           05  SRT-TOT-ELG-ASSET-AT          PIC S9(15)V9(2).
           05  SRT-TOTAL-COMPN-AT            PIC S9(15)V9(2).
      *---------------------------------------------------------*
      *    ONE SEGMENT PER DEALER -- HEADER, DETAIL ROWS WITH     *
      *    THEIR ELIGIBLE-LEVEL ROWS, TRAILER.  THE HEADER NAMES  *
      *    THE FIRM AND FORMAT SO TRANSMISSION CAN ROUTE IT       *
      *---------------------------------------------------------*
       FD  DCF-EFILE-FL.
       01  DCF-EFILE-RECORD                  PIC X(250).
       FD  DCF-XMIT-LOG-FL.
       01  DCF-XMIT-LOG-RECORD.
           05  XLG-FINANCIAL-INST-ID        PIC 9(7).
           05  XLG-FINCL-INST-NAME-1        PIC X(35).
           05  XLG-FORMAT-CD                PIC X(4).
           05  XLG-MEDIA-LVL-CD             PIC X(1).
           05  XLG-STATUS-CD                PIC X(4).
               88  XLG-STATUS-SENT              VALUE 'SENT'.
               88  XLG-STATUS-NO-FORMAT         VALUE 'NOFM'.
               88  XLG-STATUS-NOT-ON-MASTER     VALUE 'NODL'.
           05  XLG-SOURCE-DETAIL-CT         PIC 9(7).
           05  XLG-DETAIL-REC-CT            PIC 9(7).
           05  XLG-LEVEL-REC-CT             PIC 9(7).
           05  XLG-TOTAL-REC-CT             PIC 9(9).
           05  XLG-TOTAL-COMPN-AT           PIC -9(15).9(2).
           05  XLG-PER-END-DT               PIC 9(8).
           05  XLG-WKO-NBR-ID               PIC X(8).
           05  XLG-RUN-DT                   PIC 9(8).
           05  FILLER                       PIC X(16).
       WORKING-STORAGE SECTION.
       COPY RPTCOMM.
       01  DCF-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'RUN STOPPED - DEALER FORMAT TABLE LIMIT'.
       01  DCF-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  DCF-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  DCF-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  DCF-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  DCF-RCD-REASON               PIC X(40).
       01  DCF-SWITCHES.
           05  DCF-DLR-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DCF-DLR-EOF                   VALUE 'Y'.
           05  DCF-CMS-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DCF-CMS-EOF                   VALUE 'Y'.
           05  DCF-SORT-EOF-SW               PIC X(01)   VALUE 'N'.
               88  DCF-SORT-EOF                  VALUE 'Y'.
           05  DCF-FIRST-ROW-SW              PIC X(01)   VALUE 'Y'.
               88  DCF-FIRST-ROW                 VALUE 'Y'.
               88  DCF-NOT-FIRST-ROW             VALUE 'N'.
           05  DCF-WK-FOUND-SW               PIC X(01)   VALUE 'N'.
               88  DCF-WK-FOUND                  VALUE 'Y'.
               88  DCF-WK-NOT-FOUND              VALUE 'N'.
           05  DCF-SEND-SW                   PIC X(01)   VALUE 'N'.
               88  DCF-SEND-YES                  VALUE 'Y'.
               88  DCF-SEND-NO                   VALUE 'N'.
       01  DCF-COUNTERS                      COMP.
           05  DCF-DLR-READ-CT               PIC 9(09)   VALUE ZERO.
           05  DCF-DLR-LOAD-CT               PIC 9(07)   VALUE ZERO.
           05  DCF-CMS-READ-CT               PIC 9(09)   VALUE ZERO.
           05  DCF-DETAIL-RELEASED-CT        PIC 9(09)   VALUE ZERO.
           05  DCF-DEALER-CT                 PIC 9(07)   VALUE ZERO.
           05  DCF-DEALER-SENT-CT            PIC 9(07)   VALUE ZERO.
           05  DCF-DEALER-NOFMT-CT           PIC 9(07)   VALUE ZERO.
           05  DCF-DEALER-NOMST-CT           PIC 9(07)   VALUE ZERO.
           05  DCF-EFILE-REC-CT              PIC 9(09)   VALUE ZERO.
           05  DCF-DLR-SOURCE-CT             PIC 9(07)   VALUE ZERO.
           05  DCF-DLR-DETAIL-CT             PIC 9(07)   VALUE ZERO.
           05  DCF-DLR-LEVEL-CT              PIC 9(07)   VALUE ZERO.
           05  DCF-DLR-REC-CT                PIC 9(09)   VALUE ZERO.
           05  DCF-GRP-SOURCE-CT             PIC 9(05)   VALUE ZERO.
           05  DCF-GL-USED-CT                PIC 9(02)   VALUE ZERO.
           05  DCF-LV-IX                     PIC 9(02)   VALUE ZERO.
           05  DCF-LEVEL-DROP-CT             PIC 9(07)   VALUE ZERO.
       01  DCF-AMOUNTS.
           05  DCF-DLR-COMPN-AT              PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  DCF-DLR-ASSET-AT              PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  DCF-RUN-READ-COMPN-AT         PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  DCF-RUN-SENT-COMPN-AT         PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  DCF-RUN-UNSENT-COMPN-AT       PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  DCF-WK-COMPN-AT               PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  DCF-HEADER-HOLD.
           05  DCF-HOLD-PER-END-DT           PIC 9(08)   VALUE ZERO.
           05  DCF-HOLD-WKO-NBR-ID           PIC X(08)   VALUE SPACES.
           05  DCF-RUN-DT                    PIC 9(08)   VALUE ZERO.
      *---------------------------------------------------------*
      *    DOWNLOAD FORMATS THIS RUN CAN PRODUCE.  EVERY FORMAT   *
      *    CARRIES THE SAME FIELDS IN THE SAME ORDER: FIXD IS     *
      *    FIXED POSITIONAL WITH A BLANK COLUMN BETWEEN FIELDS,   *
      *    CSV  IS COMMA-DELIMITED, PIPE IS PIPE-DELIMITED        *
      *---------------------------------------------------------*
       01  DCF-WK-FORMAT-CD                  PIC X(04)   VALUE SPACES.
           88  DCF-FORMAT-VALID                  VALUE 'FIXD' 'CSV '
                                                       'PIPE'.
           88  DCF-FORMAT-FIXED                  VALUE 'FIXD'.
           88  DCF-FORMAT-COMMA                  VALUE 'CSV '.
       01  DCF-WK-MEDIA-LVL-CD               PIC X(01)   VALUE SPACES.
           88  DCF-MEDIA-DETAIL                  VALUE 'D'.
           88  DCF-MEDIA-PLAN                    VALUE 'P'.
       01  DCF-DEALER-TBL.
           05  DCF-DLR-ENTRY OCCURS 5000 TIMES
                           INDEXED BY DCF-DLR-IDX.
               10  DCF-DLR-FI-ID             PIC 9(07).
               10  DCF-DLR-NAME              PIC X(35).
               10  DCF-DLR-FORMAT-CD         PIC X(04).
               10  DCF-DLR-MEDIA-LVL-CD      PIC X(01).
       01  DCF-CUR-DEALER.
           05  DCF-CUR-FI-ID                 PIC 9(07)   VALUE ZERO.
           05  DCF-CUR-NAME                  PIC X(35)   VALUE SPACES.
           05  DCF-CUR-FORMAT-CD             PIC X(04)   VALUE SPACES.
           05  DCF-CUR-MEDIA-LVL-CD          PIC X(01)   VALUE SPACES.
           05  DCF-CUR-STATUS-CD             PIC X(04)   VALUE SPACES.
       01  DCF-LOAD-FI-ID                    PIC 9(07)   VALUE ZERO.
      *---------------------------------------------------------*
      *    ONE OUTPUT DETAIL IN PROGRESS -- A SINGLE 857 DETAIL   *
      *    AT DETAIL MEDIA LEVEL, OR EVERY DETAIL FOR THE SAME    *
      *    REP / ALPHA CODE / FUND AT PLAN MEDIA LEVEL            *
      *---------------------------------------------------------*
       01  DCF-GROUP-WORK.
           05  DCF-GRP-KEY.
               10  DCF-GRP-BRCH-ID           PIC X(09).
               10  DCF-GRP-REP-ID            PIC X(09).
               10  DCF-GRP-ALPHA-CODE        PIC X(10).
               10  DCF-GRP-FUND-CODE         PIC 9(07).
               10  DCF-GRP-ACCOUNT-NBR       PIC 9(11).
               10  DCF-GRP-SOURCE-SEQ-NBR    PIC 9(09).
           05  DCF-GRP-REP-NME               PIC X(30).
           05  DCF-GRP-SEC-ISS-ID            PIC X(09).
           05  DCF-GRP-TOT-ELG-BP-RT         PIC S9(3)V9.
           05  DCF-GRP-TOT-ELG-ASSET-AT      PIC S9(15)V9(2).
           05  DCF-GRP-TOTAL-COMPN-AT        PIC S9(15)V9(2).
           05  DCF-GRP-LEVEL-ENTRY OCCURS 10 TIMES
                           INDEXED BY DCF-GL-IDX.
               10  DCF-GL-LEVEL-CD           PIC X(03).
               10  DCF-GL-ELG-BP-RT          PIC S9(3)V9.
               10  DCF-GL-ELG-ASSET-AT       PIC S9(15)V9(2).
               10  DCF-GL-ELG-COMPN-AT       PIC S9(15)V9(2).
       01  DCF-SRT-KEY.
           05  DCF-SK-BRCH-ID                PIC X(09).
           05  DCF-SK-REP-ID                 PIC X(09).
           05  DCF-SK-ALPHA-CODE             PIC X(10).
           05  DCF-SK-FUND-CODE              PIC 9(07).
           05  DCF-SK-ACCOUNT-NBR            PIC 9(11).
           05  DCF-SK-SOURCE-SEQ-NBR         PIC 9(09).
      *---------------------------------------------------------*
      *    ELECTRONIC FILE RECORDS -- BUILT PIPE-SEPARATED, THEN  *
      *    THE SEPARATOR IS SWITCHED TO THE DEALER'S FORMAT AS    *
      *    THE RECORD IS WRITTEN.  TEXT FIELDS HAVE ANY COMMA OR  *
      *    PIPE BLANKED BEFORE THEY GET HERE                      *
      *---------------------------------------------------------*
       01  DCF-EF-HEADER.
           05  FILLER                        PIC X(01)   VALUE 'H'.
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EH-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EH-FIRM-NME               PIC X(35).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EH-FORMAT-CD              PIC X(04).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EH-MEDIA-LVL-CD           PIC X(01).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EH-PER-END-DT             PIC 9(08).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EH-WKO-NBR-ID             PIC X(08).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EH-CREATE-DT              PIC 9(08).
       01  DCF-EF-DETAIL.
           05  FILLER                        PIC X(01)   VALUE 'D'.
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-DETAIL-SEQ             PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-BRCH-ID                PIC X(09).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-REP-ID                 PIC X(09).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-REP-NME                PIC X(30).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-ALPHA-CODE             PIC X(10).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-FUND-CODE              PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-SEC-ISS-ID             PIC X(09).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-TOT-ELG-BP-RT          PIC -999.9.
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-TOT-ELG-ASSET-AT       PIC -9(15).9(2).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-TOTAL-COMPN-AT         PIC -9(15).9(2).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ED-SOURCE-CT              PIC 9(05).
       01  DCF-EF-LEVEL.
           05  FILLER                        PIC X(01)   VALUE 'L'.
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EL-DETAIL-SEQ             PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EL-LEVEL-CD               PIC X(03).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EL-ELG-BP-RT              PIC -999.9.
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EL-ELG-ASSET-AT           PIC -9(15).9(2).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-EL-ELG-COMPN-AT           PIC -9(15).9(2).
       01  DCF-EF-TRAILER.
           05  FILLER                        PIC X(01)   VALUE 'T'.
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ET-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ET-DETAIL-CT              PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ET-LEVEL-CT               PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ET-RECORD-CT              PIC 9(09).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ET-TOT-ELG-ASSET-AT       PIC -9(15).9(2).
           05  FILLER                        PIC X(01)   VALUE '|'.
           05  DCF-ET-TOTAL-COMPN-AT         PIC -9(15).9(2).
       01  DCF-EF-LINE                       PIC X(250)  VALUE SPACES.
       01  DCF-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'DEALER COMMISSION FILE TRANSMISSION LOG'.
       01  DCF-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(35)
               VALUE 'FIRM NAME'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'FMT'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'LVL'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'SOURCE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'DETAIL'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'RECORDS'.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  FILLER                        PIC X(12)
               VALUE 'COMPENSATION'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'STATUS'.
       01  DCF-LOG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DCF-LL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  DCF-LL-FIRM-NME               PIC X(35).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DCF-LL-FORMAT-CD              PIC X(04).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DCF-LL-MEDIA-LVL-CD           PIC X(01).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DCF-LL-SOURCE-CT              PIC ZZZZZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DCF-LL-DETAIL-CT              PIC ZZZZZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DCF-LL-REC-CT                 PIC ZZZZZZZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  DCF-LL-COMPN-AT               PIC -9(15).9(2).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DCF-LL-STATUS-TX              PIC X(24).
       01  DCF-TOTAL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DCF-TOT-LABEL                 PIC X(30).
           05  DCF-TOT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
       01  DCF-AMOUNT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DCF-AMT-LABEL                 PIC X(30).
           05  DCF-AMT-TOTAL-AT              PIC -9(15).9(2).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT DCF-SORT-FL
               ON ASCENDING KEY SRT-FINANCIAL-INST-ID
                                SRT-FINCL-INST-BRCH-ID
                                SRT-FI-BRANCH-REP-ID
                                SRT-ALPHA-CODE
                                SRT-FUND-CODE
                                SRT-ACCOUNT-NUMBER
                                SRT-SOURCE-SEQ-NBR
               INPUT PROCEDURE IS 3000-RELEASE-DETAIL
                               THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-BUILD-DEALER-FILES
                               THRU 4000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE DCF-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------*
      *    OPEN THE FILES AND LOAD EACH DEALER'S DOWNLOAD FORMAT  *
      *    AND MEDIA LEVEL FROM THE DEALER MASTER                 *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT DCF-DEALER-MASTER.
           OPEN INPUT DCF-COMMISSION-FL.
           OPEN OUTPUT DCF-EFILE-FL.
           OPEN OUTPUT DCF-XMIT-LOG-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           MOVE DCF-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE DCF-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           ACCEPT DCF-RUN-DT FROM DATE YYYYMMDD.
           PERFORM 1190-READ-DEALER THRU 1190-EXIT.
           PERFORM 1100-LOAD-DEALER THRU 1100-EXIT
                   UNTIL DCF-DLR-EOF.
           CLOSE DCF-DEALER-MASTER.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FIRM CAN APPEAR UNDER SEVERAL FUND GROUPS -- IT IS   *
      *    HELD ONCE, AND THE FIRST FORMAT AND MEDIA LEVEL ON     *
      *    FILE FOR IT STAND                                      *
      *---------------------------------------------------------*
       1100-LOAD-DEALER.
           ADD 1 TO DCF-DLR-READ-CT.
           IF DCF-DLM-RECORD-TYPE-DEALER
               IF DCF-DLM-SEQ-DETAIL-1-AREA
                   PERFORM 1150-STORE-DEALER THRU 1150-EXIT
               END-IF
               IF DCF-DLM-SEQ-DETAIL-3-AREA
                   PERFORM 1160-STORE-FORMAT THRU 1160-EXIT
               END-IF
           END-IF.
           PERFORM 1190-READ-DEALER THRU 1190-EXIT.
       1100-EXIT.
           EXIT.
       1150-STORE-DEALER.
           MOVE DCF-DLM-FINANCIAL-INST-ID TO DCF-LOAD-FI-ID.
           PERFORM 1300-FIND-DEALER THRU 1300-EXIT.
           IF DCF-WK-FOUND
               IF DCF-DLR-MEDIA-LVL-CD (DCF-DLR-IDX) = SPACES
                   MOVE DCF-DLM-EDI-MDA-LVL-CD
                       TO DCF-DLR-MEDIA-LVL-CD (DCF-DLR-IDX)
               END-IF
               GO TO 1150-EXIT
           END-IF.
           IF DCF-DLR-LOAD-CT >= 5000
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO DCF-DLR-LOAD-CT.
           SET DCF-DLR-IDX TO DCF-DLR-LOAD-CT.
           MOVE DCF-DLM-FINANCIAL-INST-ID
               TO DCF-DLR-FI-ID (DCF-DLR-IDX).
           MOVE DCF-DLM-FINCL-INST-NAME-1 TO DCF-DLR-NAME (DCF-DLR-IDX).
           INSPECT DCF-DLR-NAME (DCF-DLR-IDX)
               REPLACING ALL '|' BY SPACE
                         ALL ',' BY SPACE.
           MOVE SPACES TO DCF-DLR-FORMAT-CD (DCF-DLR-IDX).
           MOVE DCF-DLM-EDI-MDA-LVL-CD
               TO DCF-DLR-MEDIA-LVL-CD (DCF-DLR-IDX).
       1150-EXIT.
           EXIT.
       1160-STORE-FORMAT.
           PERFORM 1300-FIND-DEALER THRU 1300-EXIT.
           IF DCF-WK-NOT-FOUND
               GO TO 1160-EXIT
           END-IF.
           MOVE DCF-DLR-FORMAT-CD (DCF-DLR-IDX) TO DCF-WK-FORMAT-CD.
           IF DCF-FORMAT-VALID
               GO TO 1160-EXIT
           END-IF.
           MOVE DCF-DLM-DLD-FILE-FORMAT
               TO DCF-DLR-FORMAT-CD (DCF-DLR-IDX).
       1160-EXIT.
           EXIT.
       1190-READ-DEALER.
           READ DCF-DEALER-MASTER
               AT END
                   SET DCF-DLR-EOF TO TRUE
           END-READ.
       1190-EXIT.
           EXIT.
       1200-READ-COMMISSION.
           READ DCF-COMMISSION-FL
               AT END
                   SET DCF-CMS-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.
       1300-FIND-DEALER.
           SET DCF-WK-NOT-FOUND TO TRUE.
           IF DCF-DLR-LOAD-CT = ZERO
               GO TO 1300-EXIT
           END-IF.
           SET DCF-DLR-IDX TO 1.
           SEARCH DCF-DLR-ENTRY VARYING DCF-DLR-IDX
               AT END
                   CONTINUE
               WHEN DCF-DLR-IDX > DCF-DLR-LOAD-CT
                   CONTINUE
               WHEN DCF-DLR-FI-ID (DCF-DLR-IDX) = DCF-LOAD-FI-ID
                   SET DCF-WK-FOUND TO TRUE
           END-SEARCH.
       1300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RELEASE EVERY PAYABLE DETAIL KEYED ON FIRM / BRANCH /  *
      *    REP / ALPHA CODE / FUND.  A PLAN-LEVEL FIRM'S ROWS     *
      *    LOSE THE ACCOUNT AND SOURCE SEQUENCE FROM THE KEY SO   *
      *    THEY ROLL TOGETHER PER PLAN AND FUND                   *
      *---------------------------------------------------------*
       3000-RELEASE-DETAIL.
           PERFORM 1200-READ-COMMISSION THRU 1200-EXIT.
           PERFORM 3100-RELEASE-ONE-RECORD THRU 3100-EXIT
                   UNTIL DCF-CMS-EOF.
       3000-EXIT.
           EXIT.
       3100-RELEASE-ONE-RECORD.
           ADD 1 TO DCF-CMS-READ-CT.
           IF DCF-CMS-RECORD-TYPE-HEADER
               MOVE DCF-CMS-PER-END-DT TO DCF-HOLD-PER-END-DT
               MOVE DCF-CMS-WKO-NBR-ID TO DCF-HOLD-WKO-NBR-ID
           END-IF.
           IF NOT DCF-CMS-RECORD-TYPE-DETAIL
               GO TO 3100-NEXT
           END-IF.
           ADD 1 TO DCF-DETAIL-RELEASED-CT.
           MOVE DCF-CMS-FINANCIAL-INST-ID TO SRT-FINANCIAL-INST-ID.
           MOVE DCF-CMS-FINCL-INST-BRCH-ID TO SRT-FINCL-INST-BRCH-ID.
           MOVE DCF-CMS-FI-BRANCH-REP-ID TO SRT-FI-BRANCH-REP-ID.
           MOVE DCF-CMS-ALPHA-CODE TO SRT-ALPHA-CODE.
           MOVE DCF-CMS-FG-REP-NME TO SRT-FG-REP-NME.
           MOVE DCF-CMS-SEC-ISS-ID TO SRT-SEC-ISS-ID.
           INSPECT SRT-TEXT-FIELDS
               REPLACING ALL '|' BY SPACE
                         ALL ',' BY SPACE.
           MOVE DCF-CMS-FUND-CODE TO SRT-FUND-CODE.
           MOVE DCF-CMS-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE DCF-DETAIL-RELEASED-CT TO SRT-SOURCE-SEQ-NBR.
           PERFORM 3150-MOVE-ONE-LEVEL THRU 3150-EXIT
                   VARYING DCF-LV-IX FROM 1 BY 1
                   UNTIL DCF-LV-IX > 9.
           MOVE DCF-CMS-TOT-ELG-BP-RT TO SRT-TOT-ELG-BP-RT.
           MOVE DCF-CMS-TOT-ELG-ASSET-AT TO SRT-TOT-ELG-ASSET-AT.
           MOVE DCF-CMS-TOTAL-COMPN-AT TO SRT-TOTAL-COMPN-AT.
           ADD SRT-TOTAL-COMPN-AT TO DCF-RUN-READ-COMPN-AT.
           MOVE SRT-FINANCIAL-INST-ID TO DCF-LOAD-FI-ID.
           PERFORM 1300-FIND-DEALER THRU 1300-EXIT.
           IF DCF-WK-FOUND
              AND DCF-DLR-MEDIA-LVL-CD (DCF-DLR-IDX) = 'P'
               MOVE ZERO TO SRT-ACCOUNT-NUMBER
               MOVE ZERO TO SRT-SOURCE-SEQ-NBR
           END-IF.
           RELEASE DCF-SORT-RECORD.
       3100-NEXT.
           PERFORM 1200-READ-COMMISSION THRU 1200-EXIT.
       3100-EXIT.
           EXIT.
       3150-MOVE-ONE-LEVEL.
           MOVE DCF-CMS-LEVEL-CD (DCF-LV-IX)
               TO SRT-LEVEL-CD (DCF-LV-IX).
           IF DCF-CMS-LEVEL-CD (DCF-LV-IX) = SPACES
               MOVE ZERO TO SRT-ELG-BP-RT (DCF-LV-IX)
               MOVE ZERO TO SRT-ELG-ASSET-AT (DCF-LV-IX)
               MOVE ZERO TO SRT-ELG-COMPN-AT (DCF-LV-IX)
               GO TO 3150-EXIT
           END-IF.
           MOVE DCF-CMS-ELG-BP-RT (DCF-LV-IX)
               TO SRT-ELG-BP-RT (DCF-LV-IX).
           MOVE DCF-CMS-ELG-ASSET-AT (DCF-LV-IX)
               TO SRT-ELG-ASSET-AT (DCF-LV-IX).
           MOVE DCF-CMS-ELG-COMPN-AT (DCF-LV-IX)
               TO SRT-ELG-COMPN-AT (DCF-LV-IX).
       3150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE SEGMENT PER FIRM.  A FIRM WITH A VALID FORMAT ON   *
      *    FILE GETS HEADER, DETAILS AND TRAILER; ANY OTHER FIRM  *
      *    IS COUNTED AND LOGGED AS NOT SENT                      *
      *---------------------------------------------------------*
       4000-BUILD-DEALER-FILES.
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
           PERFORM 4200-PROCESS-SORTED THRU 4200-EXIT
                   UNTIL DCF-SORT-EOF.
           IF DCF-NOT-FIRST-ROW
               PERFORM 4500-FINISH-GROUP THRU 4500-EXIT
               PERFORM 4600-FINISH-DEALER THRU 4600-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-RETURN-SORTED.
           RETURN DCF-SORT-FL
               AT END
                   SET DCF-SORT-EOF TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.
       4200-PROCESS-SORTED.
           MOVE SRT-FINCL-INST-BRCH-ID TO DCF-SK-BRCH-ID.
           MOVE SRT-FI-BRANCH-REP-ID TO DCF-SK-REP-ID.
           MOVE SRT-ALPHA-CODE TO DCF-SK-ALPHA-CODE.
           MOVE SRT-FUND-CODE TO DCF-SK-FUND-CODE.
           MOVE SRT-ACCOUNT-NUMBER TO DCF-SK-ACCOUNT-NBR.
           MOVE SRT-SOURCE-SEQ-NBR TO DCF-SK-SOURCE-SEQ-NBR.
           IF DCF-FIRST-ROW
               MOVE 'N' TO DCF-FIRST-ROW-SW
               PERFORM 4300-START-DEALER THRU 4300-EXIT
               PERFORM 4400-START-GROUP THRU 4400-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN SRT-FINANCIAL-INST-ID NOT = DCF-CUR-FI-ID
                       PERFORM 4500-FINISH-GROUP THRU 4500-EXIT
                       PERFORM 4600-FINISH-DEALER THRU 4600-EXIT
                       PERFORM 4300-START-DEALER THRU 4300-EXIT
                       PERFORM 4400-START-GROUP THRU 4400-EXIT
                   WHEN DCF-SRT-KEY NOT = DCF-GRP-KEY
                       PERFORM 4500-FINISH-GROUP THRU 4500-EXIT
                       PERFORM 4400-START-GROUP THRU 4400-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           ADD 1 TO DCF-GRP-SOURCE-CT.
           ADD 1 TO DCF-DLR-SOURCE-CT.
           ADD SRT-TOT-ELG-ASSET-AT TO DCF-GRP-TOT-ELG-ASSET-AT.
           ADD SRT-TOTAL-COMPN-AT TO DCF-GRP-TOTAL-COMPN-AT.
           PERFORM 4450-ADD-ONE-LEVEL THRU 4450-EXIT
                   VARYING DCF-LV-IX FROM 1 BY 1
                   UNTIL DCF-LV-IX > 9.
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-START-DEALER.
           ADD 1 TO DCF-DEALER-CT.
           MOVE SRT-FINANCIAL-INST-ID TO DCF-CUR-FI-ID.
           MOVE SRT-FINANCIAL-INST-ID TO DCF-LOAD-FI-ID.
           MOVE ZERO TO DCF-DLR-SOURCE-CT.
           MOVE ZERO TO DCF-DLR-DETAIL-CT.
           MOVE ZERO TO DCF-DLR-LEVEL-CT.
           MOVE ZERO TO DCF-DLR-REC-CT.
           MOVE ZERO TO DCF-DLR-COMPN-AT.
           MOVE ZERO TO DCF-DLR-ASSET-AT.
           SET DCF-SEND-NO TO TRUE.
           PERFORM 1300-FIND-DEALER THRU 1300-EXIT.
           IF DCF-WK-NOT-FOUND
               MOVE SPACES TO DCF-CUR-NAME
               MOVE SPACES TO DCF-CUR-FORMAT-CD
               MOVE SPACES TO DCF-CUR-MEDIA-LVL-CD
               MOVE 'NODL' TO DCF-CUR-STATUS-CD
               GO TO 4300-EXIT
           END-IF.
           MOVE DCF-DLR-NAME (DCF-DLR-IDX) TO DCF-CUR-NAME.
           MOVE DCF-DLR-FORMAT-CD (DCF-DLR-IDX) TO DCF-CUR-FORMAT-CD.
           MOVE DCF-DLR-MEDIA-LVL-CD (DCF-DLR-IDX)
               TO DCF-WK-MEDIA-LVL-CD.
           IF NOT DCF-MEDIA-PLAN
               SET DCF-MEDIA-DETAIL TO TRUE
           END-IF.
           MOVE DCF-WK-MEDIA-LVL-CD TO DCF-CUR-MEDIA-LVL-CD.
           MOVE DCF-CUR-FORMAT-CD TO DCF-WK-FORMAT-CD.
           IF NOT DCF-FORMAT-VALID
               MOVE 'NOFM' TO DCF-CUR-STATUS-CD
               GO TO 4300-EXIT
           END-IF.
           MOVE 'SENT' TO DCF-CUR-STATUS-CD.
           SET DCF-SEND-YES TO TRUE.
           MOVE DCF-CUR-FI-ID TO DCF-EH-FI-ID.
           MOVE DCF-CUR-NAME TO DCF-EH-FIRM-NME.
           MOVE DCF-CUR-FORMAT-CD TO DCF-EH-FORMAT-CD.
           MOVE DCF-CUR-MEDIA-LVL-CD TO DCF-EH-MEDIA-LVL-CD.
           MOVE DCF-HOLD-PER-END-DT TO DCF-EH-PER-END-DT.
           MOVE DCF-HOLD-WKO-NBR-ID TO DCF-EH-WKO-NBR-ID.
           MOVE DCF-RUN-DT TO DCF-EH-CREATE-DT.
           MOVE DCF-EF-HEADER TO DCF-EF-LINE.
           PERFORM 4700-WRITE-EFILE THRU 4700-EXIT.
       4300-EXIT.
           EXIT.
       4400-START-GROUP.
           MOVE DCF-SRT-KEY TO DCF-GRP-KEY.
           MOVE SRT-FG-REP-NME TO DCF-GRP-REP-NME.
           MOVE SRT-SEC-ISS-ID TO DCF-GRP-SEC-ISS-ID.
           MOVE SRT-TOT-ELG-BP-RT TO DCF-GRP-TOT-ELG-BP-RT.
           MOVE ZERO TO DCF-GRP-TOT-ELG-ASSET-AT.
           MOVE ZERO TO DCF-GRP-TOTAL-COMPN-AT.
           MOVE ZERO TO DCF-GRP-SOURCE-CT.
           MOVE ZERO TO DCF-GL-USED-CT.
       4400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ROLL EACH ELIGIBLE LEVEL INTO THE OUTPUT DETAIL BY     *
      *    LEVEL CODE -- THE RATE IS THE SCHEDULE RATE FROM THE   *
      *    FIRST DETAIL, THE ASSETS AND COMPENSATION ARE SUMMED   *
      *---------------------------------------------------------*
       4450-ADD-ONE-LEVEL.
           IF SRT-LEVEL-CD (DCF-LV-IX) = SPACES
               GO TO 4450-EXIT
           END-IF.
           SET DCF-WK-NOT-FOUND TO TRUE.
           IF DCF-GL-USED-CT > ZERO
               SET DCF-GL-IDX TO 1
               SEARCH DCF-GRP-LEVEL-ENTRY VARYING DCF-GL-IDX
                   AT END
                       CONTINUE
                   WHEN DCF-GL-IDX > DCF-GL-USED-CT
                       CONTINUE
                   WHEN DCF-GL-LEVEL-CD (DCF-GL-IDX)
                        = SRT-LEVEL-CD (DCF-LV-IX)
                       SET DCF-WK-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF DCF-WK-NOT-FOUND
               IF DCF-GL-USED-CT >= 10
                   ADD 1 TO DCF-LEVEL-DROP-CT
                   GO TO 4450-EXIT
               END-IF
               ADD 1 TO DCF-GL-USED-CT
               SET DCF-GL-IDX TO DCF-GL-USED-CT
               MOVE SRT-LEVEL-CD (DCF-LV-IX)
                   TO DCF-GL-LEVEL-CD (DCF-GL-IDX)
               MOVE SRT-ELG-BP-RT (DCF-LV-IX)
                   TO DCF-GL-ELG-BP-RT (DCF-GL-IDX)
               MOVE ZERO TO DCF-GL-ELG-ASSET-AT (DCF-GL-IDX)
               MOVE ZERO TO DCF-GL-ELG-COMPN-AT (DCF-GL-IDX)
           END-IF.
           ADD SRT-ELG-ASSET-AT (DCF-LV-IX)
               TO DCF-GL-ELG-ASSET-AT (DCF-GL-IDX).
           ADD SRT-ELG-COMPN-AT (DCF-LV-IX)
               TO DCF-GL-ELG-COMPN-AT (DCF-GL-IDX).
       4450-EXIT.
           EXIT.
       4500-FINISH-GROUP.
           ADD DCF-GRP-TOTAL-COMPN-AT TO DCF-DLR-COMPN-AT.
           ADD DCF-GRP-TOT-ELG-ASSET-AT TO DCF-DLR-ASSET-AT.
           IF DCF-SEND-NO
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO DCF-DLR-DETAIL-CT.
           MOVE DCF-DLR-DETAIL-CT TO DCF-ED-DETAIL-SEQ.
           MOVE DCF-GRP-BRCH-ID TO DCF-ED-BRCH-ID.
           MOVE DCF-GRP-REP-ID TO DCF-ED-REP-ID.
           MOVE DCF-GRP-REP-NME TO DCF-ED-REP-NME.
           MOVE DCF-GRP-ACCOUNT-NBR TO DCF-ED-ACCOUNT-NBR.
           MOVE DCF-GRP-ALPHA-CODE TO DCF-ED-ALPHA-CODE.
           MOVE DCF-GRP-FUND-CODE TO DCF-ED-FUND-CODE.
           MOVE DCF-GRP-SEC-ISS-ID TO DCF-ED-SEC-ISS-ID.
           MOVE DCF-GRP-TOT-ELG-BP-RT TO DCF-ED-TOT-ELG-BP-RT.
           MOVE DCF-GRP-TOT-ELG-ASSET-AT TO DCF-ED-TOT-ELG-ASSET-AT.
           MOVE DCF-GRP-TOTAL-COMPN-AT TO DCF-ED-TOTAL-COMPN-AT.
           MOVE DCF-GRP-SOURCE-CT TO DCF-ED-SOURCE-CT.
           MOVE DCF-EF-DETAIL TO DCF-EF-LINE.
           PERFORM 4700-WRITE-EFILE THRU 4700-EXIT.
           PERFORM 4550-WRITE-ONE-LEVEL THRU 4550-EXIT
                   VARYING DCF-GL-IDX FROM 1 BY 1
                   UNTIL DCF-GL-IDX > DCF-GL-USED-CT.
       4500-EXIT.
           EXIT.
       4550-WRITE-ONE-LEVEL.
           ADD 1 TO DCF-DLR-LEVEL-CT.
           MOVE DCF-DLR-DETAIL-CT TO DCF-EL-DETAIL-SEQ.
           MOVE DCF-GL-LEVEL-CD (DCF-GL-IDX) TO DCF-EL-LEVEL-CD.
           MOVE DCF-GL-ELG-BP-RT (DCF-GL-IDX) TO DCF-EL-ELG-BP-RT.
           MOVE DCF-GL-ELG-ASSET-AT (DCF-GL-IDX) TO DCF-EL-ELG-ASSET-AT.
           MOVE DCF-GL-ELG-COMPN-AT (DCF-GL-IDX) TO DCF-EL-ELG-COMPN-AT.
           MOVE DCF-EF-LEVEL TO DCF-EF-LINE.
           PERFORM 4700-WRITE-EFILE THRU 4700-EXIT.
       4550-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CLOSE THE FIRM'S SEGMENT WITH CONTROL TOTALS IT CAN    *
      *    RECONCILE -- THE RECORD COUNT INCLUDES THE HEADER AND  *
      *    TRAILER -- AND LOG WHAT WAS, OR WAS NOT, SENT          *
      *---------------------------------------------------------*
       4600-FINISH-DEALER.
           IF DCF-SEND-YES
               ADD 1 TO DCF-DEALER-SENT-CT
               ADD DCF-DLR-COMPN-AT TO DCF-RUN-SENT-COMPN-AT
               MOVE DCF-CUR-FI-ID TO DCF-ET-FI-ID
               MOVE DCF-DLR-DETAIL-CT TO DCF-ET-DETAIL-CT
               MOVE DCF-DLR-LEVEL-CT TO DCF-ET-LEVEL-CT
               COMPUTE DCF-ET-RECORD-CT = DCF-DLR-REC-CT + 1
               MOVE DCF-DLR-ASSET-AT TO DCF-ET-TOT-ELG-ASSET-AT
               MOVE DCF-DLR-COMPN-AT TO DCF-ET-TOTAL-COMPN-AT
               MOVE DCF-EF-TRAILER TO DCF-EF-LINE
               PERFORM 4700-WRITE-EFILE THRU 4700-EXIT
               MOVE 'SENT' TO DCF-LL-STATUS-TX
           ELSE
               ADD DCF-DLR-COMPN-AT TO DCF-RUN-UNSENT-COMPN-AT
               IF DCF-CUR-STATUS-CD = 'NODL'
                   ADD 1 TO DCF-DEALER-NOMST-CT
                   MOVE '** NOT ON DEALER MASTER' TO DCF-LL-STATUS-TX
               ELSE
                   ADD 1 TO DCF-DEALER-NOFMT-CT
                   MOVE '** NO VALID FORMAT' TO DCF-LL-STATUS-TX
               END-IF
           END-IF.
           MOVE SPACES TO DCF-XMIT-LOG-RECORD.
           MOVE DCF-CUR-FI-ID TO XLG-FINANCIAL-INST-ID.
           MOVE DCF-CUR-NAME TO XLG-FINCL-INST-NAME-1.
           MOVE DCF-CUR-FORMAT-CD TO XLG-FORMAT-CD.
           MOVE DCF-CUR-MEDIA-LVL-CD TO XLG-MEDIA-LVL-CD.
           MOVE DCF-CUR-STATUS-CD TO XLG-STATUS-CD.
           MOVE DCF-DLR-SOURCE-CT TO XLG-SOURCE-DETAIL-CT.
           MOVE DCF-DLR-DETAIL-CT TO XLG-DETAIL-REC-CT.
           MOVE DCF-DLR-LEVEL-CT TO XLG-LEVEL-REC-CT.
           MOVE DCF-DLR-REC-CT TO XLG-TOTAL-REC-CT.
           MOVE DCF-DLR-COMPN-AT TO XLG-TOTAL-COMPN-AT.
           MOVE DCF-HOLD-PER-END-DT TO XLG-PER-END-DT.
           MOVE DCF-HOLD-WKO-NBR-ID TO XLG-WKO-NBR-ID.
           MOVE DCF-RUN-DT TO XLG-RUN-DT.
           WRITE DCF-XMIT-LOG-RECORD.
           MOVE DCF-CUR-FI-ID TO DCF-LL-FI-ID.
           MOVE DCF-CUR-NAME TO DCF-LL-FIRM-NME.
           MOVE DCF-CUR-FORMAT-CD TO DCF-LL-FORMAT-CD.
           MOVE DCF-CUR-MEDIA-LVL-CD TO DCF-LL-MEDIA-LVL-CD.
           MOVE DCF-DLR-SOURCE-CT TO DCF-LL-SOURCE-CT.
           MOVE DCF-DLR-DETAIL-CT TO DCF-LL-DETAIL-CT.
           MOVE DCF-DLR-REC-CT TO DCF-LL-REC-CT.
           MOVE DCF-DLR-COMPN-AT TO DCF-LL-COMPN-AT.
           MOVE DCF-LOG-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       4600-EXIT.
           EXIT.
       4700-WRITE-EFILE.
           EVALUATE TRUE
               WHEN DCF-FORMAT-COMMA
                   INSPECT DCF-EF-LINE REPLACING ALL '|' BY ','
               WHEN DCF-FORMAT-FIXED
                   INSPECT DCF-EF-LINE REPLACING ALL '|' BY SPACE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE DCF-EFILE-RECORD FROM DCF-EF-LINE.
           ADD 1 TO DCF-DLR-REC-CT.
           ADD 1 TO DCF-EFILE-REC-CT.
       4700-EXIT.
           EXIT.
       8000-PRINT-TOTALS.
           MOVE 'DEALER MASTER RECORDS READ: ' TO DCF-TOT-LABEL.
           MOVE DCF-DLR-READ-CT TO DCF-TOT-COUNT.
           MOVE DCF-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE '857 DETAILS READ: ' TO DCF-TOT-LABEL.
           MOVE DCF-DETAIL-RELEASED-CT TO DCF-TOT-COUNT.
           MOVE DCF-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DEALERS WITH COMMISSION: ' TO DCF-TOT-LABEL.
           MOVE DCF-DEALER-CT TO DCF-TOT-COUNT.
           MOVE DCF-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DEALER FILES SENT: ' TO DCF-TOT-LABEL.
           MOVE DCF-DEALER-SENT-CT TO DCF-TOT-COUNT.
           MOVE DCF-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DEALERS WITH NO VALID FORMAT: ' TO DCF-TOT-LABEL.
           MOVE DCF-DEALER-NOFMT-CT TO DCF-TOT-COUNT.
           MOVE DCF-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DEALERS NOT ON MASTER: ' TO DCF-TOT-LABEL.
           MOVE DCF-DEALER-NOMST-CT TO DCF-TOT-COUNT.
           MOVE DCF-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'ELECTRONIC RECORDS WRITTEN: ' TO DCF-TOT-LABEL.
           MOVE DCF-EFILE-REC-CT TO DCF-TOT-COUNT.
           MOVE DCF-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'LEVELS OVER THE DETAIL LIMIT: ' TO DCF-TOT-LABEL.
           MOVE DCF-LEVEL-DROP-CT TO DCF-TOT-COUNT.
           MOVE DCF-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'COMPENSATION READ: ' TO DCF-AMT-LABEL.
           MOVE DCF-RUN-READ-COMPN-AT TO DCF-AMT-TOTAL-AT.
           MOVE DCF-AMOUNT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'COMPENSATION SENT: ' TO DCF-AMT-LABEL.
           MOVE DCF-RUN-SENT-COMPN-AT TO DCF-AMT-TOTAL-AT.
           MOVE DCF-AMOUNT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'COMPENSATION NOT SENT: ' TO DCF-AMT-LABEL.
           MOVE DCF-RUN-UNSENT-COMPN-AT TO DCF-AMT-TOTAL-AT.
           MOVE DCF-AMOUNT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           CLOSE DCF-COMMISSION-FL.
           CLOSE DCF-EFILE-FL.
           CLOSE DCF-XMIT-LOG-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE -- OPS RERUNS AFTER THE TABLE SIZING   *
      *    IS ADDRESSED                                           *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE DCF-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO DCF-RUN-RC.
           CLOSE DCF-DEALER-MASTER.
           CLOSE DCF-COMMISSION-FL.
           CLOSE DCF-EFILE-FL.
           CLOSE DCF-XMIT-LOG-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
           MOVE DCF-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF DCF-NEW-RC > DCF-RUN-RC
               MOVE DCF-NEW-RC TO DCF-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF DCF-DEALER-NOFMT-CT > ZERO
            OR DCF-DEALER-NOMST-CT > ZERO
               MOVE 4 TO DCF-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           COMPUTE DCF-WK-COMPN-AT
               = DCF-RUN-SENT-COMPN-AT + DCF-RUN-UNSENT-COMPN-AT.
           IF DCF-WK-COMPN-AT NOT = DCF-RUN-READ-COMPN-AT
            OR DCF-LEVEL-DROP-CT > ZERO
               MOVE 8 TO DCF-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE DCF-RUN-RC TO DCF-RCD-OUT.
           EVALUATE DCF-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO DCF-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO DCF-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO DCF-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO DCF-RCD-REASON
           END-EVALUATE.
           MOVE DCF-RCD-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE DCF-RUN-RC TO RETURN-CODE.
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
           MOVE 'DCF-DEALER-COMM-FILES' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
