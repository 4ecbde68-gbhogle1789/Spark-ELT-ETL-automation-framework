       IDENTIFICATION DIVISION.
       PROGRAM-ID. NNW-NETWORKING-FILES.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT NNW-SDCM-FL ASSIGN TO "FNAME1".
	    SELECT NNW-BOOK-FL ASSIGN TO "POSBKO".
	    SELECT NNW-SORT-FL ASSIGN TO "SORTWK".
	    SELECT NNW-POSITION-FL ASSIGN TO "NETPOS".
	    SELECT NNW-ACTIVITY-FL ASSIGN TO "NETACT".
	    SELECT OPTIONAL NNW-ACK-FL ASSIGN TO "NETACK".
	    SELECT OPTIONAL NNW-LOG-IN ASSIGN TO "NETLOGI".
	    SELECT NNW-LOG-OUT ASSIGN TO "NETLOGO".
	    SELECT OPTIONAL NNW-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
       FD  NNW-SDCM-FL.
       01  NNW-SDCM-RECORD.
           05  NNW-CSH-RECORD-TYPE-CD        PIC X(1).
               88  NNW-CSH-RECORD-TYPE-HEADER    VALUE 'H'.
               88  NNW-CSH-RECORD-TYPE-DETAIL    VALUE 'D'.
           05  NNW-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(5).
               10  NNW-CSH-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(3).
               10  NNW-CSH-SS-DTE            PIC 9(8).
               10  NNW-CSH-LOAD-ACCT         PIC 9(11).
               10  NNW-CSH-NOLOAD-ACCT       PIC 9(11).
               10  NNW-CSH-ALPHA-CODE        PIC X(10).
               10  NNW-CSH-ORDER-NBR         PIC 9(9).
               10  NNW-CSH-TRANSACTION-CODE  PIC 9(3).
               10  FILLER                    PIC X(13).
               10  NNW-CSH-FINANCIAL-INST-ID PIC 9(7).
               10  NNW-CSH-FINCL-INST-BRCH-ID
                                             PIC X(9).
               10  FILLER                    PIC X(22).
               10  NNW-CSH-TRADE-DTE         PIC 9(8).
               10  NNW-CSH-SHARES            PIC S9(11)V9(4)
                    SIGN TRAILING SEPARATE.
               10  NNW-CSH-OFFERING-PRICE    PIC 9(5)V9(4).
               10  NNW-CSH-GROSS-AT          PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(32).
               10  NNW-CSH-NAV-AT            PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(3).
               10  NNW-CSH-TRAN-TYPE-CD      PIC X(1).
                   88  NNW-CSH-PURCHASE          VALUE '0'.
                   88  NNW-CSH-REDEMPTION        VALUE '1'.
               10  NNW-CSH-LOAD-NOLOAD-CD    PIC 9(1).
                   88  NNW-CSH-NOLOAD            VALUE 1.
               10  FILLER                    PIC X(28).
               10  NNW-CSH-FUND-FROM-TO      PIC 9(7).
               10  FILLER                    PIC X(52).
               10  NNW-CSH-MATRIX-ERROR-CD   PIC X(1).
               10  FILLER                    PIC X(1).
               10  NNW-CSH-ACCOUNT-FROM-TO   PIC 9(11).
               10  NNW-CSH-FUND-GRP-NUMBER   PIC 9(7).
               10  FILLER                    PIC X(20).
               10  NNW-CSH-DLR-CTL-LVL-CD    PIC 9(1).
               10  FILLER                    PIC X(2).
               10  NNW-CSH-REVERSE-CD        PIC X(1).
                   88  NNW-CSH-REVERSAL          VALUE 'Y'.
               10  NNW-CSH-TRAN-STATUS-CDE   PIC X(1).
                   88  NNW-CSH-STATUS-NOT-POSTABLE
                                             VALUE 'B' 'D' 'R'.
               10  FILLER                    PIC X(117).
           05  NNW-CSH-HEADER-AREA REDEFINES NNW-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(3).
               10  NNW-CSH-RUN-DTE-TME       PIC X(26).
               10  FILLER                    PIC X(440).
      *---------------------------------------------------------*
      *    CLOSING SHARE-POSITION BOOK FROM TODAY'S POSITION RUN  *
      *    -- THE DEALER AND CONTROL LEVEL ARE THOSE OF THE       *
      *    LATEST TRADE ON THE ACCOUNT                            *
      *---------------------------------------------------------*
       FD  NNW-BOOK-FL.
       01  NNW-BOOK-RECORD.
           05  PBK-FUND-CODE                 PIC 9(7).
           05  PBK-ACCOUNT-NUMBER            PIC 9(11).
           05  PBK-SHARE-BAL                 PIC S9(11)V9(4)
                SIGN TRAILING SEPARATE.
           05  PBK-NAV-PRICE                 PIC 9(5)V9(4).
           05  PBK-FINANCIAL-INST-ID         PIC 9(7).
           05  PBK-FINCL-INST-BRCH-ID        PIC X(9).
           05  PBK-ALPHA-CODE                PIC X(10).
           05  PBK-DLR-CTL-LVL-CD            PIC 9(1).
           05  PBK-FUND-GRP-NUMBER           PIC 9(7).
           05  PBK-OPEN-DTE                  PIC 9(8).
           05  PBK-LAST-TRADE-DTE            PIC 9(8).
           05  PBK-NEGATIVE-SW               PIC X(1).
           05  FILLER                        PIC X(20).
       SD  NNW-SORT-FL.
       01  NNW-SORT-RECORD.
           05  SRT-FINANCIAL-INST-ID         PIC 9(7).
           05  SRT-ROW-TYPE-CD               PIC X(1).
               88  SRT-ROW-POSITION              VALUE 'P'.
               88  SRT-ROW-ACTIVITY              VALUE 'A'.
           05  SRT-FUND-CODE                 PIC 9(7).
           05  SRT-ACCOUNT-NUMBER            PIC 9(11).
           05  SRT-TRADE-DTE                 PIC 9(8).
           05  SRT-ORDER-NBR                 PIC 9(9).
           05  SRT-FINCL-INST-BRCH-ID        PIC X(9).
           05  SRT-DLR-CTL-LVL-CD            PIC 9(1).
           05  SRT-TRANSACTION-CODE          PIC 9(3).
           05  SRT-ACTIVITY-CD               PIC X(2).
           05  SRT-REVERSAL-SW               PIC X(1).
           05  SRT-SHARES                    PIC S9(11)V9(4).
           05  SRT-NAV-PRICE                 PIC 9(5)V9(4).
           05  SRT-AMOUNT-AT                 PIC S9(13)V9(2).
      *---------------------------------------------------------*
      *    NETWORKING POSITION FILE -- PER FIRM A HEADER, ONE ROW *
      *    PER NETWORKED ACCOUNT, AND A TRAILER.  THE VALUE FLAG  *
      *    SAYS WHETHER THE CONTROL LEVEL IS ENTITLED TO THE      *
      *    DOLLAR VALUE OR ONLY THE SHARE BALANCE                 *
      *---------------------------------------------------------*
       FD  NNW-POSITION-FL.
       01  NNW-POSITION-RECORD.
           05  NPF-RECORD-TYPE-CD            PIC X(1).
               88  NPF-RECORD-TYPE-HEADER        VALUE 'H'.
               88  NPF-RECORD-TYPE-POSITION      VALUE 'P'.
               88  NPF-RECORD-TYPE-TRAILER       VALUE 'T'.
           05  NPF-FINANCIAL-INST-ID         PIC 9(7).
           05  NPF-DETAIL-AREA.
               10  NPF-FUND-CODE             PIC 9(7).
               10  NPF-ACCOUNT-NUMBER        PIC 9(11).
               10  NPF-FINCL-INST-BRCH-ID    PIC X(9).
               10  NPF-DLR-CTL-LVL-CD        PIC 9(1).
               10  NPF-SHARE-BAL             PIC S9(11)V9(4)
                    SIGN TRAILING SEPARATE.
               10  NPF-NAV-PRICE             PIC 9(5)V9(4).
               10  NPF-VALUE-SENT-SW         PIC X(1).
                   88  NPF-VALUE-SENT            VALUE 'Y'.
                   88  NPF-VALUE-WITHHELD        VALUE 'N'.
               10  NPF-POSITION-AT           PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  NPF-AS-OF-DTE             PIC 9(8).
               10  FILLER                    PIC X(34).
           05  NPF-HEADER-AREA REDEFINES NPF-DETAIL-AREA.
               10  NPF-H-AS-OF-DTE           PIC 9(8).
               10  NPF-H-RUN-DTE-TME         PIC X(26).
               10  FILLER                    PIC X(78).
           05  NPF-TRAILER-AREA REDEFINES NPF-DETAIL-AREA.
               10  NPF-T-ACCOUNT-CT          PIC 9(9).
               10  NPF-T-SHARE-TOT           PIC S9(13)V9(4)
                    SIGN TRAILING SEPARATE.
               10  NPF-T-POSITION-TOT        PIC S9(15)V9(2)
                    SIGN TRAILING SEPARATE.
               10  NPF-T-RECORD-CT           PIC 9(9).
               10  FILLER                    PIC X(58).
      *---------------------------------------------------------*
      *    NETWORKING ACTIVITY FILE -- PER FIRM A HEADER, ONE ROW *
      *    PER POSTABLE TRADE ON A NETWORKED ACCOUNT, AND A       *
      *    TRAILER.  GROSS AMOUNT GOES ONLY WHERE THE CONTROL     *
      *    LEVEL IS ENTITLED TO IT                                *
      *---------------------------------------------------------*
       FD  NNW-ACTIVITY-FL.
       01  NNW-ACTIVITY-RECORD.
           05  NAF-RECORD-TYPE-CD            PIC X(1).
               88  NAF-RECORD-TYPE-HEADER        VALUE 'H'.
               88  NAF-RECORD-TYPE-ACTIVITY      VALUE 'A'.
               88  NAF-RECORD-TYPE-TRAILER       VALUE 'T'.
           05  NAF-FINANCIAL-INST-ID         PIC 9(7).
           05  NAF-DETAIL-AREA.
               10  NAF-FUND-CODE             PIC 9(7).
               10  NAF-ACCOUNT-NUMBER        PIC 9(11).
               10  NAF-FINCL-INST-BRCH-ID    PIC X(9).
               10  NAF-DLR-CTL-LVL-CD        PIC 9(1).
               10  NAF-TRADE-DTE             PIC 9(8).
               10  NAF-ORDER-NBR             PIC 9(9).
               10  NAF-TRANSACTION-CODE      PIC 9(3).
               10  NAF-ACTIVITY-CD           PIC X(2).
                   88  NAF-ACTIVITY-PURCHASE     VALUE 'PU'.
                   88  NAF-ACTIVITY-REDEMPTION   VALUE 'RD'.
                   88  NAF-ACTIVITY-EXCHANGE-IN  VALUE 'XI'.
                   88  NAF-ACTIVITY-EXCHANGE-OUT VALUE 'XO'.
               10  NAF-REVERSAL-SW           PIC X(1).
               10  NAF-SHARES                PIC S9(11)V9(4)
                    SIGN TRAILING SEPARATE.
               10  NAF-GROSS-SENT-SW         PIC X(1).
                   88  NAF-GROSS-SENT            VALUE 'Y'.
                   88  NAF-GROSS-WITHHELD        VALUE 'N'.
               10  NAF-GROSS-AT              PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(28).
           05  NAF-HEADER-AREA REDEFINES NAF-DETAIL-AREA.
               10  NAF-H-AS-OF-DTE           PIC 9(8).
               10  NAF-H-RUN-DTE-TME         PIC X(26).
               10  FILLER                    PIC X(78).
           05  NAF-TRAILER-AREA REDEFINES NAF-DETAIL-AREA.
               10  NAF-T-TRADE-CT            PIC 9(9).
               10  NAF-T-SHARE-TOT           PIC S9(13)V9(4)
                    SIGN TRAILING SEPARATE.
               10  NAF-T-GROSS-TOT           PIC S9(15)V9(2)
                    SIGN TRAILING SEPARATE.
               10  NAF-T-RECORD-CT           PIC 9(9).
               10  FILLER                    PIC X(58).
      *---------------------------------------------------------*
      *    ACKNOWLEDGEMENTS RETURNED BY THE FIRMS FOR EARLIER     *
      *    SENDS -- ACCEPTED OR REJECTED                          *
      *---------------------------------------------------------*
       FD  NNW-ACK-FL.
       01  NNW-ACK-RECORD.
           05  NAK-FINANCIAL-INST-ID         PIC 9(7).
           05  NAK-SEND-DTE                  PIC 9(8).
           05  NAK-ACK-CD                    PIC X(1).
               88  NAK-ACK-ACCEPTED              VALUE 'A'.
               88  NAK-ACK-REJECTED              VALUE 'R'.
           05  NAK-ACK-DTE                   PIC 9(8).
           05  FILLER                        PIC X(16).
      *---------------------------------------------------------*
      *    SEND / ACKNOWLEDGE LOG -- TODAY'S SENDS GO OUT PENDING;*
      *    YESTERDAY'S PENDING SENDS COME BACK IN AND ARE CLOSED  *
      *    BY AN ACKNOWLEDGEMENT OR CARRIED FORWARD AGAIN         *
      *---------------------------------------------------------*
       FD  NNW-LOG-IN.
       01  NNW-LOG-IN-RECORD.
           05  NLI-FINANCIAL-INST-ID         PIC 9(7).
           05  NLI-SEND-DTE                  PIC 9(8).
           05  NLI-POS-ACCOUNT-CT            PIC 9(9).
           05  NLI-POS-SHARE-TOT             PIC S9(13)V9(4)
                SIGN TRAILING SEPARATE.
           05  NLI-ACT-TRADE-CT              PIC 9(9).
           05  NLI-ACT-SHARE-TOT             PIC S9(13)V9(4)
                SIGN TRAILING SEPARATE.
           05  NLI-ACK-STATUS-CD             PIC X(1).
               88  NLI-ACK-PENDING               VALUE 'P'.
               88  NLI-ACK-ACCEPTED              VALUE 'A'.
               88  NLI-ACK-REJECTED              VALUE 'R'.
           05  NLI-ACK-DTE                   PIC 9(8).
           05  FILLER                        PIC X(20).
       FD  NNW-LOG-OUT.
       01  NNW-LOG-OUT-RECORD.
           05  NLO-FINANCIAL-INST-ID         PIC 9(7).
           05  NLO-SEND-DTE                  PIC 9(8).
           05  NLO-POS-ACCOUNT-CT            PIC 9(9).
           05  NLO-POS-SHARE-TOT             PIC S9(13)V9(4)
                SIGN TRAILING SEPARATE.
           05  NLO-ACT-TRADE-CT              PIC 9(9).
           05  NLO-ACT-SHARE-TOT             PIC S9(13)V9(4)
                SIGN TRAILING SEPARATE.
           05  NLO-ACK-STATUS-CD             PIC X(1).
               88  NLO-ACK-PENDING               VALUE 'P'.
               88  NLO-ACK-ACCEPTED              VALUE 'A'.
               88  NLO-ACK-REJECTED              VALUE 'R'.
           05  NLO-ACK-DTE                   PIC 9(8).
           05  FILLER                        PIC X(20).
       FD  NNW-RUN-CTL-FL.
       01  NNW-RUN-CTL-RECORD.
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
       01  NNW-SWITCHES.
           05  NNW-CSH-EOF-SW                PIC X(01)   VALUE 'N'.
               88  NNW-CSH-EOF                   VALUE 'Y'.
           05  NNW-BOOK-EOF-SW               PIC X(01)   VALUE 'N'.
               88  NNW-BOOK-EOF                  VALUE 'Y'.
           05  NNW-ACK-EOF-SW                PIC X(01)   VALUE 'N'.
               88  NNW-ACK-EOF                   VALUE 'Y'.
           05  NNW-LOG-EOF-SW                PIC X(01)   VALUE 'N'.
               88  NNW-LOG-EOF                   VALUE 'Y'.
           05  NNW-SORT-EOF-SW               PIC X(01)   VALUE 'N'.
               88  NNW-SORT-EOF                  VALUE 'Y'.
           05  NNW-FIRST-ROW-SW              PIC X(01)   VALUE 'Y'.
               88  NNW-FIRST-ROW                 VALUE 'Y'.
               88  NNW-NOT-FIRST-ROW             VALUE 'N'.
           05  NNW-WK-FOUND-SW               PIC X(01)   VALUE 'N'.
               88  NNW-WK-FOUND                  VALUE 'Y'.
               88  NNW-WK-NOT-FOUND              VALUE 'N'.
       01  NNW-COUNTERS                      COMP.
           05  NNW-CSH-READ-CT               PIC 9(09)   VALUE ZERO.
           05  NNW-BOOK-READ-CT              PIC 9(09)   VALUE ZERO.
           05  NNW-NOT-NETWORKED-CT          PIC 9(09)   VALUE ZERO.
           05  NNW-NOT-POSTABLE-CT           PIC 9(07)   VALUE ZERO.
           05  NNW-NO-FIRM-CT                PIC 9(07)   VALUE ZERO.
           05  NNW-NO-ACCT-CT                PIC 9(07)   VALUE ZERO.
           05  NNW-POS-RELEASED-CT           PIC 9(09)   VALUE ZERO.
           05  NNW-ACT-RELEASED-CT           PIC 9(09)   VALUE ZERO.
           05  NNW-POS-WRITTEN-CT            PIC 9(09)   VALUE ZERO.
           05  NNW-ACT-WRITTEN-CT            PIC 9(09)   VALUE ZERO.
           05  NNW-FIRM-CT                   PIC 9(07)   VALUE ZERO.
           05  NNW-ACK-LOAD-CT               PIC 9(05)   VALUE ZERO.
           05  NNW-ACK-UNMATCHED-CT          PIC 9(05)   VALUE ZERO.
           05  NNW-PRIOR-ACCEPTED-CT         PIC 9(07)   VALUE ZERO.
           05  NNW-PRIOR-REJECTED-CT         PIC 9(07)   VALUE ZERO.
           05  NNW-PRIOR-PENDING-CT          PIC 9(07)   VALUE ZERO.
           05  NNW-FRM-POS-CT                PIC 9(09)   VALUE ZERO.
           05  NNW-FRM-ACT-CT                PIC 9(09)   VALUE ZERO.
           05  NNW-LV-IX                     PIC 9(02)   VALUE ZERO.
       01  NNW-AMOUNTS.
           05  NNW-POS-RELEASED-SHR          PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  NNW-ACT-RELEASED-SHR          PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  NNW-POS-WRITTEN-SHR           PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  NNW-ACT-WRITTEN-SHR           PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  NNW-FRM-POS-SHR               PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  NNW-FRM-POS-AT                PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  NNW-FRM-ACT-SHR               PIC S9(13)V9(4)
                                              VALUE ZERO.
           05  NNW-FRM-ACT-GROSS-AT          PIC S9(15)V9(2)
                                              VALUE ZERO.
       01  NNW-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  NNW-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  NNW-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  NNW-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  NNW-RCD-REASON               PIC X(40).
       01  NNW-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'RUN STOPPED - ACKNOWLEDGEMENT TABLE LIMIT'.
       01  NNW-RUN-DTE                       PIC 9(08)   VALUE ZERO.
       01  NNW-RUN-DTE-TME                   PIC X(26)   VALUE SPACES.
      *---------------------------------------------------------*
      *    WHAT EACH NETWORKING CONTROL LEVEL MAY RECEIVE --      *
      *    POSITION VALUE, TRADE ACTIVITY, TRADE GROSS AMOUNT.    *
      *    LEVELS 1-3 ARE BROKER-CONTROLLED AND GET EVERYTHING;   *
      *    LEVEL 4 IS FUND-CONTROLLED BROKERAGE AND GETS SHARES   *
      *    ONLY.  LEVEL 0 IS NOT NETWORKED AND GETS NOTHING       *
      *---------------------------------------------------------*
       01  NNW-ENTITLE-VALUES.
           05  FILLER                        PIC X(03)   VALUE 'YYY'.
           05  FILLER                        PIC X(03)   VALUE 'YYY'.
           05  FILLER                        PIC X(03)   VALUE 'YYY'.
           05  FILLER                        PIC X(03)   VALUE 'NYN'.
       01  NNW-ENTITLE-TBL REDEFINES NNW-ENTITLE-VALUES.
           05  NNW-ENT-ENTRY OCCURS 4 TIMES.
               10  NNW-ENT-VALUE-SW          PIC X(01).
                   88  NNW-ENT-VALUE-YES         VALUE 'Y'.
               10  NNW-ENT-ACTIVITY-SW       PIC X(01).
                   88  NNW-ENT-ACTIVITY-YES      VALUE 'Y'.
               10  NNW-ENT-GROSS-SW          PIC X(01).
                   88  NNW-ENT-GROSS-YES         VALUE 'Y'.
       01  NNW-WK-CTL-LVL-CD                 PIC 9(01)   VALUE ZERO.
           88  NNW-LEVEL-NETWORKED               VALUE 1 THRU 4.
       01  NNW-ACK-TBL.
           05  NNW-AK-ENTRY OCCURS 5000 TIMES
                           INDEXED BY NNW-AK-IDX.
               10  NNW-AK-FI-ID              PIC 9(07).
               10  NNW-AK-SEND-DTE           PIC 9(08).
               10  NNW-AK-ACK-CD             PIC X(01).
               10  NNW-AK-ACK-DTE            PIC 9(08).
               10  NNW-AK-USED-SW            PIC X(01).
       01  NNW-POST-WORK.
           05  NNW-WK-ACCOUNT-NBR            PIC 9(11)   VALUE ZERO.
           05  NNW-WK-ABS-SHARES             PIC 9(11)V9(4)
                                              VALUE ZERO.
           05  NNW-CUR-FI-ID                 PIC 9(07)   VALUE ZERO.
       01  NNW-PRIOR-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'PRIOR NETWORKING SENDS - ACKNOWLEDGEMENT STATUS'.
       01  NNW-PRIOR-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'SENT'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(09)
               VALUE 'ACKED'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(30)
               VALUE 'STATUS'.
       01  NNW-PRIOR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  NNW-PR-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  NNW-PR-SEND-DTE               PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NNW-PR-ACK-DTE                PIC 9(08).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NNW-PR-STATUS-TX              PIC X(30).
       01  NNW-FIRM-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'NETWORKING FILES SENT - CONTROL TOTALS BY FIRM'.
       01  NNW-FIRM-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'ACCOUNTS'.
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'POSITION SHARES'.
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  FILLER                        PIC X(06)
               VALUE 'TRADES'.
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'ACTIVITY SHARES'.
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  FILLER                        PIC X(06)
               VALUE 'STATUS'.
       01  NNW-FIRM-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  NNW-FL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NNW-FL-POS-CT                 PIC ZZZZZZZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  NNW-FL-POS-SHR                PIC -(12)9.9999.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  NNW-FL-ACT-CT                 PIC ZZZZZZZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  NNW-FL-ACT-SHR                PIC -(12)9.9999.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  NNW-FL-STATUS-TX              PIC X(20).
       01  NNW-TOTAL-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  NNW-TOT-LABEL                 PIC X(40).
           05  NNW-TOT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
       01  NNW-SHARE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  NNW-SHR-LABEL                 PIC X(40).
           05  NNW-SHR-TOTAL                 PIC -(12)9.9999.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1300-CLOSE-PRIOR-SENDS THRU 1300-EXIT.
           MOVE NNW-FIRM-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE NNW-FIRM-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           SORT NNW-SORT-FL
               ON ASCENDING KEY SRT-FINANCIAL-INST-ID
                                SRT-ROW-TYPE-CD
                                SRT-FUND-CODE
                                SRT-ACCOUNT-NUMBER
                                SRT-TRADE-DTE
                                SRT-ORDER-NBR
               INPUT PROCEDURE IS 3000-RELEASE-NETWORKED
                               THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-WRITE-FIRM-FILES
                               THRU 4000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE NNW-RUN-RC TO RETURN-CODE.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT NNW-SDCM-FL.
           OPEN INPUT NNW-BOOK-FL.
           OPEN INPUT NNW-ACK-FL.
           OPEN INPUT NNW-LOG-IN.
           OPEN OUTPUT NNW-POSITION-FL.
           OPEN OUTPUT NNW-ACTIVITY-FL.
           OPEN OUTPUT NNW-LOG-OUT.
           OPEN EXTEND NNW-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT NNW-RUN-DTE FROM DATE YYYYMMDD.
           MOVE NNW-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1100-LOAD-ACK THRU 1100-EXIT
               UNTIL NNW-ACK-EOF.
           CLOSE NNW-ACK-FL.
       1000-EXIT.
           EXIT.
       1100-LOAD-ACK.
           READ NNW-ACK-FL
               AT END
                   SET NNW-ACK-EOF TO TRUE
           END-READ.
           IF NNW-ACK-EOF
               GO TO 1100-EXIT
           END-IF.
           IF NNW-ACK-LOAD-CT >= 5000
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO NNW-ACK-LOAD-CT.
           SET NNW-AK-IDX TO NNW-ACK-LOAD-CT.
           MOVE NAK-FINANCIAL-INST-ID TO NNW-AK-FI-ID (NNW-AK-IDX).
           MOVE NAK-SEND-DTE TO NNW-AK-SEND-DTE (NNW-AK-IDX).
           MOVE NAK-ACK-CD TO NNW-AK-ACK-CD (NNW-AK-IDX).
           MOVE NAK-ACK-DTE TO NNW-AK-ACK-DTE (NNW-AK-IDX).
           MOVE 'N' TO NNW-AK-USED-SW (NNW-AK-IDX).
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY SEND STILL PENDING ON YESTERDAY'S LOG IS CLOSED  *
      *    BY ITS ACKNOWLEDGEMENT, OR CARRIED FORWARD PENDING.    *
      *    CLOSED SENDS ARE LOGGED ONCE MORE, THEN DROP OFF       *
      *---------------------------------------------------------*
       1300-CLOSE-PRIOR-SENDS.
           MOVE NNW-PRIOR-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE NNW-PRIOR-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           PERFORM 1310-READ-LOG-IN THRU 1310-EXIT.
           PERFORM 1320-CLOSE-ONE-SEND THRU 1320-EXIT
               UNTIL NNW-LOG-EOF.
           CLOSE NNW-LOG-IN.
           PERFORM 1350-COUNT-UNMATCHED-ACK THRU 1350-EXIT
               VARYING NNW-AK-IDX FROM 1 BY 1
               UNTIL NNW-AK-IDX > NNW-ACK-LOAD-CT.
       1300-EXIT.
           EXIT.
       1310-READ-LOG-IN.
           READ NNW-LOG-IN
               AT END
                   SET NNW-LOG-EOF TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.
       1320-CLOSE-ONE-SEND.
           IF NOT NLI-ACK-PENDING
               GO TO 1320-NEXT
           END-IF.
           MOVE NNW-LOG-IN-RECORD TO NNW-LOG-OUT-RECORD.
           PERFORM 1330-FIND-ACK THRU 1330-EXIT.
           IF NNW-WK-FOUND
               MOVE NNW-AK-ACK-CD (NNW-AK-IDX) TO NLO-ACK-STATUS-CD
               MOVE NNW-AK-ACK-DTE (NNW-AK-IDX) TO NLO-ACK-DTE
               MOVE 'Y' TO NNW-AK-USED-SW (NNW-AK-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN NLO-ACK-ACCEPTED
                   ADD 1 TO NNW-PRIOR-ACCEPTED-CT
                   MOVE 'ACCEPTED' TO NNW-PR-STATUS-TX
               WHEN NLO-ACK-REJECTED
                   ADD 1 TO NNW-PRIOR-REJECTED-CT
                   MOVE '** REJECTED BY FIRM' TO NNW-PR-STATUS-TX
               WHEN OTHER
                   MOVE 'P' TO NLO-ACK-STATUS-CD
                   MOVE ZERO TO NLO-ACK-DTE
                   ADD 1 TO NNW-PRIOR-PENDING-CT
                   MOVE '** NO ACKNOWLEDGEMENT' TO NNW-PR-STATUS-TX
           END-EVALUATE.
           WRITE NNW-LOG-OUT-RECORD.
           MOVE NLO-FINANCIAL-INST-ID TO NNW-PR-FI-ID.
           MOVE NLO-SEND-DTE TO NNW-PR-SEND-DTE.
           MOVE NLO-ACK-DTE TO NNW-PR-ACK-DTE.
           MOVE NNW-PRIOR-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       1320-NEXT.
           PERFORM 1310-READ-LOG-IN THRU 1310-EXIT.
       1320-EXIT.
           EXIT.
       1330-FIND-ACK.
           SET NNW-WK-NOT-FOUND TO TRUE.
           IF NNW-ACK-LOAD-CT = ZERO
               GO TO 1330-EXIT
           END-IF.
           SET NNW-AK-IDX TO 1.
           SEARCH NNW-AK-ENTRY VARYING NNW-AK-IDX
               AT END
                   CONTINUE
               WHEN NNW-AK-IDX > NNW-ACK-LOAD-CT
                   CONTINUE
               WHEN NNW-AK-FI-ID (NNW-AK-IDX) = NLI-FINANCIAL-INST-ID
                AND NNW-AK-SEND-DTE (NNW-AK-IDX) = NLI-SEND-DTE
                   SET NNW-WK-FOUND TO TRUE
           END-SEARCH.
       1330-EXIT.
           EXIT.
       1350-COUNT-UNMATCHED-ACK.
           IF NNW-AK-USED-SW (NNW-AK-IDX) = 'N'
               ADD 1 TO NNW-ACK-UNMATCHED-CT
           END-IF.
       1350-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RELEASE EVERY NETWORKED POSITION ON THE CLOSING BOOK   *
      *    AND EVERY POSTABLE TRADE ON A NETWORKED ACCOUNT IN     *
      *    TODAY'S FEED.  ROWS WITH NO FIRM CANNOT BE ROUTED AND  *
      *    ARE COUNTED AS EXCEPTIONS                              *
      *---------------------------------------------------------*
       3000-RELEASE-NETWORKED.
           PERFORM 3100-READ-BOOK THRU 3100-EXIT.
           PERFORM 3200-RELEASE-POSITION THRU 3200-EXIT
               UNTIL NNW-BOOK-EOF.
           CLOSE NNW-BOOK-FL.
           PERFORM 3300-READ-SDCM THRU 3300-EXIT.
           PERFORM 3400-RELEASE-ACTIVITY THRU 3400-EXIT
               UNTIL NNW-CSH-EOF.
           CLOSE NNW-SDCM-FL.
       3000-EXIT.
           EXIT.
       3100-READ-BOOK.
           READ NNW-BOOK-FL
               AT END
                   SET NNW-BOOK-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.
       3200-RELEASE-POSITION.
           ADD 1 TO NNW-BOOK-READ-CT.
           MOVE PBK-DLR-CTL-LVL-CD TO NNW-WK-CTL-LVL-CD.
           IF NOT NNW-LEVEL-NETWORKED
               ADD 1 TO NNW-NOT-NETWORKED-CT
               GO TO 3200-NEXT
           END-IF.
           IF PBK-FINANCIAL-INST-ID = ZERO
               ADD 1 TO NNW-NO-FIRM-CT
               GO TO 3200-NEXT
           END-IF.
           MOVE PBK-FINANCIAL-INST-ID TO SRT-FINANCIAL-INST-ID.
           MOVE 'P' TO SRT-ROW-TYPE-CD.
           MOVE PBK-FUND-CODE TO SRT-FUND-CODE.
           MOVE PBK-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
           MOVE ZERO TO SRT-TRADE-DTE.
           MOVE ZERO TO SRT-ORDER-NBR.
           MOVE PBK-FINCL-INST-BRCH-ID TO SRT-FINCL-INST-BRCH-ID.
           MOVE PBK-DLR-CTL-LVL-CD TO SRT-DLR-CTL-LVL-CD.
           MOVE ZERO TO SRT-TRANSACTION-CODE.
           MOVE SPACES TO SRT-ACTIVITY-CD.
           MOVE 'N' TO SRT-REVERSAL-SW.
           MOVE PBK-SHARE-BAL TO SRT-SHARES.
           MOVE PBK-NAV-PRICE TO SRT-NAV-PRICE.
           COMPUTE SRT-AMOUNT-AT ROUNDED
               = PBK-SHARE-BAL * PBK-NAV-PRICE
               ON SIZE ERROR
                   MOVE ZERO TO SRT-AMOUNT-AT
           END-COMPUTE.
           ADD 1 TO NNW-POS-RELEASED-CT.
           ADD SRT-SHARES TO NNW-POS-RELEASED-SHR.
           RELEASE NNW-SORT-RECORD.
       3200-NEXT.
           PERFORM 3100-READ-BOOK THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
       3300-READ-SDCM.
           READ NNW-SDCM-FL
               AT END
                   SET NNW-CSH-EOF TO TRUE
           END-READ.
       3300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    SAME POSTING RULES AS THE POSITION BOOK -- MATRIX      *
      *    ERRORS AND BOGUS, DELETED OR REJECTED TRADES DO NOT    *
      *    MOVE SHARES, SO THE FIRM DOES NOT SEE THEM EITHER      *
      *---------------------------------------------------------*
       3400-RELEASE-ACTIVITY.
           ADD 1 TO NNW-CSH-READ-CT.
           IF NNW-CSH-RECORD-TYPE-HEADER
               MOVE NNW-CSH-RUN-DTE-TME TO NNW-RUN-DTE-TME
               GO TO 3400-NEXT
           END-IF.
           IF NOT NNW-CSH-RECORD-TYPE-DETAIL
               GO TO 3400-NEXT
           END-IF.
           MOVE NNW-CSH-DLR-CTL-LVL-CD TO NNW-WK-CTL-LVL-CD.
           IF NOT NNW-LEVEL-NETWORKED
               ADD 1 TO NNW-NOT-NETWORKED-CT
               GO TO 3400-NEXT
           END-IF.
           IF NOT NNW-ENT-ACTIVITY-YES (NNW-WK-CTL-LVL-CD)
               ADD 1 TO NNW-NOT-NETWORKED-CT
               GO TO 3400-NEXT
           END-IF.
           IF NNW-CSH-MATRIX-ERROR-CD NOT = SPACE
            OR NNW-CSH-STATUS-NOT-POSTABLE
               ADD 1 TO NNW-NOT-POSTABLE-CT
               GO TO 3400-NEXT
           END-IF.
           IF NNW-CSH-FINANCIAL-INST-ID = ZERO
               ADD 1 TO NNW-NO-FIRM-CT
               GO TO 3400-NEXT
           END-IF.
           IF NNW-CSH-NOLOAD
               MOVE NNW-CSH-NOLOAD-ACCT TO NNW-WK-ACCOUNT-NBR
           ELSE
               MOVE NNW-CSH-LOAD-ACCT TO NNW-WK-ACCOUNT-NBR
           END-IF.
           IF NNW-WK-ACCOUNT-NBR = ZERO
               IF NNW-CSH-LOAD-ACCT NOT = ZERO
                   MOVE NNW-CSH-LOAD-ACCT TO NNW-WK-ACCOUNT-NBR
               ELSE
                   MOVE NNW-CSH-NOLOAD-ACCT TO NNW-WK-ACCOUNT-NBR
               END-IF
           END-IF.
           IF NNW-WK-ACCOUNT-NBR = ZERO
               ADD 1 TO NNW-NO-ACCT-CT
               GO TO 3400-NEXT
           END-IF.
           MOVE NNW-CSH-FINANCIAL-INST-ID TO SRT-FINANCIAL-INST-ID.
           MOVE 'A' TO SRT-ROW-TYPE-CD.
           MOVE NNW-CSH-FUND-CODE TO SRT-FUND-CODE.
           MOVE NNW-WK-ACCOUNT-NBR TO SRT-ACCOUNT-NUMBER.
           MOVE NNW-CSH-TRADE-DTE TO SRT-TRADE-DTE.
           MOVE NNW-CSH-ORDER-NBR TO SRT-ORDER-NBR.
           MOVE NNW-CSH-FINCL-INST-BRCH-ID TO SRT-FINCL-INST-BRCH-ID.
           MOVE NNW-CSH-DLR-CTL-LVL-CD TO SRT-DLR-CTL-LVL-CD.
           MOVE NNW-CSH-TRANSACTION-CODE TO SRT-TRANSACTION-CODE.
           IF NNW-CSH-REDEMPTION
               IF NNW-CSH-FUND-FROM-TO NOT = ZERO
                   MOVE 'XO' TO SRT-ACTIVITY-CD
               ELSE
                   MOVE 'RD' TO SRT-ACTIVITY-CD
               END-IF
           ELSE
               IF NNW-CSH-FUND-FROM-TO NOT = ZERO
                   MOVE 'XI' TO SRT-ACTIVITY-CD
               ELSE
                   MOVE 'PU' TO SRT-ACTIVITY-CD
               END-IF
           END-IF.
           IF NNW-CSH-REVERSAL
               MOVE 'Y' TO SRT-REVERSAL-SW
           ELSE
               MOVE 'N' TO SRT-REVERSAL-SW
           END-IF.
           MOVE NNW-CSH-SHARES TO SRT-SHARES.
           MOVE ZERO TO SRT-NAV-PRICE.
           MOVE NNW-CSH-GROSS-AT TO SRT-AMOUNT-AT.
           ADD 1 TO NNW-ACT-RELEASED-CT.
           ADD SRT-SHARES TO NNW-ACT-RELEASED-SHR.
           RELEASE NNW-SORT-RECORD.
       3400-NEXT.
           PERFORM 3300-READ-SDCM THRU 3300-EXIT.
       3400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE FIRM AT A TIME -- HEADER ON BOTH FILES, ITS        *
      *    POSITIONS AND TRADES, TRAILERS, THEN THE SEND LOG AND  *
      *    THE CONTROL LINE.  A FIRM WITH POSITIONS BUT NO TRADES *
      *    STILL GETS AN EMPTY ACTIVITY SEGMENT FOR THE DAY       *
      *---------------------------------------------------------*
       4000-WRITE-FIRM-FILES.
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
           PERFORM 4200-PROCESS-SORTED THRU 4200-EXIT
               UNTIL NNW-SORT-EOF.
           IF NNW-NOT-FIRST-ROW
               PERFORM 4600-FINISH-FIRM THRU 4600-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-RETURN-SORTED.
           RETURN NNW-SORT-FL
               AT END
                   SET NNW-SORT-EOF TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.
       4200-PROCESS-SORTED.
           IF NNW-FIRST-ROW
               MOVE 'N' TO NNW-FIRST-ROW-SW
               PERFORM 4300-START-FIRM THRU 4300-EXIT
           ELSE
               IF SRT-FINANCIAL-INST-ID NOT = NNW-CUR-FI-ID
                   PERFORM 4600-FINISH-FIRM THRU 4600-EXIT
                   PERFORM 4300-START-FIRM THRU 4300-EXIT
               END-IF
           END-IF.
           MOVE SRT-DLR-CTL-LVL-CD TO NNW-LV-IX.
           IF SRT-ROW-POSITION
               PERFORM 4400-WRITE-POSITION THRU 4400-EXIT
           ELSE
               PERFORM 4500-WRITE-ACTIVITY THRU 4500-EXIT
           END-IF.
           PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-START-FIRM.
           ADD 1 TO NNW-FIRM-CT.
           MOVE SRT-FINANCIAL-INST-ID TO NNW-CUR-FI-ID.
           MOVE ZERO TO NNW-FRM-POS-CT.
           MOVE ZERO TO NNW-FRM-ACT-CT.
           MOVE ZERO TO NNW-FRM-POS-SHR.
           MOVE ZERO TO NNW-FRM-POS-AT.
           MOVE ZERO TO NNW-FRM-ACT-SHR.
           MOVE ZERO TO NNW-FRM-ACT-GROSS-AT.
           MOVE SPACES TO NNW-POSITION-RECORD.
           MOVE 'H' TO NPF-RECORD-TYPE-CD.
           MOVE NNW-CUR-FI-ID TO NPF-FINANCIAL-INST-ID.
           MOVE NNW-RUN-DTE TO NPF-H-AS-OF-DTE.
           MOVE NNW-RUN-DTE-TME TO NPF-H-RUN-DTE-TME.
           WRITE NNW-POSITION-RECORD.
           MOVE SPACES TO NNW-ACTIVITY-RECORD.
           MOVE 'H' TO NAF-RECORD-TYPE-CD.
           MOVE NNW-CUR-FI-ID TO NAF-FINANCIAL-INST-ID.
           MOVE NNW-RUN-DTE TO NAF-H-AS-OF-DTE.
           MOVE NNW-RUN-DTE-TME TO NAF-H-RUN-DTE-TME.
           WRITE NNW-ACTIVITY-RECORD.
       4300-EXIT.
           EXIT.
       4400-WRITE-POSITION.
           MOVE SPACES TO NNW-POSITION-RECORD.
           MOVE 'P' TO NPF-RECORD-TYPE-CD.
           MOVE NNW-CUR-FI-ID TO NPF-FINANCIAL-INST-ID.
           MOVE SRT-FUND-CODE TO NPF-FUND-CODE.
           MOVE SRT-ACCOUNT-NUMBER TO NPF-ACCOUNT-NUMBER.
           MOVE SRT-FINCL-INST-BRCH-ID TO NPF-FINCL-INST-BRCH-ID.
           MOVE SRT-DLR-CTL-LVL-CD TO NPF-DLR-CTL-LVL-CD.
           MOVE SRT-SHARES TO NPF-SHARE-BAL.
           MOVE NNW-RUN-DTE TO NPF-AS-OF-DTE.
           IF NNW-ENT-VALUE-YES (NNW-LV-IX)
               SET NPF-VALUE-SENT TO TRUE
               MOVE SRT-NAV-PRICE TO NPF-NAV-PRICE
               MOVE SRT-AMOUNT-AT TO NPF-POSITION-AT
               ADD SRT-AMOUNT-AT TO NNW-FRM-POS-AT
           ELSE
               SET NPF-VALUE-WITHHELD TO TRUE
               MOVE ZERO TO NPF-NAV-PRICE
               MOVE ZERO TO NPF-POSITION-AT
           END-IF.
           WRITE NNW-POSITION-RECORD.
           ADD 1 TO NNW-FRM-POS-CT.
           ADD 1 TO NNW-POS-WRITTEN-CT.
           ADD SRT-SHARES TO NNW-FRM-POS-SHR.
           ADD SRT-SHARES TO NNW-POS-WRITTEN-SHR.
       4400-EXIT.
           EXIT.
       4500-WRITE-ACTIVITY.
           MOVE SPACES TO NNW-ACTIVITY-RECORD.
           MOVE 'A' TO NAF-RECORD-TYPE-CD.
           MOVE NNW-CUR-FI-ID TO NAF-FINANCIAL-INST-ID.
           MOVE SRT-FUND-CODE TO NAF-FUND-CODE.
           MOVE SRT-ACCOUNT-NUMBER TO NAF-ACCOUNT-NUMBER.
           MOVE SRT-FINCL-INST-BRCH-ID TO NAF-FINCL-INST-BRCH-ID.
           MOVE SRT-DLR-CTL-LVL-CD TO NAF-DLR-CTL-LVL-CD.
           MOVE SRT-TRADE-DTE TO NAF-TRADE-DTE.
           MOVE SRT-ORDER-NBR TO NAF-ORDER-NBR.
           MOVE SRT-TRANSACTION-CODE TO NAF-TRANSACTION-CODE.
           MOVE SRT-ACTIVITY-CD TO NAF-ACTIVITY-CD.
           MOVE SRT-REVERSAL-SW TO NAF-REVERSAL-SW.
           MOVE SRT-SHARES TO NAF-SHARES.
           IF NNW-ENT-GROSS-YES (NNW-LV-IX)
               SET NAF-GROSS-SENT TO TRUE
               MOVE SRT-AMOUNT-AT TO NAF-GROSS-AT
               ADD SRT-AMOUNT-AT TO NNW-FRM-ACT-GROSS-AT
           ELSE
               SET NAF-GROSS-WITHHELD TO TRUE
               MOVE ZERO TO NAF-GROSS-AT
           END-IF.
           WRITE NNW-ACTIVITY-RECORD.
           ADD 1 TO NNW-FRM-ACT-CT.
           ADD 1 TO NNW-ACT-WRITTEN-CT.
           ADD SRT-SHARES TO NNW-FRM-ACT-SHR.
           ADD SRT-SHARES TO NNW-ACT-WRITTEN-SHR.
       4500-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TRAILER RECORD COUNTS INCLUDE THE HEADER AND TRAILER   *
      *---------------------------------------------------------*
       4600-FINISH-FIRM.
           MOVE SPACES TO NNW-POSITION-RECORD.
           MOVE 'T' TO NPF-RECORD-TYPE-CD.
           MOVE NNW-CUR-FI-ID TO NPF-FINANCIAL-INST-ID.
           MOVE NNW-FRM-POS-CT TO NPF-T-ACCOUNT-CT.
           MOVE NNW-FRM-POS-SHR TO NPF-T-SHARE-TOT.
           MOVE NNW-FRM-POS-AT TO NPF-T-POSITION-TOT.
           COMPUTE NPF-T-RECORD-CT = NNW-FRM-POS-CT + 2.
           WRITE NNW-POSITION-RECORD.
           MOVE SPACES TO NNW-ACTIVITY-RECORD.
           MOVE 'T' TO NAF-RECORD-TYPE-CD.
           MOVE NNW-CUR-FI-ID TO NAF-FINANCIAL-INST-ID.
           MOVE NNW-FRM-ACT-CT TO NAF-T-TRADE-CT.
           MOVE NNW-FRM-ACT-SHR TO NAF-T-SHARE-TOT.
           MOVE NNW-FRM-ACT-GROSS-AT TO NAF-T-GROSS-TOT.
           COMPUTE NAF-T-RECORD-CT = NNW-FRM-ACT-CT + 2.
           WRITE NNW-ACTIVITY-RECORD.
           MOVE SPACES TO NNW-LOG-OUT-RECORD.
           MOVE NNW-CUR-FI-ID TO NLO-FINANCIAL-INST-ID.
           MOVE NNW-RUN-DTE TO NLO-SEND-DTE.
           MOVE NNW-FRM-POS-CT TO NLO-POS-ACCOUNT-CT.
           MOVE NNW-FRM-POS-SHR TO NLO-POS-SHARE-TOT.
           MOVE NNW-FRM-ACT-CT TO NLO-ACT-TRADE-CT.
           MOVE NNW-FRM-ACT-SHR TO NLO-ACT-SHARE-TOT.
           SET NLO-ACK-PENDING TO TRUE.
           MOVE ZERO TO NLO-ACK-DTE.
           WRITE NNW-LOG-OUT-RECORD.
           MOVE NNW-CUR-FI-ID TO NNW-FL-FI-ID.
           MOVE NNW-FRM-POS-CT TO NNW-FL-POS-CT.
           MOVE NNW-FRM-POS-SHR TO NNW-FL-POS-SHR.
           MOVE NNW-FRM-ACT-CT TO NNW-FL-ACT-CT.
           MOVE NNW-FRM-ACT-SHR TO NNW-FL-ACT-SHR.
           MOVE 'SENT - ACK PENDING' TO NNW-FL-STATUS-TX.
           MOVE NNW-FIRM-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       4600-EXIT.
           EXIT.
       8000-PRINT-TOTALS.
           MOVE 'POSITION BOOK ROWS READ: ' TO NNW-TOT-LABEL.
           MOVE NNW-BOOK-READ-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'SDCM RECORDS READ: ' TO NNW-TOT-LABEL.
           MOVE NNW-CSH-READ-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'NOT NETWORKED OR NOT ENTITLED: ' TO NNW-TOT-LABEL.
           MOVE NNW-NOT-NETWORKED-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'TRADES NOT POSTABLE: ' TO NNW-TOT-LABEL.
           MOVE NNW-NOT-POSTABLE-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'NETWORKED ROWS WITH NO FIRM: ' TO NNW-TOT-LABEL.
           MOVE NNW-NO-FIRM-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'NETWORKED TRADES WITH NO ACCOUNT: ' TO NNW-TOT-LABEL.
           MOVE NNW-NO-ACCT-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'FIRMS SENT FILES: ' TO NNW-TOT-LABEL.
           MOVE NNW-FIRM-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'POSITION ROWS WRITTEN: ' TO NNW-TOT-LABEL.
           MOVE NNW-POS-WRITTEN-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'ACTIVITY ROWS WRITTEN: ' TO NNW-TOT-LABEL.
           MOVE NNW-ACT-WRITTEN-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'PRIOR SENDS ACCEPTED: ' TO NNW-TOT-LABEL.
           MOVE NNW-PRIOR-ACCEPTED-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'PRIOR SENDS REJECTED: ' TO NNW-TOT-LABEL.
           MOVE NNW-PRIOR-REJECTED-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'PRIOR SENDS STILL UNACKNOWLEDGED: ' TO NNW-TOT-LABEL.
           MOVE NNW-PRIOR-PENDING-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'ACKNOWLEDGEMENTS WITH NO SEND: ' TO NNW-TOT-LABEL.
           MOVE NNW-ACK-UNMATCHED-CT TO NNW-TOT-COUNT.
           PERFORM 8010-PRINT-COUNT THRU 8010-EXIT.
           MOVE 'POSITION SHARES WRITTEN: ' TO NNW-SHR-LABEL.
           MOVE NNW-POS-WRITTEN-SHR TO NNW-SHR-TOTAL.
           PERFORM 8020-PRINT-SHARES THRU 8020-EXIT.
           MOVE 'ACTIVITY SHARES WRITTEN: ' TO NNW-SHR-LABEL.
           MOVE NNW-ACT-WRITTEN-SHR TO NNW-SHR-TOTAL.
           PERFORM 8020-PRINT-SHARES THRU 8020-EXIT.
       8000-EXIT.
           EXIT.
       8010-PRINT-COUNT.
           MOVE NNW-TOTAL-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8010-EXIT.
           EXIT.
       8020-PRINT-SHARES.
           MOVE NNW-SHARE-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8020-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO NNW-RUN-CTL-RECORD.
           MOVE 'NNW-NETWORKING-FILES' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE NNW-RUN-CTL-RECORD.
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
           MOVE SPACES TO NNW-RUN-CTL-RECORD.
           MOVE 'NNW-NETWORKING-FILES' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE NNW-CSH-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE NNW-RUN-CTL-RECORD.
           CLOSE NNW-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           CLOSE NNW-POSITION-FL.
           CLOSE NNW-ACTIVITY-FL.
           CLOSE NNW-LOG-OUT.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE -- OPS RERUNS AFTER THE TABLE SIZING   *
      *    IS ADDRESSED                                           *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE NNW-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO NNW-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           CLOSE NNW-SDCM-FL.
           CLOSE NNW-BOOK-FL.
           CLOSE NNW-ACK-FL.
           CLOSE NNW-LOG-IN.
           CLOSE NNW-POSITION-FL.
           CLOSE NNW-ACTIVITY-FL.
           CLOSE NNW-LOG-OUT.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
           MOVE NNW-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF NNW-NEW-RC > NNW-RUN-RC
               MOVE NNW-NEW-RC TO NNW-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF NNW-NO-FIRM-CT > ZERO
            OR NNW-NO-ACCT-CT > ZERO
            OR NNW-PRIOR-REJECTED-CT > ZERO
            OR NNW-PRIOR-PENDING-CT > ZERO
            OR NNW-ACK-UNMATCHED-CT > ZERO
               MOVE 4 TO NNW-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF NNW-POS-WRITTEN-CT NOT = NNW-POS-RELEASED-CT
            OR NNW-ACT-WRITTEN-CT NOT = NNW-ACT-RELEASED-CT
            OR NNW-POS-WRITTEN-SHR NOT = NNW-POS-RELEASED-SHR
            OR NNW-ACT-WRITTEN-SHR NOT = NNW-ACT-RELEASED-SHR
               MOVE 8 TO NNW-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE NNW-RUN-RC TO NNW-RCD-OUT.
           EVALUATE NNW-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO NNW-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO NNW-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO NNW-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO NNW-RCD-REASON
           END-EVALUATE.
           MOVE NNW-RCD-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE NNW-RUN-RC TO RETURN-CODE.
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
           MOVE 'NNW-NETWORKING-FILES' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
