       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRA-WITHHOLDING.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT NRA-CASH-FL ASSIGN TO "FNAME1".
	    SELECT NRA-CUSTOMER-FL ASSIGN TO "CUSTFILE".
	    SELECT NRA-ACCOUNT-FL ASSIGN TO "ACCTFILE".
	    SELECT OPTIONAL NRA-YTD-IN ASSIGN TO "NRAYTDI".
	    SELECT NRA-YTD-OUT ASSIGN TO "NRAYTDO".
	    SELECT NRA-REMIT-FL ASSIGN TO "NRAWHLD".
	    SELECT NRA-1042S-EXT ASSIGN TO "NRA1042S".
	    SELECT NRA-CTL-FL ASSIGN TO "NRACTL".
	    SELECT OPTIONAL NRA-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
       FD  NRA-CASH-FL.
       01  NRA-CASH-RECORD.
           05  NRA-CSH-RECORD-TYPE-CD        PIC X(1).
               88  NRA-CSH-RECORD-TYPE-HEADER    VALUE 'H'.
               88  NRA-CSH-RECORD-TYPE-DETAIL    VALUE 'D'.
           05  NRA-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(5).
               10  NRA-CSH-FUND-CODE         PIC 9(7).
               10  FILLER                    PIC X(11).
               10  NRA-CSH-LOAD-ACCT         PIC 9(11).
               10  NRA-CSH-NOLOAD-ACCT       PIC 9(11).
               10  FILLER                    PIC X(10).
               10  NRA-CSH-ORDER-NBR         PIC 9(9).
               10  NRA-CSH-TRANS-CODE        PIC 9(3).
               10  FILLER                    PIC X(51).
               10  NRA-CSH-TRADE-DTE         PIC 9(8).
               10  NRA-CSH-TRADE-DTE-R REDEFINES NRA-CSH-TRADE-DTE.
                   15  NRA-CSH-TRADE-YYYY    PIC 9(4).
                   15  FILLER                PIC 9(4).
               10  FILLER                    PIC X(25).
               10  NRA-CSH-GROSS-AT          PIC S9(13)V9(2)
                    SIGN TRAILING SEPARATE.
               10  FILLER                    PIC X(51).
               10  NRA-CSH-TRAN-TYPE-CD      PIC X(1).
                   88  NRA-CSH-PURCHASE          VALUE '0'.
                   88  NRA-CSH-REDEMPTION        VALUE '1'.
               10  NRA-CSH-LOAD-NOLOAD-CD    PIC 9(1).
                   88  NRA-CSH-NOLOAD            VALUE 1.
               10  FILLER                    PIC X(87).
               10  NRA-CSH-MATRIX-ERROR-CD   PIC X(1).
               10  FILLER                    PIC X(42).
               10  NRA-CSH-REVERSE-CD        PIC X(1).
                   88  NRA-CSH-REVERSAL          VALUE 'Y'.
               10  NRA-CSH-TRAN-STATUS-CDE   PIC X(1).
                   88  NRA-CSH-STATUS-NOT-POSTABLE
                                             VALUE 'B' 'D' 'R'.
               10  FILLER                    PIC X(117).
           05  NRA-CSH-HEADER-AREA REDEFINES NRA-CSH-DETAIL-AREA.
               10  FILLER                    PIC X(3).
               10  NRA-CSH-RUN-DTE-TME       PIC X(26).
               10  FILLER                    PIC X(440).
       FD  NRA-CUSTOMER-FL.
       01  NRA-CUSTOMER-RECORD.
           05  NRA-CST-CMR-BPR-ID2           PIC 9(11).
           05  NRA-CST-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(8).
           05  NRA-CST-FRST-NME              PIC X(35).
           05  FILLER                        PIC X(32).
           05  NRA-CST-CRP-LST-NME           PIC X(35).
           05  FILLER                        PIC X(111).
           05  NRA-CST-CTZ-CDE               PIC X(1).
               88  NRA-CST-NON-RESIDENT-ALIEN    VALUE 'N'.
           05  NRA-CST-TAX-RSP-CNY-CDE       PIC 9(7).
           05  NRA-CST-FGN-TAX-RTE           PIC 9(5)V9(10).
           05  NRA-CST-PTL-ADR-GROUP.
               10  NRA-CST-ADR-LINE          PIC X(35)
                                             OCCURS 6 TIMES.
           05  FILLER                        PIC X(621).
       FD  NRA-ACCOUNT-FL.
       01  NRA-ACCOUNT-RECORD.
           05  NRA-ACT-FUND-CODE             PIC 9(7).
           05  NRA-ACT-ACCOUNT-NUMBER        PIC 9(11).
           05  NRA-ACT-CMR-BPR-ID2           PIC 9(11).
           05  NRA-ACT-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(606).
      *---------------------------------------------------------*
      *    NRA ANNUAL ACCUMULATOR -- ONE ROW PER TAX YEAR,        *
      *    RECIPIENT, INCOME CODE, COUNTRY AND RATE APPLIED,      *
      *    THE SAME BREAK THE 1042-S IS FILED ON                  *
      *---------------------------------------------------------*
       FD  NRA-YTD-IN.
       01  NRA-YTD-IN-RECORD.
           05  NYI-TAX-YEAR                  PIC 9(4).
           05  NYI-CMR-BPR-ID1               PIC 9(11).
           05  NYI-CMR-BPR-ID2               PIC 9(11).
           05  NYI-INCOME-CDE                PIC 9(2).
           05  NYI-CNY-CDE                   PIC 9(7).
           05  NYI-RATE                      PIC 9(5)V9(10).
           05  NYI-RATE-SRC-CD               PIC X(1).
           05  NYI-GROSS-AT                  PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  NYI-WITHHELD-AT               PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  NYI-PAYMENT-CT                PIC 9(5).
           05  NYI-LAST-PAY-DTE              PIC 9(8).
           05  FILLER                        PIC X(4).
       FD  NRA-YTD-OUT.
       01  NRA-YTD-OUT-RECORD.
           05  NYO-TAX-YEAR                  PIC 9(4).
           05  NYO-CMR-BPR-ID1               PIC 9(11).
           05  NYO-CMR-BPR-ID2               PIC 9(11).
           05  NYO-INCOME-CDE                PIC 9(2).
           05  NYO-CNY-CDE                   PIC 9(7).
           05  NYO-RATE                      PIC 9(5)V9(10).
           05  NYO-RATE-SRC-CD               PIC X(1).
           05  NYO-GROSS-AT                  PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  NYO-WITHHELD-AT               PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  NYO-PAYMENT-CT                PIC 9(5).
           05  NYO-LAST-PAY-DTE              PIC 9(8).
           05  FILLER                        PIC X(4).
      *---------------------------------------------------------*
      *    WITHHOLDING REMITTANCE -- ONE ROW PER PAYMENT WITHHELD *
      *    ON (A REVERSAL CARRIES NEGATIVE AMOUNTS)               *
      *---------------------------------------------------------*
       FD  NRA-REMIT-FL.
       01  NRA-REMIT-RECORD.
           05  NRM-FUND-CODE                 PIC 9(7).
           05  NRM-ACCOUNT-NUMBER            PIC 9(11).
           05  NRM-CMR-BPR-ID1               PIC 9(11).
           05  NRM-CMR-BPR-ID2               PIC 9(11).
           05  NRM-ORDER-NBR                 PIC 9(9).
           05  NRM-TRANS-CODE                PIC 9(3).
           05  NRM-TRADE-DTE                 PIC 9(8).
           05  NRM-PAY-KIND-CD               PIC X(1).
               88  NRM-DISTRIBUTION              VALUE 'D'.
               88  NRM-REDEMPTION                VALUE 'R'.
           05  NRM-INCOME-CDE                PIC 9(2).
           05  NRM-CNY-CDE                   PIC 9(7).
           05  NRM-RATE                      PIC 9(5)V9(10).
           05  NRM-RATE-SRC-CD               PIC X(1).
               88  NRM-TREATY-RATE               VALUE 'T'.
               88  NRM-STATUTORY-RATE            VALUE 'S'.
           05  NRM-GROSS-AT                  PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  NRM-WITHHELD-AT               PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  NRM-REVERSE-CD                PIC X(1).
           05  NRM-REMIT-DTE                 PIC 9(8).
           05  FILLER                        PIC X(23).
      *---------------------------------------------------------*
      *    YEAR-END 1042-S EXTRACT -- ONE ROW PER RECIPIENT,      *
      *    INCOME CODE, COUNTRY AND RATE FOR THE CLOSED YEAR      *
      *---------------------------------------------------------*
       FD  NRA-1042S-EXT.
       01  NRA-1042S-RECORD.
           05  N4S-TAX-YEAR                  PIC 9(4).
           05  N4S-CMR-BPR-ID1               PIC 9(11).
           05  N4S-CMR-BPR-ID2               PIC 9(11).
           05  N4S-INCOME-CDE                PIC 9(2).
           05  N4S-CNY-CDE                   PIC 9(7).
           05  N4S-RATE                      PIC 9(5)V9(10).
           05  N4S-RATE-SRC-CD               PIC X(1).
           05  N4S-GROSS-AT                  PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  N4S-WITHHELD-AT               PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  N4S-FRST-NME                  PIC X(35).
           05  N4S-LST-NME                   PIC X(35).
           05  N4S-ADR-GROUP.
               10  N4S-ADR-LINE              PIC X(35)
                                             OCCURS 6 TIMES.
           05  FILLER                        PIC X(37).
      *---------------------------------------------------------*
      *    NRA CONTROL -- THE TAX YEAR THE ACCUMULATOR IS OPEN    *
      *    FOR AND THE LAST CASH FEED APPLIED TO IT               *
      *---------------------------------------------------------*
       FD  NRA-CTL-FL.
       01  NRA-CTL-RECORD.
           05  NCT-TAX-YEAR                  PIC 9(4).
           05  NCT-LAST-1042S-YEAR           PIC 9(4).
           05  NCT-LAST-FEED-DTE-TME         PIC X(26).
           05  FILLER                        PIC X(16).
       FD  NRA-RUN-CTL-FL.
       01  NRA-RUN-CTL-RECORD.
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
       01  NRA-SWITCHES.
           05  NRA-CSH-EOF-SW                PIC X(01)   VALUE 'N'.
               88  NRA-CSH-EOF                   VALUE 'Y'.
           05  NRA-CST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  NRA-CST-EOF                   VALUE 'Y'.
           05  NRA-ACT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  NRA-ACT-EOF                   VALUE 'Y'.
           05  NRA-NYI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  NRA-NYI-EOF                   VALUE 'Y'.
           05  NRA-CTL-SW                    PIC X(01)   VALUE 'Y'.
               88  NRA-CTL-EMPTY                 VALUE 'Y'.
               88  NRA-CTL-LOADED                VALUE 'N'.
           05  NRA-YEAR-END-SW               PIC X(01)   VALUE 'N'.
               88  NRA-YEAR-END                  VALUE 'Y'.
           05  NRA-ROW-SW                    PIC X(01)   VALUE 'N'.
               88  NRA-ROW-FOUND                 VALUE 'Y'.
               88  NRA-ROW-NOT-FOUND             VALUE 'N'.
       01  NRA-COUNTERS                      COMP.
           05  NRA-DETAIL-CT                 PIC 9(09)   VALUE ZERO.
           05  NRA-CST-READ-CT               PIC 9(09)   VALUE ZERO.
           05  NRA-CST-NRA-CT                PIC 9(07)   VALUE ZERO.
           05  NRA-STATUTORY-CST-CT          PIC 9(07)   VALUE ZERO.
           05  NRA-ACT-READ-CT               PIC 9(09)   VALUE ZERO.
           05  NRA-ACT-NRA-CT                PIC 9(07)   VALUE ZERO.
           05  NRA-DIST-WHLD-CT              PIC 9(07)   VALUE ZERO.
           05  NRA-RED-WHLD-CT               PIC 9(07)   VALUE ZERO.
           05  NRA-REVERSAL-CT               PIC 9(07)   VALUE ZERO.
           05  NRA-OTHER-YEAR-CT             PIC 9(07)   VALUE ZERO.
           05  NRA-YTD-LOAD-CT               PIC 9(07)   VALUE ZERO.
           05  NRA-YTD-WRITE-CT              PIC 9(07)   VALUE ZERO.
           05  NRA-1042S-CT                  PIC 9(07)   VALUE ZERO.
           05  NRA-1042S-NO-CST-CT           PIC 9(07)   VALUE ZERO.
           05  NRA-RATE-EXCP-CT              PIC 9(07)   VALUE ZERO.
       01  NRA-AMOUNTS.
           05  NRA-GROSS-SUBJECT-AT          PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  NRA-WITHHELD-AT               PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  NRA-1042S-GROSS-AT            PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  NRA-1042S-WITHHELD-AT         PIC S9(13)V9(2)
                                              VALUE ZERO.
       01  NRA-CST-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  NRA-ACT-USED-CT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  NRA-YT-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  NRA-CR-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  NRA-CY-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  NRA-SM-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  NRA-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  NRA-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  NRA-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  NRA-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  NRA-RCD-REASON               PIC X(40).
       01  NRA-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  NRA-TBL-LIMIT-NAME            PIC X(20).
       01  NRA-FEED-REJECT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  NRA-FJ-REASON                 PIC X(60).
       01  NRA-FEED-CTL-WORK.
           05  NRA-LAST-RUN-DTE-TME          PIC X(26)   VALUE SPACES.
           05  NRA-THIS-RUN-DTE-TME          PIC X(26)   VALUE SPACES.
       01  NRA-DATE-WORK.
           05  NRA-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  NRA-RUN-DTE-R REDEFINES NRA-RUN-DTE.
               10  NRA-RUN-YYYY              PIC 9(04).
               10  NRA-RUN-MM                PIC 9(02).
               10  NRA-RUN-DD                PIC 9(02).
           05  NRA-TAX-YEAR                  PIC 9(04)   VALUE ZERO.
           05  NRA-CLOSE-YEAR                PIC 9(04)   VALUE ZERO.
           05  NRA-LAST-1042S-YEAR           PIC 9(04)   VALUE ZERO.
      *---------------------------------------------------------*
      *    STATUTORY RATE ON U.S.-SOURCE FDAP INCOME PAID TO A    *
      *    NON-RESIDENT ALIEN WITH NO VALID TREATY RATE ON FILE.  *
      *    RATES ARE CARRIED AS PERCENTAGES                       *
      *---------------------------------------------------------*
       01  NRA-STATUTORY-RATE                PIC 9(05)V9(10)
                                              VALUE 30.
      *    A TAX-RESIDENCE COUNTRY OF ZERO OR OF THE UNITED STATES
      *    CANNOT BE RIGHT FOR A NON-RESIDENT ALIEN
       01  NRA-DOMESTIC-CNY-CDE              PIC 9(07)   VALUE 840.
      *---------------------------------------------------------*
      *    WITHHOLDABLE TRANSACTION CODES -- THE PAYMENT KIND     *
      *    (D DISTRIBUTION, R TAXABLE REDEMPTION) AND THE 1042-S  *
      *    INCOME CODE EACH IS REPORTED UNDER.  PENDING A MASTER  *
      *    INCOME-CODE TABLE, THIS IS THE STARTER LIST            *
      *---------------------------------------------------------*
       01  NRA-INCOME-CODE-DATA.
           05  FILLER            PIC X(06)   VALUE '100D06'.
           05  FILLER            PIC X(06)   VALUE '101D06'.
           05  FILLER            PIC X(06)   VALUE '110D36'.
           05  FILLER            PIC X(06)   VALUE '111D36'.
           05  FILLER            PIC X(06)   VALUE '120D01'.
           05  FILLER            PIC X(06)   VALUE '121D01'.
           05  FILLER            PIC X(06)   VALUE '200R23'.
           05  FILLER            PIC X(06)   VALUE '210R23'.
       01  NRA-INCOME-CODE-TBL REDEFINES NRA-INCOME-CODE-DATA.
           05  NRA-IC-ENTRY OCCURS 8 TIMES
                           INDEXED BY NRA-IC-IDX.
               10  NRA-IC-TRANS-CODE         PIC 9(03).
               10  NRA-IC-PAY-KIND-CD        PIC X(01).
                   88  NRA-IC-DISTRIBUTION       VALUE 'D'.
                   88  NRA-IC-REDEMPTION         VALUE 'R'.
               10  NRA-IC-INCOME-CDE         PIC 9(02).
      *---------------------------------------------------------*
      *    NON-RESIDENT ALIEN CUSTOMERS, WITH THE RATE EACH IS    *
      *    WITHHELD AT AND WHY                                    *
      *---------------------------------------------------------*
       01  NRA-CST-TBL.
           05  NRA-CS-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY NRA-CS-IDX.
               10  NRA-CS-BPR-ID1            PIC 9(11).
               10  NRA-CS-BPR-ID2            PIC 9(11).
               10  NRA-CS-CNY-CDE            PIC 9(07).
               10  NRA-CS-FILE-RATE          PIC 9(05)V9(10).
               10  NRA-CS-APPLY-RATE         PIC 9(05)V9(10).
               10  NRA-CS-RATE-SRC-CD        PIC X(01).
                   88  NRA-CS-TREATY-RATE        VALUE 'T'.
                   88  NRA-CS-STATUTORY-RATE     VALUE 'S'.
               10  NRA-CS-EXCP-CD            PIC X(01).
                   88  NRA-CS-NO-EXCEPTION       VALUE ' '.
                   88  NRA-CS-RATE-MISSING       VALUE 'M'.
                   88  NRA-CS-RATE-OVER-STAT     VALUE 'O'.
                   88  NRA-CS-NO-COUNTRY         VALUE 'C'.
                   88  NRA-CS-DOMESTIC-COUNTRY   VALUE 'U'.
                   88  NRA-CS-RATE-OFF-COUNTRY   VALUE 'X'.
               10  NRA-CS-FRST-NME           PIC X(35).
               10  NRA-CS-LST-NME            PIC X(35).
               10  NRA-CS-ADR-GROUP          PIC X(210).
       01  NRA-ACT-TBL.
           05  NRA-AC-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY NRA-AC-IDX.
               10  NRA-AC-FUND-CODE          PIC 9(07).
               10  NRA-AC-ACCOUNT-NBR        PIC 9(11).
               10  NRA-AC-CST-NBR            PIC 9(05)   COMP.
               10  NRA-AC-WITHHELD-AT        PIC S9(13)V9(2).
       01  NRA-YT-TBL.
           05  NRA-YT-ENTRY                  OCCURS 50000 TIMES
                                              INDEXED BY NRA-YT-IDX.
               10  NRA-YT-TAX-YEAR           PIC 9(04).
               10  NRA-YT-BPR-ID1            PIC 9(11).
               10  NRA-YT-BPR-ID2            PIC 9(11).
               10  NRA-YT-INCOME-CDE         PIC 9(02).
               10  NRA-YT-CNY-CDE            PIC 9(07).
               10  NRA-YT-RATE               PIC 9(05)V9(10).
               10  NRA-YT-RATE-SRC-CD        PIC X(01).
               10  NRA-YT-GROSS-AT           PIC S9(13)V9(2).
               10  NRA-YT-WITHHELD-AT        PIC S9(13)V9(2).
               10  NRA-YT-PAYMENT-CT         PIC 9(05).
               10  NRA-YT-LAST-PAY-DTE       PIC 9(08).
      *---------------------------------------------------------*
      *    TREATY RATES SEEN FOR EACH COUNTRY, AND THE RATE MOST  *
      *    NRAS OF THAT COUNTRY CARRY -- AN NRA AWAY FROM IT IS   *
      *    REPORTED AS INCONSISTENT WITH THE COUNTRY CODE         *
      *---------------------------------------------------------*
       01  NRA-CR-TBL.
           05  NRA-CR-ENTRY                  OCCURS 2000 TIMES
                                              INDEXED BY NRA-CR-IDX.
               10  NRA-CR-CNY-CDE            PIC 9(07).
               10  NRA-CR-RATE               PIC 9(05)V9(10).
               10  NRA-CR-NRA-CT             PIC 9(07)   COMP.
       01  NRA-CY-TBL.
           05  NRA-CY-ENTRY                  OCCURS 1000 TIMES
                                              INDEXED BY NRA-CY-IDX.
               10  NRA-CY-CNY-CDE            PIC 9(07).
               10  NRA-CY-USUAL-RATE         PIC 9(05)V9(10).
               10  NRA-CY-USUAL-CT           PIC 9(07)   COMP.
               10  NRA-CY-RATE-CT            PIC 9(05)   COMP.
       01  NRA-SM-TBL.
           05  NRA-SM-ENTRY                  OCCURS 2000 TIMES
                                              INDEXED BY NRA-SM-IDX.
               10  NRA-SM-INCOME-CDE         PIC 9(02).
               10  NRA-SM-CNY-CDE            PIC 9(07).
               10  NRA-SM-ROW-CT             PIC 9(07)   COMP.
               10  NRA-SM-GROSS-AT           PIC S9(13)V9(2).
               10  NRA-SM-WITHHELD-AT        PIC S9(13)V9(2).
       01  NRA-WORK.
           05  NRA-WK-ACCOUNT-NBR            PIC 9(11)   VALUE ZERO.
           05  NRA-WK-FUND-CODE              PIC 9(07)   VALUE ZERO.
           05  NRA-WK-GROSS-AT               PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  NRA-WK-WITHHELD-AT            PIC S9(13)V9(2)
                                              VALUE ZERO.
           05  NRA-WK-PAY-YEAR               PIC 9(04)   VALUE ZERO.
       01  NRA-EXC-KEY.
           05  NRA-EK-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  NRA-EK-FUND-CODE              PIC 9(07).
       01  NRA-EXC-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(50)
               VALUE 'NRA TREATY-RATE EXCEPTIONS'.
       01  NRA-EXC-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID1'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID2'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'COUNTRY'.
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'ON FILE'.
           05  FILLER                        PIC X(06)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'APPLIED'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)   VALUE 'REASON'.
       01  NRA-EXC-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  NRA-EL-BPR-ID1                PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NRA-EL-BPR-ID2                PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NRA-EL-CNY-CDE                PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NRA-EL-FILE-RATE              PIC ZZ,ZZ9.9999.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NRA-EL-APPLY-RATE             PIC ZZ9.9999.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NRA-EL-REASON                 PIC X(30).
       01  NRA-SUM-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE '1042-S SUMMARY BY INCOME CODE, COUNTRY'.
           05  FILLER                        PIC X(10)
               VALUE 'TAX YEAR: '.
           05  NRA-SH-TAX-YEAR               PIC 9(04).
       01  NRA-SUM-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'INCOME'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'COUNTRY'.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'FORMS'.
           05  FILLER                        PIC X(10)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'GROSS'.
           05  FILLER                        PIC X(07)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'WITHHELD'.
       01  NRA-SUM-LINE.
           05  FILLER                        PIC X(05)   VALUE SPACES.
           05  NRA-ML-INCOME-CDE             PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  NRA-ML-CNY-CDE                PIC 9(07).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NRA-ML-ROW-CT                 PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NRA-ML-GROSS-AT               PIC ---,---,--9.99.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NRA-ML-WITHHELD-AT            PIC ---,---,--9.99.
       01  NRA-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'NRA WITHHOLDING TOTALS'.
       01  NRA-YEAR-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(25)
               VALUE 'TAX YEAR: '.
           05  NRA-YL-TAX-YEAR               PIC 9(04).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  NRA-YL-MODE                   PIC X(30).
       01  NRA-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  NRA-TL-LABEL                  PIC X(25).
           05  NRA-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  NRA-AMT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  NRA-AL-LABEL                  PIC X(25).
           05  NRA-AL-AMOUNT                 PIC ---,---,--9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CASH THRU 2000-EXIT
               UNTIL NRA-CSH-EOF.
           PERFORM 7000-WRITE-ACCUMULATOR THRU 7000-EXIT.
           PERFORM 7500-WRITE-1042S THRU 7500-EXIT.
           PERFORM 8000-PRINT-RATE-EXCEPTIONS THRU 8000-EXIT.
           PERFORM 8500-PRINT-1042S-SUMMARY THRU 8500-EXIT.
           PERFORM 8800-PRINT-RUN-TOTALS THRU 8800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE NRA-RUN-RC TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------*
      *    THE FIRST RUN OF A NEW YEAR CLOSES THE PRIOR YEAR --   *
      *    ITS ROWS STAY LOADED SO LATE PRIOR-YEAR PAYMENTS IN    *
      *    THE FEED STILL REACH THE 1042-S, THEN ARE EXTRACTED    *
      *    AND DROPPED FROM THE ACCUMULATOR                       *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT NRA-CASH-FL.
           OPEN INPUT NRA-CUSTOMER-FL.
           OPEN INPUT NRA-ACCOUNT-FL.
           OPEN INPUT NRA-YTD-IN.
           OPEN OUTPUT NRA-YTD-OUT.
           OPEN OUTPUT NRA-REMIT-FL.
           OPEN OUTPUT NRA-1042S-EXT.
           OPEN I-O NRA-CTL-FL.
           OPEN EXTEND NRA-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT NRA-RUN-DTE FROM DATE YYYYMMDD.
           MOVE NRA-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1200-READ-NRA-CTL THRU 1200-EXIT.
           MOVE NRA-RUN-YYYY TO NRA-TAX-YEAR.
           IF NRA-CTL-LOADED
              AND NCT-TAX-YEAR < NRA-RUN-YYYY
               SET NRA-YEAR-END TO TRUE
               MOVE NCT-TAX-YEAR TO NRA-CLOSE-YEAR
           END-IF.
           PERFORM 1300-LOAD-ACCUMULATOR THRU 1300-EXIT
               UNTIL NRA-NYI-EOF.
           PERFORM 1400-LOAD-NRA-CUSTOMER THRU 1400-EXIT
               UNTIL NRA-CST-EOF.
           PERFORM 1500-LOAD-NRA-ACCOUNT THRU 1500-EXIT
               UNTIL NRA-ACT-EOF.
           PERFORM 1600-CHECK-TREATY-RATES THRU 1600-EXIT.
           READ NRA-CASH-FL
               AT END
                   SET NRA-CSH-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
       1200-READ-NRA-CTL.
           READ NRA-CTL-FL
               AT END
                   SET NRA-CTL-EMPTY TO TRUE
                   MOVE SPACES TO NRA-LAST-RUN-DTE-TME
               NOT AT END
                   SET NRA-CTL-LOADED TO TRUE
                   MOVE NCT-LAST-FEED-DTE-TME TO NRA-LAST-RUN-DTE-TME
                   MOVE NCT-LAST-1042S-YEAR TO NRA-LAST-1042S-YEAR
           END-READ.
       1200-EXIT.
           EXIT.
       1300-LOAD-ACCUMULATOR.
           READ NRA-YTD-IN
               AT END
                   SET NRA-NYI-EOF TO TRUE
           END-READ.
           IF NRA-NYI-EOF
               GO TO 1300-EXIT
           END-IF.
           IF NYI-TAX-YEAR NOT = NRA-TAX-YEAR
              AND NYI-TAX-YEAR NOT = NRA-CLOSE-YEAR
               GO TO 1300-EXIT
           END-IF.
           IF NRA-YT-USED-CT >= 50000
               MOVE ' NRA ACCUMULATOR' TO NRA-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO NRA-YTD-LOAD-CT.
           ADD 1 TO NRA-YT-USED-CT.
           SET NRA-YT-IDX TO NRA-YT-USED-CT.
           MOVE NYI-TAX-YEAR TO NRA-YT-TAX-YEAR (NRA-YT-IDX).
           MOVE NYI-CMR-BPR-ID1 TO NRA-YT-BPR-ID1 (NRA-YT-IDX).
           MOVE NYI-CMR-BPR-ID2 TO NRA-YT-BPR-ID2 (NRA-YT-IDX).
           MOVE NYI-INCOME-CDE TO NRA-YT-INCOME-CDE (NRA-YT-IDX).
           MOVE NYI-CNY-CDE TO NRA-YT-CNY-CDE (NRA-YT-IDX).
           MOVE NYI-RATE TO NRA-YT-RATE (NRA-YT-IDX).
           MOVE NYI-RATE-SRC-CD TO NRA-YT-RATE-SRC-CD (NRA-YT-IDX).
           MOVE NYI-GROSS-AT TO NRA-YT-GROSS-AT (NRA-YT-IDX).
           MOVE NYI-WITHHELD-AT TO NRA-YT-WITHHELD-AT (NRA-YT-IDX).
           MOVE NYI-PAYMENT-CT TO NRA-YT-PAYMENT-CT (NRA-YT-IDX).
           MOVE NYI-LAST-PAY-DTE TO NRA-YT-LAST-PAY-DTE (NRA-YT-IDX).
       1300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    KEEP EVERY NON-RESIDENT ALIEN AND SETTLE THE RATE EACH *
      *    IS WITHHELD AT.  A MISSING (ZERO OR UNREADABLE) RATE,  *
      *    OR ONE ABOVE THE STATUTORY RATE, IS NOT A VALID TREATY *
      *    RATE -- THE STATUTORY RATE APPLIES                     *
      *---------------------------------------------------------*
       1400-LOAD-NRA-CUSTOMER.
           READ NRA-CUSTOMER-FL
               AT END
                   SET NRA-CST-EOF TO TRUE
           END-READ.
           IF NRA-CST-EOF
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO NRA-CST-READ-CT.
           IF NOT NRA-CST-NON-RESIDENT-ALIEN
               GO TO 1400-EXIT
           END-IF.
           IF NRA-CST-USED-CT >= 50000
               MOVE ' NRA CUSTOMERS' TO NRA-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO NRA-CST-NRA-CT.
           ADD 1 TO NRA-CST-USED-CT.
           SET NRA-CS-IDX TO NRA-CST-USED-CT.
           MOVE NRA-CST-CMR-BPR-ID1 TO NRA-CS-BPR-ID1 (NRA-CS-IDX).
           MOVE NRA-CST-CMR-BPR-ID2 TO NRA-CS-BPR-ID2 (NRA-CS-IDX).
           IF NRA-CST-TAX-RSP-CNY-CDE NUMERIC
               MOVE NRA-CST-TAX-RSP-CNY-CDE
                   TO NRA-CS-CNY-CDE (NRA-CS-IDX)
           ELSE
               MOVE ZERO TO NRA-CS-CNY-CDE (NRA-CS-IDX)
           END-IF.
           MOVE SPACE TO NRA-CS-EXCP-CD (NRA-CS-IDX).
           IF NRA-CST-FGN-TAX-RTE NOT NUMERIC
               MOVE ZERO TO NRA-CS-FILE-RATE (NRA-CS-IDX)
           ELSE
               MOVE NRA-CST-FGN-TAX-RTE
                   TO NRA-CS-FILE-RATE (NRA-CS-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN NRA-CS-FILE-RATE (NRA-CS-IDX) = ZERO
                   SET NRA-CS-RATE-MISSING (NRA-CS-IDX) TO TRUE
               WHEN NRA-CS-FILE-RATE (NRA-CS-IDX)
                    > NRA-STATUTORY-RATE
                   SET NRA-CS-RATE-OVER-STAT (NRA-CS-IDX) TO TRUE
               WHEN NRA-CS-CNY-CDE (NRA-CS-IDX) = ZERO
                   SET NRA-CS-NO-COUNTRY (NRA-CS-IDX) TO TRUE
               WHEN NRA-CS-CNY-CDE (NRA-CS-IDX)
                    = NRA-DOMESTIC-CNY-CDE
                   SET NRA-CS-DOMESTIC-COUNTRY (NRA-CS-IDX) TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NRA-CS-RATE-MISSING (NRA-CS-IDX)
              OR NRA-CS-RATE-OVER-STAT (NRA-CS-IDX)
               ADD 1 TO NRA-STATUTORY-CST-CT
               MOVE NRA-STATUTORY-RATE
                   TO NRA-CS-APPLY-RATE (NRA-CS-IDX)
               SET NRA-CS-STATUTORY-RATE (NRA-CS-IDX) TO TRUE
           ELSE
               MOVE NRA-CS-FILE-RATE (NRA-CS-IDX)
                   TO NRA-CS-APPLY-RATE (NRA-CS-IDX)
               SET NRA-CS-TREATY-RATE (NRA-CS-IDX) TO TRUE
           END-IF.
           MOVE NRA-CST-FRST-NME TO NRA-CS-FRST-NME (NRA-CS-IDX).
           MOVE NRA-CST-CRP-LST-NME TO NRA-CS-LST-NME (NRA-CS-IDX).
           MOVE NRA-CST-PTL-ADR-GROUP TO NRA-CS-ADR-GROUP (NRA-CS-IDX).
       1400-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FOLLOW THE CUSTOMER LINKAGE FROM EACH ACCOUNT TO A     *
      *    NON-RESIDENT ALIEN OWNER                               *
      *---------------------------------------------------------*
       1500-LOAD-NRA-ACCOUNT.
           READ NRA-ACCOUNT-FL
               AT END
                   SET NRA-ACT-EOF TO TRUE
           END-READ.
           IF NRA-ACT-EOF
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO NRA-ACT-READ-CT.
           IF NRA-CST-USED-CT = ZERO
               GO TO 1500-EXIT
           END-IF.
           SET NRA-CS-IDX TO 1.
           SEARCH NRA-CS-ENTRY VARYING NRA-CS-IDX
               AT END
                   GO TO 1500-EXIT
               WHEN NRA-CS-IDX > NRA-CST-USED-CT
                   GO TO 1500-EXIT
               WHEN NRA-CS-BPR-ID1 (NRA-CS-IDX) = NRA-ACT-CMR-BPR-ID1
                AND NRA-CS-BPR-ID2 (NRA-CS-IDX) = NRA-ACT-CMR-BPR-ID2
                   CONTINUE
           END-SEARCH.
           IF NRA-ACT-USED-CT >= 50000
               MOVE ' NRA ACCOUNTS' TO NRA-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO NRA-ACT-NRA-CT.
           ADD 1 TO NRA-ACT-USED-CT.
           SET NRA-AC-IDX TO NRA-ACT-USED-CT.
           MOVE NRA-ACT-FUND-CODE TO NRA-AC-FUND-CODE (NRA-AC-IDX).
           MOVE NRA-ACT-ACCOUNT-NUMBER
               TO NRA-AC-ACCOUNT-NBR (NRA-AC-IDX).
           SET NRA-AC-CST-NBR (NRA-AC-IDX) TO NRA-CS-IDX.
           MOVE ZERO TO NRA-AC-WITHHELD-AT (NRA-AC-IDX).
       1500-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TALLY THE VALID TREATY RATES CARRIED BY EACH COUNTRY'S *
      *    NRAS, THEN TAKE THE RATE MOST OF THEM CARRY AS THE     *
      *    COUNTRY'S USUAL RATE.  A CLEAN NRA WHOSE RATE DIFFERS  *
      *    FROM IT IS FLAGGED AS INCONSISTENT WITH THE COUNTRY    *
      *---------------------------------------------------------*
       1600-CHECK-TREATY-RATES.
           IF NRA-CST-USED-CT = ZERO
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1610-TALLY-ONE-RATE THRU 1610-EXIT
                   VARYING NRA-CS-IDX FROM 1 BY 1
                   UNTIL NRA-CS-IDX > NRA-CST-USED-CT.
           IF NRA-CR-USED-CT > ZERO
               PERFORM 1620-SET-USUAL-RATE THRU 1620-EXIT
                       VARYING NRA-CR-IDX FROM 1 BY 1
                       UNTIL NRA-CR-IDX > NRA-CR-USED-CT
           END-IF.
           PERFORM 1630-FLAG-OFF-COUNTRY THRU 1630-EXIT
                   VARYING NRA-CS-IDX FROM 1 BY 1
                   UNTIL NRA-CS-IDX > NRA-CST-USED-CT.
       1600-EXIT.
           EXIT.
       1610-TALLY-ONE-RATE.
           IF NOT NRA-CS-NO-EXCEPTION (NRA-CS-IDX)
               GO TO 1610-EXIT
           END-IF.
           SET NRA-ROW-NOT-FOUND TO TRUE.
           SET NRA-CR-IDX TO 1.
           SEARCH NRA-CR-ENTRY VARYING NRA-CR-IDX
               AT END
                   CONTINUE
               WHEN NRA-CR-IDX > NRA-CR-USED-CT
                   CONTINUE
               WHEN NRA-CR-CNY-CDE (NRA-CR-IDX)
                    = NRA-CS-CNY-CDE (NRA-CS-IDX)
                AND NRA-CR-RATE (NRA-CR-IDX)
                    = NRA-CS-FILE-RATE (NRA-CS-IDX)
                   SET NRA-ROW-FOUND TO TRUE
           END-SEARCH.
           IF NRA-ROW-FOUND
               ADD 1 TO NRA-CR-NRA-CT (NRA-CR-IDX)
               GO TO 1610-EXIT
           END-IF.
           IF NRA-CR-USED-CT >= 2000
               MOVE ' COUNTRY RATES' TO NRA-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO NRA-CR-USED-CT.
           SET NRA-CR-IDX TO NRA-CR-USED-CT.
           MOVE NRA-CS-CNY-CDE (NRA-CS-IDX)
               TO NRA-CR-CNY-CDE (NRA-CR-IDX).
           MOVE NRA-CS-FILE-RATE (NRA-CS-IDX)
               TO NRA-CR-RATE (NRA-CR-IDX).
           MOVE 1 TO NRA-CR-NRA-CT (NRA-CR-IDX).
       1610-EXIT.
           EXIT.
       1620-SET-USUAL-RATE.
           SET NRA-ROW-NOT-FOUND TO TRUE.
           SET NRA-CY-IDX TO 1.
           SEARCH NRA-CY-ENTRY VARYING NRA-CY-IDX
               AT END
                   CONTINUE
               WHEN NRA-CY-IDX > NRA-CY-USED-CT
                   CONTINUE
               WHEN NRA-CY-CNY-CDE (NRA-CY-IDX)
                    = NRA-CR-CNY-CDE (NRA-CR-IDX)
                   SET NRA-ROW-FOUND TO TRUE
           END-SEARCH.
           IF NRA-ROW-NOT-FOUND
               IF NRA-CY-USED-CT >= 1000
                   MOVE ' COUNTRIES' TO NRA-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO NRA-CY-USED-CT
               SET NRA-CY-IDX TO NRA-CY-USED-CT
               MOVE NRA-CR-CNY-CDE (NRA-CR-IDX)
                   TO NRA-CY-CNY-CDE (NRA-CY-IDX)
               MOVE ZERO TO NRA-CY-USUAL-RATE (NRA-CY-IDX)
               MOVE ZERO TO NRA-CY-USUAL-CT (NRA-CY-IDX)
               MOVE ZERO TO NRA-CY-RATE-CT (NRA-CY-IDX)
           END-IF.
           ADD 1 TO NRA-CY-RATE-CT (NRA-CY-IDX).
           IF NRA-CR-NRA-CT (NRA-CR-IDX) > NRA-CY-USUAL-CT (NRA-CY-IDX)
               MOVE NRA-CR-RATE (NRA-CR-IDX)
                   TO NRA-CY-USUAL-RATE (NRA-CY-IDX)
               MOVE NRA-CR-NRA-CT (NRA-CR-IDX)
                   TO NRA-CY-USUAL-CT (NRA-CY-IDX)
           END-IF.
       1620-EXIT.
           EXIT.
       1630-FLAG-OFF-COUNTRY.
           IF NOT NRA-CS-NO-EXCEPTION (NRA-CS-IDX)
               GO TO 1630-EXIT
           END-IF.
           SET NRA-CY-IDX TO 1.
           SEARCH NRA-CY-ENTRY VARYING NRA-CY-IDX
               AT END
                   GO TO 1630-EXIT
               WHEN NRA-CY-IDX > NRA-CY-USED-CT
                   GO TO 1630-EXIT
               WHEN NRA-CY-CNY-CDE (NRA-CY-IDX)
                    = NRA-CS-CNY-CDE (NRA-CS-IDX)
                   CONTINUE
           END-SEARCH.
           IF NRA-CY-RATE-CT (NRA-CY-IDX) > 1
              AND NRA-CS-FILE-RATE (NRA-CS-IDX)
                  NOT = NRA-CY-USUAL-RATE (NRA-CY-IDX)
               SET NRA-CS-RATE-OFF-COUNTRY (NRA-CS-IDX) TO TRUE
           END-IF.
       1630-EXIT.
           EXIT.
       2000-PROCESS-CASH.
           IF NRA-CSH-RECORD-TYPE-HEADER
               PERFORM 2020-GUARD-FEED-HEADER THRU 2020-EXIT
           END-IF.
           IF NRA-CSH-RECORD-TYPE-DETAIL
               ADD 1 TO NRA-DETAIL-CT
               PERFORM 2100-WITHHOLD-ONE-PAYMENT THRU 2100-EXIT
           END-IF.
           READ NRA-CASH-FL
               AT END
                   SET NRA-CSH-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A PAYMENT MAY ONLY BE WITHHELD ON ONCE -- REJECT A     *
      *    FILE CARRYING THE RUN DATE-TIME ALREADY POSTED (A      *
      *    RE-SEND) OR AN OLDER ONE (A STALE FILE)                *
      *---------------------------------------------------------*
       2020-GUARD-FEED-HEADER.
           MOVE NRA-CSH-RUN-DTE-TME (1:10) TO RPT-CYCLE-TX.
           MOVE NRA-CSH-RUN-DTE-TME TO NRA-THIS-RUN-DTE-TME.
           IF NRA-CTL-EMPTY
               GO TO 2020-EXIT
           END-IF.
           IF NRA-CSH-RUN-DTE-TME = NRA-LAST-RUN-DTE-TME
               MOVE 'FEED REJECTED - RUN DATE-TIME ALREADY POSTED'
                   TO NRA-FJ-REASON
               PERFORM 9100-ABORT-STALE-FEED THRU 9100-EXIT
           END-IF.
           IF NRA-CSH-RUN-DTE-TME < NRA-LAST-RUN-DTE-TME
               MOVE 'FEED REJECTED - RUN DATE-TIME OLDER THAN LAST'
                   TO NRA-FJ-REASON
               PERFORM 9100-ABORT-STALE-FEED THRU 9100-EXIT
           END-IF.
       2020-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A POSTED DISTRIBUTION OR TAXABLE REDEMPTION ON AN NRA  *
      *    ACCOUNT IS WITHHELD ON AT THE OWNER'S RATE AND ADDED   *
      *    TO THE ACCUMULATOR; ITS REVERSAL TAKES BOTH BACK OFF   *
      *---------------------------------------------------------*
       2100-WITHHOLD-ONE-PAYMENT.
           IF NRA-CSH-MATRIX-ERROR-CD NOT = SPACE
              OR NRA-CSH-STATUS-NOT-POSTABLE
              OR NRA-ACT-USED-CT = ZERO
               GO TO 2100-EXIT
           END-IF.
           SET NRA-IC-IDX TO 1.
           SEARCH NRA-IC-ENTRY
               AT END
                   GO TO 2100-EXIT
               WHEN NRA-IC-TRANS-CODE (NRA-IC-IDX) = NRA-CSH-TRANS-CODE
                   CONTINUE
           END-SEARCH.
           IF NRA-IC-REDEMPTION (NRA-IC-IDX)
              AND NOT NRA-CSH-REDEMPTION
               GO TO 2100-EXIT
           END-IF.
           IF NRA-CSH-NOLOAD
               MOVE NRA-CSH-NOLOAD-ACCT TO NRA-WK-ACCOUNT-NBR
           ELSE
               MOVE NRA-CSH-LOAD-ACCT TO NRA-WK-ACCOUNT-NBR
           END-IF.
           IF NRA-WK-ACCOUNT-NBR = ZERO
               IF NRA-CSH-LOAD-ACCT NOT = ZERO
                   MOVE NRA-CSH-LOAD-ACCT TO NRA-WK-ACCOUNT-NBR
               ELSE
                   MOVE NRA-CSH-NOLOAD-ACCT TO NRA-WK-ACCOUNT-NBR
               END-IF
           END-IF.
           MOVE NRA-CSH-FUND-CODE TO NRA-WK-FUND-CODE.
           PERFORM 2150-FIND-NRA-ACCOUNT THRU 2150-EXIT.
           IF NRA-ROW-NOT-FOUND
               GO TO 2100-EXIT
           END-IF.
           SET NRA-CS-IDX TO NRA-AC-CST-NBR (NRA-AC-IDX).
           MOVE NRA-CSH-GROSS-AT TO NRA-WK-GROSS-AT.
           IF NRA-WK-GROSS-AT < ZERO
               MULTIPLY -1 BY NRA-WK-GROSS-AT
           END-IF.
           COMPUTE NRA-WK-WITHHELD-AT ROUNDED =
               NRA-WK-GROSS-AT * NRA-CS-APPLY-RATE (NRA-CS-IDX) / 100.
           IF NRA-CSH-REVERSAL
               ADD 1 TO NRA-REVERSAL-CT
               MULTIPLY -1 BY NRA-WK-GROSS-AT
               MULTIPLY -1 BY NRA-WK-WITHHELD-AT
           ELSE
               IF NRA-IC-REDEMPTION (NRA-IC-IDX)
                   ADD 1 TO NRA-RED-WHLD-CT
               ELSE
                   ADD 1 TO NRA-DIST-WHLD-CT
               END-IF
           END-IF.
           ADD NRA-WK-GROSS-AT TO NRA-GROSS-SUBJECT-AT.
           ADD NRA-WK-WITHHELD-AT TO NRA-WITHHELD-AT.
           ADD NRA-WK-WITHHELD-AT TO NRA-AC-WITHHELD-AT (NRA-AC-IDX).
           PERFORM 2200-WRITE-REMITTANCE THRU 2200-EXIT.
           PERFORM 2300-POST-ACCUMULATOR THRU 2300-EXIT.
       2100-EXIT.
           EXIT.
       2150-FIND-NRA-ACCOUNT.
           SET NRA-ROW-NOT-FOUND TO TRUE.
           IF NRA-WK-ACCOUNT-NBR = ZERO
               GO TO 2150-EXIT
           END-IF.
           SET NRA-AC-IDX TO 1.
           SEARCH NRA-AC-ENTRY VARYING NRA-AC-IDX
               AT END
                   CONTINUE
               WHEN NRA-AC-IDX > NRA-ACT-USED-CT
                   CONTINUE
               WHEN NRA-AC-FUND-CODE (NRA-AC-IDX) = NRA-WK-FUND-CODE
                AND NRA-AC-ACCOUNT-NBR (NRA-AC-IDX)
                    = NRA-WK-ACCOUNT-NBR
                   SET NRA-ROW-FOUND TO TRUE
           END-SEARCH.
       2150-EXIT.
           EXIT.
       2200-WRITE-REMITTANCE.
           MOVE SPACES TO NRA-REMIT-RECORD.
           MOVE NRA-WK-FUND-CODE TO NRM-FUND-CODE.
           MOVE NRA-WK-ACCOUNT-NBR TO NRM-ACCOUNT-NUMBER.
           MOVE NRA-CS-BPR-ID1 (NRA-CS-IDX) TO NRM-CMR-BPR-ID1.
           MOVE NRA-CS-BPR-ID2 (NRA-CS-IDX) TO NRM-CMR-BPR-ID2.
           MOVE NRA-CSH-ORDER-NBR TO NRM-ORDER-NBR.
           MOVE NRA-CSH-TRANS-CODE TO NRM-TRANS-CODE.
           MOVE NRA-CSH-TRADE-DTE TO NRM-TRADE-DTE.
           MOVE NRA-IC-PAY-KIND-CD (NRA-IC-IDX) TO NRM-PAY-KIND-CD.
           MOVE NRA-IC-INCOME-CDE (NRA-IC-IDX) TO NRM-INCOME-CDE.
           MOVE NRA-CS-CNY-CDE (NRA-CS-IDX) TO NRM-CNY-CDE.
           MOVE NRA-CS-APPLY-RATE (NRA-CS-IDX) TO NRM-RATE.
           MOVE NRA-CS-RATE-SRC-CD (NRA-CS-IDX) TO NRM-RATE-SRC-CD.
           MOVE NRA-WK-GROSS-AT TO NRM-GROSS-AT.
           MOVE NRA-WK-WITHHELD-AT TO NRM-WITHHELD-AT.
           MOVE NRA-CSH-REVERSE-CD TO NRM-REVERSE-CD.
           MOVE NRA-RUN-DTE TO NRM-REMIT-DTE.
           WRITE NRA-REMIT-RECORD.
       2200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A PAYMENT COUNTS TOWARD THE TAX YEAR IT WAS PAID IN.   *
      *    ONE DATED OUTSIDE THE OPEN YEAR (AND, AT YEAR END,     *
      *    OUTSIDE THE YEAR BEING CLOSED) IS STILL WITHHELD AND   *
      *    REMITTED BUT CANNOT REACH A 1042-S FROM HERE           *
      *---------------------------------------------------------*
       2300-POST-ACCUMULATOR.
           MOVE NRA-CSH-TRADE-YYYY TO NRA-WK-PAY-YEAR.
           IF NRA-WK-PAY-YEAR NOT = NRA-TAX-YEAR
              AND NRA-WK-PAY-YEAR NOT = NRA-CLOSE-YEAR
               ADD 1 TO NRA-OTHER-YEAR-CT
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2350-FIND-YTD-ROW THRU 2350-EXIT.
           IF NRA-ROW-NOT-FOUND
               IF NRA-YT-USED-CT >= 50000
                   MOVE ' NRA ACCUMULATOR' TO NRA-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO NRA-YT-USED-CT
               SET NRA-YT-IDX TO NRA-YT-USED-CT
               MOVE NRA-WK-PAY-YEAR TO NRA-YT-TAX-YEAR (NRA-YT-IDX)
               MOVE NRA-CS-BPR-ID1 (NRA-CS-IDX)
                   TO NRA-YT-BPR-ID1 (NRA-YT-IDX)
               MOVE NRA-CS-BPR-ID2 (NRA-CS-IDX)
                   TO NRA-YT-BPR-ID2 (NRA-YT-IDX)
               MOVE NRA-IC-INCOME-CDE (NRA-IC-IDX)
                   TO NRA-YT-INCOME-CDE (NRA-YT-IDX)
               MOVE NRA-CS-CNY-CDE (NRA-CS-IDX)
                   TO NRA-YT-CNY-CDE (NRA-YT-IDX)
               MOVE NRA-CS-APPLY-RATE (NRA-CS-IDX)
                   TO NRA-YT-RATE (NRA-YT-IDX)
               MOVE NRA-CS-RATE-SRC-CD (NRA-CS-IDX)
                   TO NRA-YT-RATE-SRC-CD (NRA-YT-IDX)
               MOVE ZERO TO NRA-YT-GROSS-AT (NRA-YT-IDX)
               MOVE ZERO TO NRA-YT-WITHHELD-AT (NRA-YT-IDX)
               MOVE ZERO TO NRA-YT-PAYMENT-CT (NRA-YT-IDX)
               MOVE ZERO TO NRA-YT-LAST-PAY-DTE (NRA-YT-IDX)
           END-IF.
           ADD NRA-WK-GROSS-AT TO NRA-YT-GROSS-AT (NRA-YT-IDX).
           ADD NRA-WK-WITHHELD-AT TO NRA-YT-WITHHELD-AT (NRA-YT-IDX).
           IF NRA-CSH-REVERSAL
               IF NRA-YT-PAYMENT-CT (NRA-YT-IDX) > ZERO
                   SUBTRACT 1 FROM NRA-YT-PAYMENT-CT (NRA-YT-IDX)
               END-IF
           ELSE
               ADD 1 TO NRA-YT-PAYMENT-CT (NRA-YT-IDX)
               IF NRA-CSH-TRADE-DTE > NRA-YT-LAST-PAY-DTE (NRA-YT-IDX)
                   MOVE NRA-CSH-TRADE-DTE
                       TO NRA-YT-LAST-PAY-DTE (NRA-YT-IDX)
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.
       2350-FIND-YTD-ROW.
           SET NRA-ROW-NOT-FOUND TO TRUE.
           IF NRA-YT-USED-CT = ZERO
               GO TO 2350-EXIT
           END-IF.
           SET NRA-YT-IDX TO 1.
           SEARCH NRA-YT-ENTRY VARYING NRA-YT-IDX
               AT END
                   CONTINUE
               WHEN NRA-YT-IDX > NRA-YT-USED-CT
                   CONTINUE
               WHEN NRA-YT-TAX-YEAR (NRA-YT-IDX) = NRA-WK-PAY-YEAR
                AND NRA-YT-BPR-ID1 (NRA-YT-IDX)
                    = NRA-CS-BPR-ID1 (NRA-CS-IDX)
                AND NRA-YT-BPR-ID2 (NRA-YT-IDX)
                    = NRA-CS-BPR-ID2 (NRA-CS-IDX)
                AND NRA-YT-INCOME-CDE (NRA-YT-IDX)
                    = NRA-IC-INCOME-CDE (NRA-IC-IDX)
                AND NRA-YT-CNY-CDE (NRA-YT-IDX)
                    = NRA-CS-CNY-CDE (NRA-CS-IDX)
                AND NRA-YT-RATE (NRA-YT-IDX)
                    = NRA-CS-APPLY-RATE (NRA-CS-IDX)
                   SET NRA-ROW-FOUND TO TRUE
           END-SEARCH.
       2350-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY THE OPEN YEAR FORWARD -- A CLOSED YEAR'S ROWS    *
      *    GO TO THE 1042-S EXTRACT INSTEAD                       *
      *---------------------------------------------------------*
       7000-WRITE-ACCUMULATOR.
           IF NRA-YT-USED-CT > ZERO
               PERFORM 7100-WRITE-ONE-ACCUMULATOR THRU 7100-EXIT
                       VARYING NRA-YT-IDX FROM 1 BY 1
                       UNTIL NRA-YT-IDX > NRA-YT-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-ACCUMULATOR.
           IF NRA-YT-TAX-YEAR (NRA-YT-IDX) NOT = NRA-TAX-YEAR
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO NRA-YTD-OUT-RECORD.
           MOVE NRA-YT-TAX-YEAR (NRA-YT-IDX) TO NYO-TAX-YEAR.
           MOVE NRA-YT-BPR-ID1 (NRA-YT-IDX) TO NYO-CMR-BPR-ID1.
           MOVE NRA-YT-BPR-ID2 (NRA-YT-IDX) TO NYO-CMR-BPR-ID2.
           MOVE NRA-YT-INCOME-CDE (NRA-YT-IDX) TO NYO-INCOME-CDE.
           MOVE NRA-YT-CNY-CDE (NRA-YT-IDX) TO NYO-CNY-CDE.
           MOVE NRA-YT-RATE (NRA-YT-IDX) TO NYO-RATE.
           MOVE NRA-YT-RATE-SRC-CD (NRA-YT-IDX) TO NYO-RATE-SRC-CD.
           MOVE NRA-YT-GROSS-AT (NRA-YT-IDX) TO NYO-GROSS-AT.
           MOVE NRA-YT-WITHHELD-AT (NRA-YT-IDX) TO NYO-WITHHELD-AT.
           MOVE NRA-YT-PAYMENT-CT (NRA-YT-IDX) TO NYO-PAYMENT-CT.
           MOVE NRA-YT-LAST-PAY-DTE (NRA-YT-IDX) TO NYO-LAST-PAY-DTE.
           WRITE NRA-YTD-OUT-RECORD.
           ADD 1 TO NRA-YTD-WRITE-CT.
       7100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    YEAR END -- ONE 1042-S ROW PER RECIPIENT, INCOME CODE, *
      *    COUNTRY AND RATE FOR THE YEAR BEING CLOSED, ADDRESSED  *
      *    FROM THE CUSTOMER'S POSTAL LABEL LINES, AND A SUMMARY  *
      *    BY INCOME CODE AND COUNTRY FOR THE REPORT              *
      *---------------------------------------------------------*
       7500-WRITE-1042S.
           IF NOT NRA-YEAR-END
               GO TO 7500-EXIT
           END-IF.
           IF NRA-YT-USED-CT > ZERO
               PERFORM 7600-WRITE-ONE-1042S THRU 7600-EXIT
                       VARYING NRA-YT-IDX FROM 1 BY 1
                       UNTIL NRA-YT-IDX > NRA-YT-USED-CT
           END-IF.
           MOVE NRA-CLOSE-YEAR TO NRA-LAST-1042S-YEAR.
       7500-EXIT.
           EXIT.
       7600-WRITE-ONE-1042S.
           IF NRA-YT-TAX-YEAR (NRA-YT-IDX) NOT = NRA-CLOSE-YEAR
               GO TO 7600-EXIT
           END-IF.
           IF NRA-YT-GROSS-AT (NRA-YT-IDX) = ZERO
              AND NRA-YT-WITHHELD-AT (NRA-YT-IDX) = ZERO
               GO TO 7600-EXIT
           END-IF.
           MOVE SPACES TO NRA-1042S-RECORD.
           MOVE NRA-YT-TAX-YEAR (NRA-YT-IDX) TO N4S-TAX-YEAR.
           MOVE NRA-YT-BPR-ID1 (NRA-YT-IDX) TO N4S-CMR-BPR-ID1.
           MOVE NRA-YT-BPR-ID2 (NRA-YT-IDX) TO N4S-CMR-BPR-ID2.
           MOVE NRA-YT-INCOME-CDE (NRA-YT-IDX) TO N4S-INCOME-CDE.
           MOVE NRA-YT-CNY-CDE (NRA-YT-IDX) TO N4S-CNY-CDE.
           MOVE NRA-YT-RATE (NRA-YT-IDX) TO N4S-RATE.
           MOVE NRA-YT-RATE-SRC-CD (NRA-YT-IDX) TO N4S-RATE-SRC-CD.
           MOVE NRA-YT-GROSS-AT (NRA-YT-IDX) TO N4S-GROSS-AT.
           MOVE NRA-YT-WITHHELD-AT (NRA-YT-IDX) TO N4S-WITHHELD-AT.
           SET NRA-CS-IDX TO 1.
           SEARCH NRA-CS-ENTRY VARYING NRA-CS-IDX
               AT END
                   ADD 1 TO NRA-1042S-NO-CST-CT
               WHEN NRA-CS-IDX > NRA-CST-USED-CT
                   ADD 1 TO NRA-1042S-NO-CST-CT
               WHEN NRA-CS-BPR-ID1 (NRA-CS-IDX)
                    = NRA-YT-BPR-ID1 (NRA-YT-IDX)
                AND NRA-CS-BPR-ID2 (NRA-CS-IDX)
                    = NRA-YT-BPR-ID2 (NRA-YT-IDX)
                   MOVE NRA-CS-FRST-NME (NRA-CS-IDX) TO N4S-FRST-NME
                   MOVE NRA-CS-LST-NME (NRA-CS-IDX) TO N4S-LST-NME
                   MOVE NRA-CS-ADR-GROUP (NRA-CS-IDX) TO N4S-ADR-GROUP
           END-SEARCH.
           WRITE NRA-1042S-RECORD.
           ADD 1 TO NRA-1042S-CT.
           ADD NRA-YT-GROSS-AT (NRA-YT-IDX) TO NRA-1042S-GROSS-AT.
           ADD NRA-YT-WITHHELD-AT (NRA-YT-IDX)
               TO NRA-1042S-WITHHELD-AT.
           PERFORM 7650-ADD-TO-SUMMARY THRU 7650-EXIT.
       7600-EXIT.
           EXIT.
       7650-ADD-TO-SUMMARY.
           SET NRA-ROW-NOT-FOUND TO TRUE.
           SET NRA-SM-IDX TO 1.
           SEARCH NRA-SM-ENTRY VARYING NRA-SM-IDX
               AT END
                   CONTINUE
               WHEN NRA-SM-IDX > NRA-SM-USED-CT
                   CONTINUE
               WHEN NRA-SM-INCOME-CDE (NRA-SM-IDX)
                    = NRA-YT-INCOME-CDE (NRA-YT-IDX)
                AND NRA-SM-CNY-CDE (NRA-SM-IDX)
                    = NRA-YT-CNY-CDE (NRA-YT-IDX)
                   SET NRA-ROW-FOUND TO TRUE
           END-SEARCH.
           IF NRA-ROW-NOT-FOUND
               IF NRA-SM-USED-CT >= 2000
                   MOVE ' 1042-S SUMMARY' TO NRA-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO NRA-SM-USED-CT
               SET NRA-SM-IDX TO NRA-SM-USED-CT
               MOVE NRA-YT-INCOME-CDE (NRA-YT-IDX)
                   TO NRA-SM-INCOME-CDE (NRA-SM-IDX)
               MOVE NRA-YT-CNY-CDE (NRA-YT-IDX)
                   TO NRA-SM-CNY-CDE (NRA-SM-IDX)
               MOVE ZERO TO NRA-SM-ROW-CT (NRA-SM-IDX)
               MOVE ZERO TO NRA-SM-GROSS-AT (NRA-SM-IDX)
               MOVE ZERO TO NRA-SM-WITHHELD-AT (NRA-SM-IDX)
           END-IF.
           ADD 1 TO NRA-SM-ROW-CT (NRA-SM-IDX).
           ADD NRA-YT-GROSS-AT (NRA-YT-IDX)
               TO NRA-SM-GROSS-AT (NRA-SM-IDX).
           ADD NRA-YT-WITHHELD-AT (NRA-YT-IDX)
               TO NRA-SM-WITHHELD-AT (NRA-SM-IDX).
       7650-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EVERY NRA WHOSE TREATY RATE IS MISSING OR DOES NOT     *
      *    FIT THE TAX-RESIDENCE COUNTRY ON FILE                  *
      *---------------------------------------------------------*
       8000-PRINT-RATE-EXCEPTIONS.
           MOVE NRA-EXC-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE NRA-EXC-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF NRA-CST-USED-CT > ZERO
               PERFORM 8100-PRINT-ONE-EXCEPTION THRU 8100-EXIT
                       VARYING NRA-CS-IDX FROM 1 BY 1
                       UNTIL NRA-CS-IDX > NRA-CST-USED-CT
           END-IF.
           IF NRA-ACT-USED-CT > ZERO
               PERFORM 8200-POST-ONE-ACCOUNT THRU 8200-EXIT
                       VARYING NRA-AC-IDX FROM 1 BY 1
                       UNTIL NRA-AC-IDX > NRA-ACT-USED-CT
           END-IF.
       8000-EXIT.
           EXIT.
       8100-PRINT-ONE-EXCEPTION.
           IF NRA-CS-NO-EXCEPTION (NRA-CS-IDX)
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO NRA-RATE-EXCP-CT.
           MOVE NRA-CS-BPR-ID1 (NRA-CS-IDX) TO NRA-EL-BPR-ID1.
           MOVE NRA-CS-BPR-ID2 (NRA-CS-IDX) TO NRA-EL-BPR-ID2.
           MOVE NRA-CS-CNY-CDE (NRA-CS-IDX) TO NRA-EL-CNY-CDE.
           MOVE NRA-CS-FILE-RATE (NRA-CS-IDX) TO NRA-EL-FILE-RATE.
           MOVE NRA-CS-APPLY-RATE (NRA-CS-IDX) TO NRA-EL-APPLY-RATE.
           PERFORM 8150-SET-EXCEPTION-REASON THRU 8150-EXIT.
           MOVE NRA-EXC-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8100-EXIT.
           EXIT.
       8150-SET-EXCEPTION-REASON.
           EVALUATE TRUE
               WHEN NRA-CS-RATE-MISSING (NRA-CS-IDX)
                   MOVE 'NO TREATY RATE ON FILE' TO NRA-EL-REASON
               WHEN NRA-CS-RATE-OVER-STAT (NRA-CS-IDX)
                   MOVE 'RATE ABOVE STATUTORY RATE' TO NRA-EL-REASON
               WHEN NRA-CS-NO-COUNTRY (NRA-CS-IDX)
                   MOVE 'NO TAX-RESIDENCE COUNTRY' TO NRA-EL-REASON
               WHEN NRA-CS-DOMESTIC-COUNTRY (NRA-CS-IDX)
                   MOVE 'COUNTRY IS UNITED STATES' TO NRA-EL-REASON
               WHEN OTHER
                   MOVE 'RATE DIFFERS FROM COUNTRY' TO NRA-EL-REASON
           END-EVALUATE.
       8150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    EACH ACCOUNT OF AN NRA WITH A RATE EXCEPTION GOES TO   *
      *    THE EXCEPTION QUEUE WITH THIS RUN'S WITHHOLDING ON IT  *
      *---------------------------------------------------------*
       8200-POST-ONE-ACCOUNT.
           SET NRA-CS-IDX TO NRA-AC-CST-NBR (NRA-AC-IDX).
           IF NRA-CS-NO-EXCEPTION (NRA-CS-IDX)
               GO TO 8200-EXIT
           END-IF.
           PERFORM 8150-SET-EXCEPTION-REASON THRU 8150-EXIT.
           MOVE NRA-AC-ACCOUNT-NBR (NRA-AC-IDX) TO NRA-EK-ACCOUNT-NBR.
           MOVE NRA-AC-FUND-CODE (NRA-AC-IDX) TO NRA-EK-FUND-CODE.
           MOVE 'NRARATE' TO RPT-EXC-TYPE-CD.
           MOVE NRA-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE NRA-AC-WITHHELD-AT (NRA-AC-IDX) TO RPT-EXC-AMOUNT-AT.
           MOVE NRA-EL-REASON TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       8200-EXIT.
           EXIT.
       8500-PRINT-1042S-SUMMARY.
           IF NOT NRA-YEAR-END
               GO TO 8500-EXIT
           END-IF.
           MOVE NRA-CLOSE-YEAR TO NRA-SH-TAX-YEAR.
           MOVE NRA-SUM-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE NRA-SUM-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF NRA-SM-USED-CT > ZERO
               PERFORM 8600-PRINT-ONE-SUMMARY THRU 8600-EXIT
                       VARYING NRA-SM-IDX FROM 1 BY 1
                       UNTIL NRA-SM-IDX > NRA-SM-USED-CT
           END-IF.
       8500-EXIT.
           EXIT.
       8600-PRINT-ONE-SUMMARY.
           MOVE NRA-SM-INCOME-CDE (NRA-SM-IDX) TO NRA-ML-INCOME-CDE.
           MOVE NRA-SM-CNY-CDE (NRA-SM-IDX) TO NRA-ML-CNY-CDE.
           MOVE NRA-SM-ROW-CT (NRA-SM-IDX) TO NRA-ML-ROW-CT.
           MOVE NRA-SM-GROSS-AT (NRA-SM-IDX) TO NRA-ML-GROSS-AT.
           MOVE NRA-SM-WITHHELD-AT (NRA-SM-IDX) TO NRA-ML-WITHHELD-AT.
           MOVE NRA-SUM-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8600-EXIT.
           EXIT.
       8800-PRINT-RUN-TOTALS.
           MOVE NRA-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE NRA-TAX-YEAR TO NRA-YL-TAX-YEAR.
           IF NRA-YEAR-END
               MOVE 'YEAR END AND 1042-S EXTRACT' TO NRA-YL-MODE
           ELSE
               MOVE 'WITHHOLDING AND ACCUMULATION' TO NRA-YL-MODE
           END-IF.
           MOVE NRA-YEAR-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CUSTOMERS READ: ' TO NRA-TL-LABEL.
           MOVE NRA-CST-READ-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NRA CUSTOMERS: ' TO NRA-TL-LABEL.
           MOVE NRA-CST-NRA-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'AT STATUTORY RATE: ' TO NRA-TL-LABEL.
           MOVE NRA-STATUTORY-CST-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'TREATY-RATE EXCEPTIONS: ' TO NRA-TL-LABEL.
           MOVE NRA-RATE-EXCP-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'ACCOUNTS READ: ' TO NRA-TL-LABEL.
           MOVE NRA-ACT-READ-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NRA ACCOUNTS: ' TO NRA-TL-LABEL.
           MOVE NRA-ACT-NRA-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'CASH DETAILS READ: ' TO NRA-TL-LABEL.
           MOVE NRA-DETAIL-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DISTRIBUTIONS WITHHELD: ' TO NRA-TL-LABEL.
           MOVE NRA-DIST-WHLD-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REDEMPTIONS WITHHELD: ' TO NRA-TL-LABEL.
           MOVE NRA-RED-WHLD-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'REVERSALS BACKED OUT: ' TO NRA-TL-LABEL.
           MOVE NRA-REVERSAL-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'OUTSIDE TAX YEAR: ' TO NRA-TL-LABEL.
           MOVE NRA-OTHER-YEAR-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'GROSS SUBJECT TO NRA: ' TO NRA-AL-LABEL.
           MOVE NRA-GROSS-SUBJECT-AT TO NRA-AL-AMOUNT.
           MOVE NRA-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'TAX WITHHELD: ' TO NRA-AL-LABEL.
           MOVE NRA-WITHHELD-AT TO NRA-AL-AMOUNT.
           MOVE NRA-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'ACCUMULATOR ROWS LOADED: ' TO NRA-TL-LABEL.
           MOVE NRA-YTD-LOAD-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'ACCUMULATOR ROWS WRITTEN: ' TO NRA-TL-LABEL.
           MOVE NRA-YTD-WRITE-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF NRA-YEAR-END
               PERFORM 8850-PRINT-1042S-TOTALS THRU 8850-EXIT
           END-IF.
       8800-EXIT.
           EXIT.
       8850-PRINT-1042S-TOTALS.
           MOVE '1042-S ROWS WRITTEN: ' TO NRA-TL-LABEL.
           MOVE NRA-1042S-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE '1042-S NO CUSTOMER ROW: ' TO NRA-TL-LABEL.
           MOVE NRA-1042S-NO-CST-CT TO NRA-TL-COUNT.
           MOVE NRA-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE '1042-S GROSS INCOME: ' TO NRA-AL-LABEL.
           MOVE NRA-1042S-GROSS-AT TO NRA-AL-AMOUNT.
           MOVE NRA-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE '1042-S TAX WITHHELD: ' TO NRA-AL-LABEL.
           MOVE NRA-1042S-WITHHELD-AT TO NRA-AL-AMOUNT.
           MOVE NRA-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8850-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO NRA-RUN-CTL-RECORD.
           MOVE 'NRA-WITHHOLDING' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE NRA-RUN-CTL-RECORD.
       1050-EXIT.
           EXIT.
       1060-STAMP-DATE-TIME.
           ACCEPT RCTL-WK-DATE FROM DATE YYYYMMDD.
           ACCEPT RCTL-WK-TIME FROM TIME.
           MOVE RCTL-WK-DATE TO RCTL-RUN-DATE.
           MOVE RCTL-WK-TIME (1:6) TO RCTL-RUN-TIME.
       1060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    COMMIT THE OPEN TAX YEAR, THE LAST YEAR EXTRACTED AND  *
      *    THE FEED JUST POSTED SO THE NEXT RUN CAN SPOT A        *
      *    RE-SEND OR A STALE FILE                                *
      *---------------------------------------------------------*
       9050-COMMIT-NRA-CTL.
           MOVE SPACES TO NRA-CTL-RECORD.
           MOVE NRA-TAX-YEAR TO NCT-TAX-YEAR.
           MOVE NRA-LAST-1042S-YEAR TO NCT-LAST-1042S-YEAR.
           IF NRA-THIS-RUN-DTE-TME NOT = SPACES
               MOVE NRA-THIS-RUN-DTE-TME TO NCT-LAST-FEED-DTE-TME
           ELSE
               MOVE NRA-LAST-RUN-DTE-TME TO NCT-LAST-FEED-DTE-TME
           END-IF.
           IF NRA-CTL-EMPTY
               WRITE NRA-CTL-RECORD
               SET NRA-CTL-LOADED TO TRUE
           ELSE
               REWRITE NRA-CTL-RECORD
           END-IF.
       9050-EXIT.
           EXIT.
       9060-POST-RUN-END.
           MOVE SPACES TO NRA-RUN-CTL-RECORD.
           MOVE 'NRA-WITHHOLDING' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE NRA-DETAIL-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE NRA-RUN-CTL-RECORD.
           CLOSE NRA-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A REJECTED FEED STOPS THE RUN BEFORE THE ACCUMULATOR   *
      *    IS WRITTEN -- YESTERDAY'S ACCUMULATOR STAYS THE RECORD *
      *---------------------------------------------------------*
       9100-ABORT-STALE-FEED.
           MOVE NRA-FEED-REJECT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 12 TO NRA-RUN-RC.
           MOVE 12 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE NRA-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE OR DROP A PAYMENT                      *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE NRA-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO NRA-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE NRA-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE NRA-CASH-FL.
           CLOSE NRA-CUSTOMER-FL.
           CLOSE NRA-ACCOUNT-FL.
           CLOSE NRA-YTD-IN.
           CLOSE NRA-YTD-OUT.
           CLOSE NRA-REMIT-FL.
           CLOSE NRA-1042S-EXT.
           CLOSE NRA-CTL-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 12 FEED REJECTED, 16 FATAL                 *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF NRA-NEW-RC > NRA-RUN-RC
               MOVE NRA-NEW-RC TO NRA-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF NRA-RATE-EXCP-CT > ZERO
              OR NRA-1042S-NO-CST-CT > ZERO
               MOVE 4 TO NRA-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE NRA-RUN-RC TO NRA-RCD-OUT.
           EVALUATE NRA-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO NRA-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO NRA-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO NRA-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO NRA-RCD-REASON
           END-EVALUATE.
           MOVE NRA-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE NRA-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9050-COMMIT-NRA-CTL THRU 9050-EXIT.
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
           MOVE 'NRA-WITHHOLDING' TO RPT-PROGRAM-ID-TX.
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
