       IDENTIFICATION DIVISION.
       PROGRAM-ID. RML-RETURNED-MAIL.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT RML-SCAN-FL ASSIGN TO "RTNSCAN".
	    SELECT RML-ACCT-FL ASSIGN TO "FNAME4".
	    SELECT RML-CUST-FL ASSIGN TO "FNAME5".
	    SELECT OPTIONAL RML-RTN-MAIL-IN ASSIGN TO "RTNMAILI".
	    SELECT RML-RTN-MAIL-OUT ASSIGN TO "RTNMAILO".
	    SELECT OPTIONAL RML-ADDR-CHG-FL ASSIGN TO "ADRCHGI".
	    SELECT OPTIONAL RML-VENDOR-RSLT-FL ASSIGN TO "LSVRSLT".
	    SELECT RML-SEARCH-EXT ASSIGN TO "LSSRCH".
	    SELECT RML-ADDR-MAINT-FL ASSIGN TO "LSADRMNT".
	    SELECT RML-LOST-ACCT-FL ASSIGN TO "LOSTACCT".
	    SELECT OPTIONAL RML-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    MAILROOM SCAN OF RETURNED ITEMS -- ONE ROW PER PIECE   *
      *    COMING BACK UNDELIVERABLE.  THE CUSTOMER KEY IS READ   *
      *    FROM THE PIECE WHEN IT CARRIES ONE; OTHERWISE ONLY     *
      *    THE FUND AND ACCOUNT PRINTED ON IT ARE KEYED           *
      *---------------------------------------------------------*
       FD  RML-SCAN-FL.
       01  RML-SCAN-RECORD.
           05  RSC-SCAN-DTE                  PIC 9(8).
           05  RSC-CMR-BPR-ID1               PIC 9(11).
           05  RSC-CMR-BPR-ID2               PIC 9(11).
           05  RSC-FUND-CODE                 PIC 9(7).
           05  RSC-ACCOUNT-NBR               PIC 9(11).
           05  RSC-ITEM-TYPE-CD              PIC X(1).
               88  RSC-ITEM-STATEMENT            VALUE 'S'.
               88  RSC-ITEM-CONFIRM              VALUE 'C'.
               88  RSC-ITEM-CHECK                VALUE 'K'.
               88  RSC-ITEM-PROXY                VALUE 'P'.
               88  RSC-ITEM-TAX-FORM             VALUE 'T'.
               88  RSC-ITEM-OTHER                VALUE 'O'.
           05  RSC-ENDORSEMENT-CD            PIC X(2).
           05  FILLER                        PIC X(29).
       FD  RML-ACCT-FL.
       01  RML-ACCT-RECORD.
           05  RML-CLO-FUND-CODE             PIC 9(7).
           05  RML-CLO-ACCOUNT-NUMBER        PIC 9(11).
           05  RML-CLO-CMR-BPR-ID2           PIC 9(11).
           05  RML-CLO-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(606).
       FD  RML-CUST-FL.
       01  RML-CUST-RECORD.
           05  RML-CMR-BPR-ID2               PIC 9(11).
           05  RML-CMR-BPR-ID1               PIC 9(11).
           05  FILLER                        PIC X(8).
           05  RML-CMR-FRST-NME              PIC X(35).
           05  FILLER                        PIC X(32).
           05  RML-CMR-CRP-LST-NME           PIC X(35).
           05  FILLER                        PIC X(79).
           05  RML-CMR-TAX-ID                PIC 9(9).
           05  FILLER                        PIC X(3).
           05  RML-CMR-BTH-DTE               PIC X(10).
           05  RML-CMR-DCS-DTE               PIC X(10).
           05  FILLER                        PIC X(233).
           05  RML-CMR-ADR-LINE-1            PIC X(35).
           05  RML-CMR-ADR-LINE-2            PIC X(35).
           05  FILLER                        PIC X(140).
           05  RML-CMR-ADR-CITY              PIC X(35).
           05  FILLER                        PIC X(35).
           05  RML-CMR-POSTAL-CDE            PIC X(2).
           05  FILLER                        PIC X(9).
           05  RML-CMR-ZIP-CDE               PIC X(5).
           05  RML-CMR-ZIP-SFX               PIC X(4).
           05  FILLER                        PIC X(321).
      *---------------------------------------------------------*
      *    RETURNED-MAIL MASTER, CARRIED RUN OVER RUN -- ONE ROW  *
      *    PER CUSTOMER WHOSE MAIL HAS COME BACK.  THE FIRST 34   *
      *    BYTES ARE THE LAYOUT THE CONFIRM RUN ALREADY READS     *
      *---------------------------------------------------------*
       FD  RML-RTN-MAIL-IN.
       01  RML-RTN-MAIL-IN-RECORD.
           05  RMI-CMR-BPR-ID2               PIC 9(11).
           05  RMI-CMR-BPR-ID1               PIC 9(11).
           05  RMI-UNDELIV-DTE               PIC 9(8).
           05  RMI-RETURN-CT                 PIC 9(3).
           05  RMI-ADR-STATUS-CD             PIC X(1).
           05  RMI-LAST-RETURN-DTE           PIC 9(8).
           05  RMI-LAST-ITEM-CD              PIC X(1).
           05  RMI-LOST-DTE                  PIC 9(8).
           05  RMI-SEARCH-CT                 PIC 9(2).
           05  RMI-LAST-SEARCH-DTE           PIC 9(8).
           05  RMI-SEARCH-RESULT-CD          PIC X(1).
           05  RMI-CLEARED-DTE               PIC 9(8).
           05  RMI-CLEARED-CD                PIC X(1).
           05  FILLER                        PIC X(9).
       FD  RML-RTN-MAIL-OUT.
       01  RML-RTN-MAIL-OUT-RECORD.
           05  RMO-CMR-BPR-ID2               PIC 9(11).
           05  RMO-CMR-BPR-ID1               PIC 9(11).
           05  RMO-UNDELIV-DTE               PIC 9(8).
           05  RMO-RETURN-CT                 PIC 9(3).
           05  RMO-ADR-STATUS-CD             PIC X(1).
               88  RMO-ADR-UNDELIVERABLE         VALUE 'U'.
               88  RMO-ADR-LOST-SHAREHOLDER      VALUE 'L'.
               88  RMO-ADR-CLEARED               VALUE 'C'.
           05  RMO-LAST-RETURN-DTE           PIC 9(8).
           05  RMO-LAST-ITEM-CD              PIC X(1).
           05  RMO-LOST-DTE                  PIC 9(8).
           05  RMO-SEARCH-CT                 PIC 9(2).
           05  RMO-LAST-SEARCH-DTE           PIC 9(8).
           05  RMO-SEARCH-RESULT-CD          PIC X(1).
               88  RMO-SEARCH-PENDING            VALUE 'P'.
               88  RMO-SEARCH-FOUND              VALUE 'F'.
               88  RMO-SEARCH-NOT-FOUND          VALUE 'N'.
               88  RMO-SEARCH-DECEASED           VALUE 'D'.
           05  RMO-CLEARED-DTE               PIC 9(8).
           05  RMO-CLEARED-CD                PIC X(1).
               88  RMO-CLEARED-ADDRESS-CHANGE    VALUE 'A'.
           05  FILLER                        PIC X(9).
      *---------------------------------------------------------*
      *    ROLLING RECENT ADDRESS CHANGES AS CARRIED FORWARD BY   *
      *    THE ADDRESS-CHANGE FRAUD WATCH                         *
      *---------------------------------------------------------*
       FD  RML-ADDR-CHG-FL.
       01  RML-ADDR-CHG-RECORD.
           05  RAC-CMR-BPR-ID1               PIC 9(11).
           05  RAC-CMR-BPR-ID2               PIC 9(11).
           05  RAC-OLD-ADR-LINE-1            PIC X(35).
           05  RAC-NEW-ADR-LINE-1            PIC X(35).
           05  RAC-CHANGE-DTE                PIC 9(8).
           05  FILLER                        PIC X(10).
      *---------------------------------------------------------*
      *    RESULTS BACK FROM THE LOST-SHAREHOLDER DATABASE-SEARCH *
      *    VENDOR -- ONE ROW PER SEARCH REQUEST ANSWERED          *
      *---------------------------------------------------------*
       FD  RML-VENDOR-RSLT-FL.
       01  RML-VENDOR-RSLT-RECORD.
           05  LVR-CMR-BPR-ID1               PIC 9(11).
           05  LVR-CMR-BPR-ID2               PIC 9(11).
           05  LVR-RESULT-CD                 PIC X(1).
               88  LVR-RESULT-FOUND              VALUE 'F'.
               88  LVR-RESULT-NOT-FOUND          VALUE 'N'.
               88  LVR-RESULT-DECEASED           VALUE 'D'.
           05  LVR-RESULT-DTE                PIC 9(8).
           05  LVR-VENDOR-REF                PIC X(12).
           05  LVR-NEW-ADR-LINE-1            PIC X(35).
           05  LVR-NEW-ADR-LINE-2            PIC X(35).
           05  LVR-NEW-ADR-CITY              PIC X(35).
           05  LVR-NEW-POSTAL-CDE            PIC X(2).
           05  LVR-NEW-ZIP-CDE               PIC X(10).
           05  FILLER                        PIC X(40).
      *---------------------------------------------------------*
      *    SEARCH REQUESTS TO THE VENDOR -- THE LAST ADDRESS ON   *
      *    FILE WITH THE TAX ID AND BIRTH DATE TO SEARCH ON       *
      *---------------------------------------------------------*
       FD  RML-SEARCH-EXT.
       01  RML-SEARCH-EXT-RECORD.
           05  LSX-CMR-BPR-ID1               PIC 9(11).
           05  LSX-CMR-BPR-ID2               PIC 9(11).
           05  LSX-REQUEST-DTE               PIC 9(8).
           05  LSX-SEARCH-SEQ                PIC 9(2).
           05  LSX-TAX-ID                    PIC 9(9).
           05  LSX-BTH-DTE                   PIC X(10).
           05  LSX-FRST-NME                  PIC X(35).
           05  LSX-LST-NME                   PIC X(35).
           05  LSX-ADR-LINE-1                PIC X(35).
           05  LSX-ADR-LINE-2                PIC X(35).
           05  LSX-ADR-CITY                  PIC X(35).
           05  LSX-POSTAL-CDE                PIC X(2).
           05  LSX-ZIP-CDE                   PIC X(10).
           05  LSX-UNDELIV-DTE               PIC 9(8).
           05  FILLER                        PIC X(4).
      *---------------------------------------------------------*
      *    ADDRESS MAINTENANCE FROM A VENDOR-FOUND ADDRESS, FOR   *
      *    THE CUSTOMER-MAINTENANCE APPLY.  ONCE THE CHANGE POSTS *
      *    THE ADDRESS-CHANGE FILE CLEARS THE MASTER ROW          *
      *---------------------------------------------------------*
       FD  RML-ADDR-MAINT-FL.
       01  RML-ADDR-MAINT-RECORD.
           05  LAM-CMR-BPR-ID1               PIC 9(11).
           05  LAM-CMR-BPR-ID2               PIC 9(11).
           05  LAM-EFFECTIVE-DTE             PIC 9(8).
           05  LAM-SOURCE-CD                 PIC X(2).
           05  LAM-VENDOR-REF                PIC X(12).
           05  LAM-NEW-ADR-LINE-1            PIC X(35).
           05  LAM-NEW-ADR-LINE-2            PIC X(35).
           05  LAM-NEW-ADR-CITY              PIC X(35).
           05  LAM-NEW-POSTAL-CDE            PIC X(2).
           05  LAM-NEW-ZIP-CDE               PIC X(10).
           05  FILLER                        PIC X(39).
      *---------------------------------------------------------*
      *    EVERY ACCOUNT OF A CUSTOMER WHOSE ADDRESS IS           *
      *    UNDELIVERABLE OR WHO IS A LOST SHAREHOLDER, FOR THE    *
      *    DORMANCY AND ESCHEATMENT RUNS                          *
      *---------------------------------------------------------*
       FD  RML-LOST-ACCT-FL.
       01  RML-LOST-ACCT-RECORD.
           05  LSA-FUND-CODE                 PIC 9(7).
           05  LSA-ACCOUNT-NBR               PIC 9(11).
           05  LSA-CMR-BPR-ID1               PIC 9(11).
           05  LSA-CMR-BPR-ID2               PIC 9(11).
           05  LSA-ADR-STATUS-CD             PIC X(1).
           05  LSA-UNDELIV-DTE               PIC 9(8).
           05  LSA-LOST-DTE                  PIC 9(8).
           05  LSA-SEARCH-CT                 PIC 9(2).
           05  LSA-POSTAL-CDE                PIC X(2).
           05  FILLER                        PIC X(19).
       FD  RML-RUN-CTL-FL.
       01  RML-RUN-CTL-RECORD.
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
       01  RML-SWITCHES.
           05  RML-SCN-EOF-SW                PIC X(01)   VALUE 'N'.
               88  RML-SCN-EOF                   VALUE 'Y'.
           05  RML-ACT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  RML-ACT-EOF                   VALUE 'Y'.
           05  RML-CST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  RML-CST-EOF                   VALUE 'Y'.
           05  RML-RMI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  RML-RMI-EOF                   VALUE 'Y'.
           05  RML-RAC-EOF-SW                PIC X(01)   VALUE 'N'.
               88  RML-RAC-EOF                   VALUE 'Y'.
           05  RML-LVR-EOF-SW                PIC X(01)   VALUE 'N'.
               88  RML-LVR-EOF                   VALUE 'Y'.
           05  RML-RM-SW                     PIC X(01)   VALUE 'N'.
               88  RML-RM-FOUND                  VALUE 'Y'.
               88  RML-RM-NOT-FOUND              VALUE 'N'.
       01  RML-COUNTERS                      COMP.
           05  RML-SCAN-READ-CT              PIC 9(09)   VALUE ZERO.
           05  RML-SCAN-REJECT-CT            PIC 9(07)   VALUE ZERO.
           05  RML-SCAN-RESOLVED-CT          PIC 9(07)   VALUE ZERO.
           05  RML-SCAN-UNRESOLVED-CT        PIC 9(07)   VALUE ZERO.
           05  RML-NEW-UNDELIV-CT            PIC 9(07)   VALUE ZERO.
           05  RML-REOPENED-CT               PIC 9(07)   VALUE ZERO.
           05  RML-ADDL-RETURN-CT            PIC 9(07)   VALUE ZERO.
           05  RML-CLEARED-CT                PIC 9(07)   VALUE ZERO.
           05  RML-VENDOR-READ-CT            PIC 9(07)   VALUE ZERO.
           05  RML-VENDOR-FOUND-CT           PIC 9(07)   VALUE ZERO.
           05  RML-VENDOR-NOT-FOUND-CT       PIC 9(07)   VALUE ZERO.
           05  RML-VENDOR-DECEASED-CT        PIC 9(07)   VALUE ZERO.
           05  RML-VENDOR-NO-MATCH-CT        PIC 9(07)   VALUE ZERO.
           05  RML-NEWLY-LOST-CT             PIC 9(07)   VALUE ZERO.
           05  RML-SEARCH-SENT-CT            PIC 9(07)   VALUE ZERO.
           05  RML-DECEASED-SKIP-CT          PIC 9(07)   VALUE ZERO.
           05  RML-ACCT-READ-CT              PIC 9(09)   VALUE ZERO.
           05  RML-LOST-ACCT-CT              PIC 9(07)   VALUE ZERO.
           05  RML-MASTER-IN-CT              PIC 9(07)   VALUE ZERO.
           05  RML-MASTER-AGED-CT            PIC 9(07)   VALUE ZERO.
           05  RML-MASTER-ADDED-CT           PIC 9(07)   VALUE ZERO.
           05  RML-MASTER-DROP-CT            PIC 9(07)   VALUE ZERO.
           05  RML-MASTER-OUT-CT             PIC 9(07)   VALUE ZERO.
           05  RML-END-UNDELIV-CT            PIC 9(07)   VALUE ZERO.
           05  RML-END-LOST-CT               PIC 9(07)   VALUE ZERO.
           05  RML-END-CLEARED-CT            PIC 9(07)   VALUE ZERO.
           05  RML-EXCEPTION-CT              PIC 9(07)   VALUE ZERO.
           05  RML-FOOT-BREAK-CT             PIC 9(02)   VALUE ZERO.
       01  RML-RM-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  RML-PS-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  RML-OPEN-CT                       PIC 9(05)   COMP
                                              VALUE ZERO.
       01  RML-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  RML-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  RML-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  RML-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  RML-RCD-REASON               PIC X(40).
       01  RML-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  RML-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    WAITING PERIOD BEFORE AN UNDELIVERABLE ADDRESS MAKES   *
      *    THE CUSTOMER A LOST SHAREHOLDER, THE SPACING AND LIMIT *
      *    OF DATABASE SEARCHES (SEC RULE 17AD-17 ASKS FOR TWO,   *
      *    THE FIRST BETWEEN THREE AND TWELVE MONTHS AFTER THE    *
      *    HOLDER IS LOST AND THE SECOND SIX TO TWELVE MONTHS     *
      *    LATER), AND HOW LONG A CLEARED ROW IS KEPT -- STARTER  *
      *    VALUES PENDING THE COMPLIANCE DESK'S SIGN-OFF          *
      *---------------------------------------------------------*
       01  RML-LOST-WAIT-DAYS                PIC 9(03)   VALUE 90.
       01  RML-FIRST-SEARCH-DAYS             PIC 9(03)   VALUE 90.
       01  RML-RESEARCH-DAYS                 PIC 9(03)   VALUE 180.
       01  RML-MAX-SEARCHES                  PIC 9(02)   VALUE 2.
       01  RML-CLEARED-KEEP-DAYS             PIC 9(03)   VALUE 365.
      *---------------------------------------------------------*
      *    THE RETURNED-MAIL MASTER IN MEMORY, WITH THIS RUN'S    *
      *    SEARCH-DUE AND CUSTOMER-ON-FILE MARKS                  *
      *---------------------------------------------------------*
       01  RML-RM-TBL.
           05  RML-RM-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY RML-RM-IDX.
               10  RML-RM-BPR-ID1            PIC 9(11).
               10  RML-RM-BPR-ID2            PIC 9(11).
               10  RML-RM-UNDELIV-DTE        PIC 9(08).
               10  RML-RM-RETURN-CT          PIC 9(03).
               10  RML-RM-STATUS-CD          PIC X(01).
                   88  RML-RM-UNDELIVERABLE      VALUE 'U'.
                   88  RML-RM-LOST               VALUE 'L'.
                   88  RML-RM-CLEARED            VALUE 'C'.
                   88  RML-RM-OPEN               VALUE 'U' 'L'.
               10  RML-RM-LAST-RETURN-DTE    PIC 9(08).
               10  RML-RM-LAST-ITEM-CD       PIC X(01).
               10  RML-RM-LOST-DTE           PIC 9(08).
               10  RML-RM-SEARCH-CT          PIC 9(02).
               10  RML-RM-LAST-SEARCH-DTE    PIC 9(08).
               10  RML-RM-RESULT-CD          PIC X(01).
                   88  RML-RM-RESULT-PENDING     VALUE 'P'.
                   88  RML-RM-RESULT-FOUND       VALUE 'F'.
                   88  RML-RM-RESULT-NOT-FOUND   VALUE 'N'.
                   88  RML-RM-RESULT-DECEASED    VALUE 'D'.
               10  RML-RM-CLEARED-DTE        PIC 9(08).
               10  RML-RM-CLEARED-CD         PIC X(01).
               10  RML-RM-SEARCH-DUE-SW      PIC X(01).
                   88  RML-RM-SEARCH-DUE         VALUE 'Y'.
               10  RML-RM-ONFILE-SW          PIC X(01).
                   88  RML-RM-ONFILE             VALUE 'Y'.
               10  RML-RM-POSTAL-CDE         PIC X(02).
      *---------------------------------------------------------*
      *    SCANNED PIECES CARRYING ONLY A FUND AND ACCOUNT,       *
      *    HELD UNTIL THE ACCOUNT FILE NAMES THE CUSTOMER         *
      *---------------------------------------------------------*
       01  RML-PS-TBL.
           05  RML-PS-ENTRY                  OCCURS 5000 TIMES
                                              INDEXED BY RML-PS-IDX.
               10  RML-PS-SCAN-DTE           PIC 9(08).
               10  RML-PS-FUND-CODE          PIC 9(07).
               10  RML-PS-ACCOUNT-NBR        PIC 9(11).
               10  RML-PS-ITEM-TYPE-CD       PIC X(01).
               10  RML-PS-BPR-ID1            PIC 9(11).
               10  RML-PS-BPR-ID2            PIC 9(11).
               10  RML-PS-RESOLVED-SW        PIC X(01).
                   88  RML-PS-RESOLVED           VALUE 'Y'.
       01  RML-WK-RETURN.
           05  RML-WK-BPR-ID1                PIC 9(11)   VALUE ZERO.
           05  RML-WK-BPR-ID2                PIC 9(11)   VALUE ZERO.
           05  RML-WK-SCAN-DTE               PIC 9(08)   VALUE ZERO.
           05  RML-WK-ITEM-TYPE-CD           PIC X(01)   VALUE SPACES.
       01  RML-DATE-WORK.
           05  RML-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  RML-DAYS-SINCE                PIC S9(07)  COMP
                                              VALUE ZERO.
       01  RML-EXC-CUST-KEY.
           05  RML-EXC-BPR-ID1               PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  RML-EXC-BPR-ID2               PIC 9(11).
       01  RML-EXC-ACCT-KEY.
           05  RML-EXC-FUND-CODE             PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  RML-EXC-ACCOUNT-NBR           PIC 9(11).
       01  RML-ACT-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RETURNED-MAIL AND LOST-SHAREHOLDER ACTIVITY'.
       01  RML-ACT-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID1'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID2'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(02)   VALUE 'ST'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'ITEM'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'DATE'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'RTN'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'SCH'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)
               VALUE 'ACTION'.
       01  RML-ACT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  RML-AL-BPR-ID1                PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  RML-AL-BPR-ID2                PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  RML-AL-STATUS-CD              PIC X(02).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  RML-AL-ITEM-CD                PIC X(01).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  RML-AL-DTE                    PIC 9(08).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  RML-AL-RETURN-CT              PIC ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  RML-AL-SEARCH-CT              PIC ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  RML-AL-ACTION                 PIC X(30).
       01  RML-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RETURNED-MAIL CONTROL TOTALS'.
       01  RML-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  RML-TL-LABEL                  PIC X(30).
           05  RML-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  RML-FOOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  RML-FT-RESULT                 PIC X(50).
      *---------------------------------------------------------*
      *    THE ACTIVITY STREAM IS CAPTURED DURING THE RUN AND     *
      *    PRINTED UNDER ITS OWN NUMBERED SECTION AT END OF RUN   *
      *---------------------------------------------------------*
       01  RML-ACT-CAP-TBL.
           05  RML-ACT-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY RML-ACT-CAP-IX.
       01  RML-ACT-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  RML-ACT-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  RML-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-SCAN THRU 2000-EXIT
               UNTIL RML-SCN-EOF.
           PERFORM 2500-RESOLVE-BY-ACCOUNT THRU 2500-EXIT.
           PERFORM 3000-APPLY-ADDRESS-CHANGES THRU 3000-EXIT
               UNTIL RML-RAC-EOF.
           PERFORM 3500-APPLY-VENDOR-RESULTS THRU 3500-EXIT
               UNTIL RML-LVR-EOF.
           PERFORM 4000-AGE-MASTER THRU 4000-EXIT.
           PERFORM 5000-PASS-CUSTOMERS THRU 5000-EXIT
               UNTIL RML-CST-EOF.
           PERFORM 6000-WRITE-LOST-ACCOUNTS THRU 6000-EXIT.
           PERFORM 7000-CARRY-MASTER-FORWARD THRU 7000-EXIT.
           PERFORM 8500-PRINT-ACTIVITY-SECTION THRU 8500-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE RML-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------*
      *    OPEN FILES, LOAD THE RETURNED-MAIL MASTER, PRIME THE   *
      *    SCAN AND CUSTOMER READS                                *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT RML-SCAN-FL.
           OPEN INPUT RML-CUST-FL.
           OPEN INPUT RML-RTN-MAIL-IN.
           OPEN INPUT RML-ADDR-CHG-FL.
           OPEN INPUT RML-VENDOR-RSLT-FL.
           OPEN OUTPUT RML-RTN-MAIL-OUT.
           OPEN OUTPUT RML-SEARCH-EXT.
           OPEN OUTPUT RML-ADDR-MAINT-FL.
           OPEN OUTPUT RML-LOST-ACCT-FL.
           OPEN EXTEND RML-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT RML-RUN-DTE FROM DATE YYYYMMDD.
           MOVE RML-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
               UNTIL RML-RMI-EOF.
           READ RML-SCAN-FL
               AT END
                   SET RML-SCN-EOF TO TRUE
           END-READ.
           READ RML-CUST-FL
               AT END
                   SET RML-CST-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A CLEARED ROW IS KEPT FOR THE RETENTION PERIOD SO A    *
      *    NEW RETURN SHOWS AS A REOPENED ADDRESS, THEN AGES OFF  *
      *---------------------------------------------------------*
       1100-LOAD-MASTER.
           READ RML-RTN-MAIL-IN
               AT END
                   SET RML-RMI-EOF TO TRUE
           END-READ.
           IF RML-RMI-EOF
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO RML-MASTER-IN-CT.
           IF RMI-ADR-STATUS-CD = 'C'
               MOVE 'CAL' TO DTE-FUNCTION-CD
               MOVE RMI-CLEARED-DTE TO DTE-DATE-1
               MOVE RML-RUN-DTE TO DTE-DATE-2
               PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT
               MOVE DTE-DAYS TO RML-DAYS-SINCE
               IF RML-DAYS-SINCE > RML-CLEARED-KEEP-DAYS
                   ADD 1 TO RML-MASTER-AGED-CT
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           IF RML-RM-USED-CT >= 20000
               MOVE ' RETURNED-MAIL ROWS' TO RML-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO RML-RM-USED-CT.
           SET RML-RM-IDX TO RML-RM-USED-CT.
           MOVE RMI-CMR-BPR-ID1 TO RML-RM-BPR-ID1 (RML-RM-IDX).
           MOVE RMI-CMR-BPR-ID2 TO RML-RM-BPR-ID2 (RML-RM-IDX).
           MOVE RMI-UNDELIV-DTE TO RML-RM-UNDELIV-DTE (RML-RM-IDX).
           MOVE RMI-RETURN-CT TO RML-RM-RETURN-CT (RML-RM-IDX).
           MOVE RMI-ADR-STATUS-CD TO RML-RM-STATUS-CD (RML-RM-IDX).
           MOVE RMI-LAST-RETURN-DTE
               TO RML-RM-LAST-RETURN-DTE (RML-RM-IDX).
           MOVE RMI-LAST-ITEM-CD TO RML-RM-LAST-ITEM-CD (RML-RM-IDX).
           MOVE RMI-LOST-DTE TO RML-RM-LOST-DTE (RML-RM-IDX).
           MOVE RMI-SEARCH-CT TO RML-RM-SEARCH-CT (RML-RM-IDX).
           MOVE RMI-LAST-SEARCH-DTE
               TO RML-RM-LAST-SEARCH-DTE (RML-RM-IDX).
           MOVE RMI-SEARCH-RESULT-CD TO RML-RM-RESULT-CD (RML-RM-IDX).
           MOVE RMI-CLEARED-DTE TO RML-RM-CLEARED-DTE (RML-RM-IDX).
           MOVE RMI-CLEARED-CD TO RML-RM-CLEARED-CD (RML-RM-IDX).
           MOVE 'N' TO RML-RM-SEARCH-DUE-SW (RML-RM-IDX).
           MOVE 'N' TO RML-RM-ONFILE-SW (RML-RM-IDX).
           MOVE SPACES TO RML-RM-POSTAL-CDE (RML-RM-IDX).
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST EACH RETURNED PIECE.  A PIECE WITH NO CUSTOMER    *
      *    KEY WAITS FOR THE ACCOUNT FILE; A PIECE WITH NO USABLE *
      *    SCAN DATE OR NO KEY AT ALL GOES TO THE EXCEPTION QUEUE *
      *---------------------------------------------------------*
       2000-PROCESS-SCAN.
           ADD 1 TO RML-SCAN-READ-CT.
           PERFORM 2050-EDIT-ONE-SCAN THRU 2050-EXIT.
           READ RML-SCAN-FL
               AT END
                   SET RML-SCN-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
       2050-EDIT-ONE-SCAN.
           IF RSC-SCAN-DTE NOT NUMERIC
              OR RSC-SCAN-DTE = ZERO
              OR RSC-SCAN-DTE > RML-RUN-DTE
               ADD 1 TO RML-SCAN-REJECT-CT
               MOVE 'RTNBADSC' TO RPT-EXC-TYPE-CD
               MOVE 'RETURNED PIECE - SCAN DATE NOT USABLE'
                   TO RPT-EXC-DESCRIPTION-TX
               PERFORM 2090-POST-SCAN-EXCEPTION THRU 2090-EXIT
               GO TO 2050-EXIT
           END-IF.
           IF RSC-CMR-BPR-ID1 NUMERIC
              AND RSC-CMR-BPR-ID2 NUMERIC
              AND (RSC-CMR-BPR-ID1 NOT = ZERO
                   OR RSC-CMR-BPR-ID2 NOT = ZERO)
               MOVE RSC-CMR-BPR-ID1 TO RML-WK-BPR-ID1
               MOVE RSC-CMR-BPR-ID2 TO RML-WK-BPR-ID2
               MOVE RSC-SCAN-DTE TO RML-WK-SCAN-DTE
               MOVE RSC-ITEM-TYPE-CD TO RML-WK-ITEM-TYPE-CD
               PERFORM 2100-APPLY-RETURN THRU 2100-EXIT
               GO TO 2050-EXIT
           END-IF.
           IF RSC-ACCOUNT-NBR NOT NUMERIC
              OR RSC-ACCOUNT-NBR = ZERO
               ADD 1 TO RML-SCAN-UNRESOLVED-CT
               MOVE 'RTNUNRES' TO RPT-EXC-TYPE-CD
               MOVE 'RETURNED PIECE - NO CUSTOMER OR ACCOUNT'
                   TO RPT-EXC-DESCRIPTION-TX
               PERFORM 2090-POST-SCAN-EXCEPTION THRU 2090-EXIT
               GO TO 2050-EXIT
           END-IF.
           IF RML-PS-USED-CT >= 5000
               MOVE ' UNKEYED SCANS' TO RML-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO RML-PS-USED-CT.
           SET RML-PS-IDX TO RML-PS-USED-CT.
           MOVE RSC-SCAN-DTE TO RML-PS-SCAN-DTE (RML-PS-IDX).
           MOVE RSC-FUND-CODE TO RML-PS-FUND-CODE (RML-PS-IDX).
           MOVE RSC-ACCOUNT-NBR TO RML-PS-ACCOUNT-NBR (RML-PS-IDX).
           MOVE RSC-ITEM-TYPE-CD TO RML-PS-ITEM-TYPE-CD (RML-PS-IDX).
           MOVE ZERO TO RML-PS-BPR-ID1 (RML-PS-IDX).
           MOVE ZERO TO RML-PS-BPR-ID2 (RML-PS-IDX).
           MOVE 'N' TO RML-PS-RESOLVED-SW (RML-PS-IDX).
       2050-EXIT.
           EXIT.
       2090-POST-SCAN-EXCEPTION.
           ADD 1 TO RML-EXCEPTION-CT.
           MOVE RSC-FUND-CODE TO RML-EXC-FUND-CODE.
           MOVE RSC-ACCOUNT-NBR TO RML-EXC-ACCOUNT-NBR.
           MOVE RML-EXC-ACCT-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE ZERO TO RPT-EXC-AMOUNT-AT.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       2090-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FIRST RETURN OPENS THE ROW AS UNDELIVERABLE; A RETURN  *
      *    AFTER THE ADDRESS WAS CLEARED REOPENS IT FROM SCRATCH; *
      *    ANY OTHER RETURN ADDS TO THE COUNT                     *
      *---------------------------------------------------------*
       2100-APPLY-RETURN.
           PERFORM 2900-FIND-MASTER THRU 2900-EXIT.
           IF RML-RM-NOT-FOUND
               PERFORM 2150-ADD-MASTER-ROW THRU 2150-EXIT
               ADD 1 TO RML-NEW-UNDELIV-CT
               MOVE 'NEW - ADDRESS UNDELIVERABLE' TO RML-AL-ACTION
               GO TO 2190-CAPTURE-RETURN
           END-IF.
           IF RML-RM-CLEARED (RML-RM-IDX)
               PERFORM 2160-OPEN-MASTER-ROW THRU 2160-EXIT
               ADD 1 TO RML-REOPENED-CT
               MOVE 'REOPENED - RETURNED AGAIN' TO RML-AL-ACTION
               GO TO 2190-CAPTURE-RETURN
           END-IF.
           IF RML-RM-RETURN-CT (RML-RM-IDX) < 999
               ADD 1 TO RML-RM-RETURN-CT (RML-RM-IDX)
           END-IF.
           IF RML-WK-SCAN-DTE > RML-RM-LAST-RETURN-DTE (RML-RM-IDX)
               MOVE RML-WK-SCAN-DTE
                   TO RML-RM-LAST-RETURN-DTE (RML-RM-IDX)
               MOVE RML-WK-ITEM-TYPE-CD
                   TO RML-RM-LAST-ITEM-CD (RML-RM-IDX)
           END-IF.
           ADD 1 TO RML-ADDL-RETURN-CT.
           MOVE 'ADDITIONAL RETURN COUNTED' TO RML-AL-ACTION.
       2190-CAPTURE-RETURN.
           MOVE RML-WK-ITEM-TYPE-CD TO RML-AL-ITEM-CD.
           MOVE RML-WK-SCAN-DTE TO RML-AL-DTE.
           PERFORM 9550-CAPTURE-ACTIVITY THRU 9550-EXIT.
       2100-EXIT.
           EXIT.
       2150-ADD-MASTER-ROW.
           IF RML-RM-USED-CT >= 20000
               MOVE ' RETURNED-MAIL ROWS' TO RML-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO RML-RM-USED-CT.
           ADD 1 TO RML-MASTER-ADDED-CT.
           SET RML-RM-IDX TO RML-RM-USED-CT.
           MOVE RML-WK-BPR-ID1 TO RML-RM-BPR-ID1 (RML-RM-IDX).
           MOVE RML-WK-BPR-ID2 TO RML-RM-BPR-ID2 (RML-RM-IDX).
           MOVE 'N' TO RML-RM-ONFILE-SW (RML-RM-IDX).
           MOVE SPACES TO RML-RM-POSTAL-CDE (RML-RM-IDX).
           PERFORM 2160-OPEN-MASTER-ROW THRU 2160-EXIT.
       2150-EXIT.
           EXIT.
       2160-OPEN-MASTER-ROW.
           MOVE RML-WK-SCAN-DTE TO RML-RM-UNDELIV-DTE (RML-RM-IDX).
           MOVE 1 TO RML-RM-RETURN-CT (RML-RM-IDX).
           MOVE 'U' TO RML-RM-STATUS-CD (RML-RM-IDX).
           MOVE RML-WK-SCAN-DTE TO RML-RM-LAST-RETURN-DTE (RML-RM-IDX).
           MOVE RML-WK-ITEM-TYPE-CD TO RML-RM-LAST-ITEM-CD (RML-RM-IDX).
           MOVE ZERO TO RML-RM-LOST-DTE (RML-RM-IDX).
           MOVE ZERO TO RML-RM-SEARCH-CT (RML-RM-IDX).
           MOVE ZERO TO RML-RM-LAST-SEARCH-DTE (RML-RM-IDX).
           MOVE SPACES TO RML-RM-RESULT-CD (RML-RM-IDX).
           MOVE ZERO TO RML-RM-CLEARED-DTE (RML-RM-IDX).
           MOVE SPACES TO RML-RM-CLEARED-CD (RML-RM-IDX).
           MOVE 'N' TO RML-RM-SEARCH-DUE-SW (RML-RM-IDX).
       2160-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE PASS OF THE ACCOUNT FILE NAMES THE CUSTOMER FOR    *
      *    EVERY UNKEYED PIECE; WHAT IS STILL UNNAMED AFTERWARDS  *
      *    GOES TO THE EXCEPTION QUEUE                            *
      *---------------------------------------------------------*
       2500-RESOLVE-BY-ACCOUNT.
           IF RML-PS-USED-CT = ZERO
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT RML-ACCT-FL.
           MOVE 'N' TO RML-ACT-EOF-SW.
           MOVE RML-PS-USED-CT TO RML-OPEN-CT.
           PERFORM 2510-READ-ONE-ACCOUNT THRU 2510-EXIT
               UNTIL RML-ACT-EOF
                  OR RML-OPEN-CT = ZERO.
           CLOSE RML-ACCT-FL.
           PERFORM 2550-APPLY-ONE-PENDING THRU 2550-EXIT
                   VARYING RML-PS-IDX FROM 1 BY 1
                   UNTIL RML-PS-IDX > RML-PS-USED-CT.
       2500-EXIT.
           EXIT.
       2510-READ-ONE-ACCOUNT.
           READ RML-ACCT-FL
               AT END
                   SET RML-ACT-EOF TO TRUE
           END-READ.
           IF RML-ACT-EOF
               GO TO 2510-EXIT
           END-IF.
           PERFORM 2520-MATCH-ONE-PENDING THRU 2520-EXIT
                   VARYING RML-PS-IDX FROM 1 BY 1
                   UNTIL RML-PS-IDX > RML-PS-USED-CT.
       2510-EXIT.
           EXIT.
       2520-MATCH-ONE-PENDING.
           IF RML-PS-RESOLVED (RML-PS-IDX)
               GO TO 2520-EXIT
           END-IF.
           IF RML-PS-ACCOUNT-NBR (RML-PS-IDX) = RML-CLO-ACCOUNT-NUMBER
              AND (RML-PS-FUND-CODE (RML-PS-IDX) = RML-CLO-FUND-CODE
                   OR RML-PS-FUND-CODE (RML-PS-IDX) = ZERO)
               MOVE RML-CLO-CMR-BPR-ID1 TO RML-PS-BPR-ID1 (RML-PS-IDX)
               MOVE RML-CLO-CMR-BPR-ID2 TO RML-PS-BPR-ID2 (RML-PS-IDX)
               MOVE 'Y' TO RML-PS-RESOLVED-SW (RML-PS-IDX)
               SUBTRACT 1 FROM RML-OPEN-CT
           END-IF.
       2520-EXIT.
           EXIT.
       2550-APPLY-ONE-PENDING.
           IF NOT RML-PS-RESOLVED (RML-PS-IDX)
               ADD 1 TO RML-SCAN-UNRESOLVED-CT
               ADD 1 TO RML-EXCEPTION-CT
               MOVE RML-PS-FUND-CODE (RML-PS-IDX) TO RML-EXC-FUND-CODE
               MOVE RML-PS-ACCOUNT-NBR (RML-PS-IDX)
                   TO RML-EXC-ACCOUNT-NBR
               MOVE 'RTNUNRES' TO RPT-EXC-TYPE-CD
               MOVE RML-EXC-ACCT-KEY TO RPT-EXC-BUSINESS-KEY
               MOVE ZERO TO RPT-EXC-AMOUNT-AT
               MOVE 'RETURNED PIECE - ACCOUNT NOT ON FILE'
                   TO RPT-EXC-DESCRIPTION-TX
               PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT
               GO TO 2550-EXIT
           END-IF.
           ADD 1 TO RML-SCAN-RESOLVED-CT.
           MOVE RML-PS-BPR-ID1 (RML-PS-IDX) TO RML-WK-BPR-ID1.
           MOVE RML-PS-BPR-ID2 (RML-PS-IDX) TO RML-WK-BPR-ID2.
           MOVE RML-PS-SCAN-DTE (RML-PS-IDX) TO RML-WK-SCAN-DTE.
           MOVE RML-PS-ITEM-TYPE-CD (RML-PS-IDX) TO RML-WK-ITEM-TYPE-CD.
           PERFORM 2100-APPLY-RETURN THRU 2100-EXIT.
       2550-EXIT.
           EXIT.
       2900-FIND-MASTER.
           SET RML-RM-NOT-FOUND TO TRUE.
           IF RML-RM-USED-CT = ZERO
               GO TO 2900-EXIT
           END-IF.
           SET RML-RM-IDX TO 1.
           SEARCH RML-RM-ENTRY VARYING RML-RM-IDX
               AT END
                   CONTINUE
               WHEN RML-RM-IDX > RML-RM-USED-CT
                   CONTINUE
               WHEN RML-RM-BPR-ID1 (RML-RM-IDX) = RML-WK-BPR-ID1
                AND RML-RM-BPR-ID2 (RML-RM-IDX) = RML-WK-BPR-ID2
                   SET RML-RM-FOUND TO TRUE
           END-SEARCH.
       2900-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    AN ADDRESS CHANGE POSTED AFTER THE LAST RETURN CLEARS  *
      *    THE ROW -- MAIL RESUMES TO THE NEW ADDRESS             *
      *---------------------------------------------------------*
       3000-APPLY-ADDRESS-CHANGES.
           READ RML-ADDR-CHG-FL
               AT END
                   SET RML-RAC-EOF TO TRUE
           END-READ.
           IF RML-RAC-EOF
               GO TO 3000-EXIT
           END-IF.
           MOVE RAC-CMR-BPR-ID1 TO RML-WK-BPR-ID1.
           MOVE RAC-CMR-BPR-ID2 TO RML-WK-BPR-ID2.
           PERFORM 2900-FIND-MASTER THRU 2900-EXIT.
           IF RML-RM-NOT-FOUND
               GO TO 3000-EXIT
           END-IF.
           IF NOT RML-RM-OPEN (RML-RM-IDX)
               GO TO 3000-EXIT
           END-IF.
           IF RAC-CHANGE-DTE NOT > RML-RM-LAST-RETURN-DTE (RML-RM-IDX)
               GO TO 3000-EXIT
           END-IF.
           MOVE 'C' TO RML-RM-STATUS-CD (RML-RM-IDX).
           MOVE RML-RUN-DTE TO RML-RM-CLEARED-DTE (RML-RM-IDX).
           MOVE 'A' TO RML-RM-CLEARED-CD (RML-RM-IDX).
           ADD 1 TO RML-CLEARED-CT.
           MOVE SPACE TO RML-AL-ITEM-CD.
           MOVE RAC-CHANGE-DTE TO RML-AL-DTE.
           MOVE 'CLEARED - ADDRESS CHANGED' TO RML-AL-ACTION.
           PERFORM 9550-CAPTURE-ACTIVITY THRU 9550-EXIT.
       3000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    VENDOR SEARCH RESULTS.  A FOUND ADDRESS IS SENT AS     *
      *    MAINTENANCE AND THE HOLDER STAYS LOST UNTIL THE CHANGE *
      *    POSTS; A REPORTED DEATH GOES TO THE ESTATE DESK        *
      *---------------------------------------------------------*
       3500-APPLY-VENDOR-RESULTS.
           READ RML-VENDOR-RSLT-FL
               AT END
                   SET RML-LVR-EOF TO TRUE
           END-READ.
           IF RML-LVR-EOF
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO RML-VENDOR-READ-CT.
           MOVE LVR-CMR-BPR-ID1 TO RML-WK-BPR-ID1.
           MOVE LVR-CMR-BPR-ID2 TO RML-WK-BPR-ID2.
           MOVE LVR-CMR-BPR-ID1 TO RML-EXC-BPR-ID1.
           MOVE LVR-CMR-BPR-ID2 TO RML-EXC-BPR-ID2.
           PERFORM 2900-FIND-MASTER THRU 2900-EXIT.
           IF RML-RM-NOT-FOUND
               MOVE 'SEARCH RESULT - NO LOST HOLDER ON FILE'
                   TO RPT-EXC-DESCRIPTION-TX
               GO TO 3590-NO-MATCH
           END-IF.
           IF NOT RML-RM-LOST (RML-RM-IDX)
               MOVE 'SEARCH RESULT - HOLDER NO LONGER LOST'
                   TO RPT-EXC-DESCRIPTION-TX
               GO TO 3590-NO-MATCH
           END-IF.
           EVALUATE TRUE
               WHEN LVR-RESULT-FOUND
                   PERFORM 3510-WRITE-MAINTENANCE THRU 3510-EXIT
               WHEN LVR-RESULT-NOT-FOUND
                   MOVE 'N' TO RML-RM-RESULT-CD (RML-RM-IDX)
                   ADD 1 TO RML-VENDOR-NOT-FOUND-CT
                   MOVE 'SEARCH - NOT FOUND' TO RML-AL-ACTION
               WHEN LVR-RESULT-DECEASED
                   MOVE 'D' TO RML-RM-RESULT-CD (RML-RM-IDX)
                   ADD 1 TO RML-VENDOR-DECEASED-CT
                   ADD 1 TO RML-EXCEPTION-CT
                   MOVE 'LSDECEAS' TO RPT-EXC-TYPE-CD
                   MOVE RML-EXC-CUST-KEY TO RPT-EXC-BUSINESS-KEY
                   MOVE ZERO TO RPT-EXC-AMOUNT-AT
                   MOVE 'LOST HOLDER REPORTED DECEASED BY SEARCH'
                       TO RPT-EXC-DESCRIPTION-TX
                   PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT
                   MOVE 'SEARCH - REPORTED DECEASED' TO RML-AL-ACTION
               WHEN OTHER
                   MOVE 'SEARCH RESULT - RESULT CODE NOT KNOWN'
                       TO RPT-EXC-DESCRIPTION-TX
                   GO TO 3590-NO-MATCH
           END-EVALUATE.
           MOVE SPACE TO RML-AL-ITEM-CD.
           MOVE LVR-RESULT-DTE TO RML-AL-DTE.
           PERFORM 9550-CAPTURE-ACTIVITY THRU 9550-EXIT.
           GO TO 3500-EXIT.
       3590-NO-MATCH.
           ADD 1 TO RML-VENDOR-NO-MATCH-CT.
           ADD 1 TO RML-EXCEPTION-CT.
           MOVE 'LSNOMTCH' TO RPT-EXC-TYPE-CD.
           MOVE RML-EXC-CUST-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE ZERO TO RPT-EXC-AMOUNT-AT.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       3500-EXIT.
           EXIT.
       3510-WRITE-MAINTENANCE.
           MOVE 'F' TO RML-RM-RESULT-CD (RML-RM-IDX).
           ADD 1 TO RML-VENDOR-FOUND-CT.
           MOVE SPACES TO RML-ADDR-MAINT-RECORD.
           MOVE LVR-CMR-BPR-ID1 TO LAM-CMR-BPR-ID1.
           MOVE LVR-CMR-BPR-ID2 TO LAM-CMR-BPR-ID2.
           MOVE RML-RUN-DTE TO LAM-EFFECTIVE-DTE.
           MOVE 'LS' TO LAM-SOURCE-CD.
           MOVE LVR-VENDOR-REF TO LAM-VENDOR-REF.
           MOVE LVR-NEW-ADR-LINE-1 TO LAM-NEW-ADR-LINE-1.
           MOVE LVR-NEW-ADR-LINE-2 TO LAM-NEW-ADR-LINE-2.
           MOVE LVR-NEW-ADR-CITY TO LAM-NEW-ADR-CITY.
           MOVE LVR-NEW-POSTAL-CDE TO LAM-NEW-POSTAL-CDE.
           MOVE LVR-NEW-ZIP-CDE TO LAM-NEW-ZIP-CDE.
           WRITE RML-ADDR-MAINT-RECORD.
           MOVE 'SEARCH - FOUND, MAINT SENT' TO RML-AL-ACTION.
       3510-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    AGE EVERY OPEN ROW -- STILL UNDELIVERABLE AFTER THE    *
      *    WAITING PERIOD MAKES A LOST SHAREHOLDER, AND A LOST    *
      *    HOLDER NOT YET FOUND IS DUE A SEARCH ON SCHEDULE       *
      *---------------------------------------------------------*
       4000-AGE-MASTER.
           IF RML-RM-USED-CT > ZERO
               PERFORM 4100-AGE-ONE-ROW THRU 4100-EXIT
                       VARYING RML-RM-IDX FROM 1 BY 1
                       UNTIL RML-RM-IDX > RML-RM-USED-CT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-AGE-ONE-ROW.
           IF RML-RM-UNDELIVERABLE (RML-RM-IDX)
               MOVE 'CAL' TO DTE-FUNCTION-CD
               MOVE RML-RM-UNDELIV-DTE (RML-RM-IDX) TO DTE-DATE-1
               MOVE RML-RUN-DTE TO DTE-DATE-2
               PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT
               MOVE DTE-DAYS TO RML-DAYS-SINCE
               IF RML-DAYS-SINCE NOT < RML-LOST-WAIT-DAYS
                   PERFORM 4200-MARK-LOST THRU 4200-EXIT
               END-IF
           END-IF.
           IF NOT RML-RM-LOST (RML-RM-IDX)
               GO TO 4100-EXIT
           END-IF.
           IF RML-RM-RESULT-FOUND (RML-RM-IDX)
              OR RML-RM-RESULT-DECEASED (RML-RM-IDX)
              OR RML-RM-SEARCH-CT (RML-RM-IDX) NOT < RML-MAX-SEARCHES
               GO TO 4100-EXIT
           END-IF.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           IF RML-RM-SEARCH-CT (RML-RM-IDX) = ZERO
               MOVE RML-RM-LOST-DTE (RML-RM-IDX) TO DTE-DATE-1
           ELSE
               MOVE RML-RM-LAST-SEARCH-DTE (RML-RM-IDX) TO DTE-DATE-1
           END-IF.
           MOVE RML-RUN-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           MOVE DTE-DAYS TO RML-DAYS-SINCE.
           IF RML-RM-SEARCH-CT (RML-RM-IDX) = ZERO
              AND RML-DAYS-SINCE < RML-FIRST-SEARCH-DAYS
               GO TO 4100-EXIT
           END-IF.
           IF RML-RM-SEARCH-CT (RML-RM-IDX) > ZERO
              AND RML-DAYS-SINCE < RML-RESEARCH-DAYS
               GO TO 4100-EXIT
           END-IF.
           MOVE 'Y' TO RML-RM-SEARCH-DUE-SW (RML-RM-IDX).
       4100-EXIT.
           EXIT.
       4200-MARK-LOST.
           MOVE 'L' TO RML-RM-STATUS-CD (RML-RM-IDX).
           MOVE RML-RUN-DTE TO RML-RM-LOST-DTE (RML-RM-IDX).
           ADD 1 TO RML-NEWLY-LOST-CT.
           ADD 1 TO RML-EXCEPTION-CT.
           MOVE RML-RM-BPR-ID1 (RML-RM-IDX) TO RML-EXC-BPR-ID1.
           MOVE RML-RM-BPR-ID2 (RML-RM-IDX) TO RML-EXC-BPR-ID2.
           MOVE 'LOSTSHR' TO RPT-EXC-TYPE-CD.
           MOVE RML-EXC-CUST-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE ZERO TO RPT-EXC-AMOUNT-AT.
           MOVE 'CUSTOMER NOW A LOST SHAREHOLDER'
               TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
           MOVE SPACE TO RML-AL-ITEM-CD.
           MOVE RML-RUN-DTE TO RML-AL-DTE.
           MOVE 'NOW A LOST SHAREHOLDER' TO RML-AL-ACTION.
           PERFORM 9550-CAPTURE-ACTIVITY THRU 9550-EXIT.
       4200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE PASS OF THE CUSTOMER FILE MARKS EACH ROW'S         *
      *    CUSTOMER AS ON FILE AND WRITES THE SEARCH REQUESTS     *
      *    DUE.  A CUSTOMER ALREADY KNOWN DECEASED IS LEFT TO THE *
      *    ESTATE WORKFLOW AND NOT SEARCHED                       *
      *---------------------------------------------------------*
       5000-PASS-CUSTOMERS.
           PERFORM 5100-MATCH-ONE-CUSTOMER THRU 5100-EXIT.
           READ RML-CUST-FL
               AT END
                   SET RML-CST-EOF TO TRUE
           END-READ.
       5000-EXIT.
           EXIT.
       5100-MATCH-ONE-CUSTOMER.
           MOVE RML-CMR-BPR-ID1 TO RML-WK-BPR-ID1.
           MOVE RML-CMR-BPR-ID2 TO RML-WK-BPR-ID2.
           PERFORM 2900-FIND-MASTER THRU 2900-EXIT.
           IF RML-RM-NOT-FOUND
               GO TO 5100-EXIT
           END-IF.
           MOVE 'Y' TO RML-RM-ONFILE-SW (RML-RM-IDX).
           MOVE RML-CMR-POSTAL-CDE TO RML-RM-POSTAL-CDE (RML-RM-IDX).
           IF NOT RML-RM-SEARCH-DUE (RML-RM-IDX)
               GO TO 5100-EXIT
           END-IF.
           IF RML-CMR-DCS-DTE NOT = SPACES
              AND RML-CMR-DCS-DTE NOT = '0000-00-00'
               ADD 1 TO RML-DECEASED-SKIP-CT
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-WRITE-SEARCH-REQUEST THRU 5200-EXIT.
       5100-EXIT.
           EXIT.
       5200-WRITE-SEARCH-REQUEST.
           ADD 1 TO RML-RM-SEARCH-CT (RML-RM-IDX).
           MOVE RML-RUN-DTE TO RML-RM-LAST-SEARCH-DTE (RML-RM-IDX).
           MOVE 'P' TO RML-RM-RESULT-CD (RML-RM-IDX).
           ADD 1 TO RML-SEARCH-SENT-CT.
           MOVE SPACES TO RML-SEARCH-EXT-RECORD.
           MOVE RML-CMR-BPR-ID1 TO LSX-CMR-BPR-ID1.
           MOVE RML-CMR-BPR-ID2 TO LSX-CMR-BPR-ID2.
           MOVE RML-RUN-DTE TO LSX-REQUEST-DTE.
           MOVE RML-RM-SEARCH-CT (RML-RM-IDX) TO LSX-SEARCH-SEQ.
           MOVE RML-CMR-TAX-ID TO LSX-TAX-ID.
           MOVE RML-CMR-BTH-DTE TO LSX-BTH-DTE.
           MOVE RML-CMR-FRST-NME TO LSX-FRST-NME.
           MOVE RML-CMR-CRP-LST-NME TO LSX-LST-NME.
           MOVE RML-CMR-ADR-LINE-1 TO LSX-ADR-LINE-1.
           MOVE RML-CMR-ADR-LINE-2 TO LSX-ADR-LINE-2.
           MOVE RML-CMR-ADR-CITY TO LSX-ADR-CITY.
           MOVE RML-CMR-POSTAL-CDE TO LSX-POSTAL-CDE.
           MOVE RML-CMR-ZIP-CDE TO LSX-ZIP-CDE (1:5).
           IF RML-CMR-ZIP-SFX NOT = SPACES
              AND RML-CMR-ZIP-SFX NOT = '0000'
               MOVE '-' TO LSX-ZIP-CDE (6:1)
               MOVE RML-CMR-ZIP-SFX TO LSX-ZIP-CDE (7:4)
           END-IF.
           MOVE RML-RM-UNDELIV-DTE (RML-RM-IDX) TO LSX-UNDELIV-DTE.
           WRITE RML-SEARCH-EXT-RECORD.
           MOVE SPACE TO RML-AL-ITEM-CD.
           MOVE RML-RUN-DTE TO RML-AL-DTE.
           MOVE 'SEARCH REQUEST SENT' TO RML-AL-ACTION.
           PERFORM 9550-CAPTURE-ACTIVITY THRU 9550-EXIT.
       5200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE ROW PER ACCOUNT OF A CUSTOMER STILL UNDELIVERABLE  *
      *    OR LOST, FOR DORMANCY AND ESCHEATMENT                  *
      *---------------------------------------------------------*
       6000-WRITE-LOST-ACCOUNTS.
           MOVE ZERO TO RML-OPEN-CT.
           IF RML-RM-USED-CT > ZERO
               PERFORM 6050-COUNT-ONE-OPEN THRU 6050-EXIT
                       VARYING RML-RM-IDX FROM 1 BY 1
                       UNTIL RML-RM-IDX > RML-RM-USED-CT
           END-IF.
           IF RML-OPEN-CT = ZERO
               GO TO 6000-EXIT
           END-IF.
           OPEN INPUT RML-ACCT-FL.
           MOVE 'N' TO RML-ACT-EOF-SW.
           PERFORM 6100-CHECK-ONE-ACCOUNT THRU 6100-EXIT
               UNTIL RML-ACT-EOF.
           CLOSE RML-ACCT-FL.
       6000-EXIT.
           EXIT.
       6050-COUNT-ONE-OPEN.
           IF RML-RM-OPEN (RML-RM-IDX)
              AND RML-RM-ONFILE (RML-RM-IDX)
               ADD 1 TO RML-OPEN-CT
           END-IF.
       6050-EXIT.
           EXIT.
       6100-CHECK-ONE-ACCOUNT.
           READ RML-ACCT-FL
               AT END
                   SET RML-ACT-EOF TO TRUE
           END-READ.
           IF RML-ACT-EOF
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO RML-ACCT-READ-CT.
           MOVE RML-CLO-CMR-BPR-ID1 TO RML-WK-BPR-ID1.
           MOVE RML-CLO-CMR-BPR-ID2 TO RML-WK-BPR-ID2.
           PERFORM 2900-FIND-MASTER THRU 2900-EXIT.
           IF RML-RM-NOT-FOUND
               GO TO 6100-EXIT
           END-IF.
           IF NOT RML-RM-OPEN (RML-RM-IDX)
              OR NOT RML-RM-ONFILE (RML-RM-IDX)
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO RML-LOST-ACCT-RECORD.
           MOVE RML-CLO-FUND-CODE TO LSA-FUND-CODE.
           MOVE RML-CLO-ACCOUNT-NUMBER TO LSA-ACCOUNT-NBR.
           MOVE RML-CLO-CMR-BPR-ID1 TO LSA-CMR-BPR-ID1.
           MOVE RML-CLO-CMR-BPR-ID2 TO LSA-CMR-BPR-ID2.
           MOVE RML-RM-STATUS-CD (RML-RM-IDX) TO LSA-ADR-STATUS-CD.
           MOVE RML-RM-UNDELIV-DTE (RML-RM-IDX) TO LSA-UNDELIV-DTE.
           MOVE RML-RM-LOST-DTE (RML-RM-IDX) TO LSA-LOST-DTE.
           MOVE RML-RM-SEARCH-CT (RML-RM-IDX) TO LSA-SEARCH-CT.
           MOVE RML-RM-POSTAL-CDE (RML-RM-IDX) TO LSA-POSTAL-CDE.
           WRITE RML-LOST-ACCT-RECORD.
           ADD 1 TO RML-LOST-ACCT-CT.
       6100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY THE MASTER FORWARD.  A ROW WHOSE CUSTOMER IS NO  *
      *    LONGER ON FILE (PURGED OR MERGED AWAY) IS DROPPED AND  *
      *    POSTED SO THE MAILROOM KNOWS THE KEY IS DEAD           *
      *---------------------------------------------------------*
       7000-CARRY-MASTER-FORWARD.
           IF RML-RM-USED-CT > ZERO
               PERFORM 7100-WRITE-ONE-ROW THRU 7100-EXIT
                       VARYING RML-RM-IDX FROM 1 BY 1
                       UNTIL RML-RM-IDX > RML-RM-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-ROW.
           IF NOT RML-RM-ONFILE (RML-RM-IDX)
               ADD 1 TO RML-MASTER-DROP-CT
               ADD 1 TO RML-EXCEPTION-CT
               MOVE RML-RM-BPR-ID1 (RML-RM-IDX) TO RML-EXC-BPR-ID1
               MOVE RML-RM-BPR-ID2 (RML-RM-IDX) TO RML-EXC-BPR-ID2
               MOVE 'RTNNOCUS' TO RPT-EXC-TYPE-CD
               MOVE RML-EXC-CUST-KEY TO RPT-EXC-BUSINESS-KEY
               MOVE ZERO TO RPT-EXC-AMOUNT-AT
               MOVE 'RETURNED MAIL - CUSTOMER NOT ON FILE'
                   TO RPT-EXC-DESCRIPTION-TX
               PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO RML-RTN-MAIL-OUT-RECORD.
           MOVE RML-RM-BPR-ID1 (RML-RM-IDX) TO RMO-CMR-BPR-ID1.
           MOVE RML-RM-BPR-ID2 (RML-RM-IDX) TO RMO-CMR-BPR-ID2.
           MOVE RML-RM-UNDELIV-DTE (RML-RM-IDX) TO RMO-UNDELIV-DTE.
           MOVE RML-RM-RETURN-CT (RML-RM-IDX) TO RMO-RETURN-CT.
           MOVE RML-RM-STATUS-CD (RML-RM-IDX) TO RMO-ADR-STATUS-CD.
           MOVE RML-RM-LAST-RETURN-DTE (RML-RM-IDX)
               TO RMO-LAST-RETURN-DTE.
           MOVE RML-RM-LAST-ITEM-CD (RML-RM-IDX) TO RMO-LAST-ITEM-CD.
           MOVE RML-RM-LOST-DTE (RML-RM-IDX) TO RMO-LOST-DTE.
           MOVE RML-RM-SEARCH-CT (RML-RM-IDX) TO RMO-SEARCH-CT.
           MOVE RML-RM-LAST-SEARCH-DTE (RML-RM-IDX)
               TO RMO-LAST-SEARCH-DTE.
           MOVE RML-RM-RESULT-CD (RML-RM-IDX) TO RMO-SEARCH-RESULT-CD.
           MOVE RML-RM-CLEARED-DTE (RML-RM-IDX) TO RMO-CLEARED-DTE.
           MOVE RML-RM-CLEARED-CD (RML-RM-IDX) TO RMO-CLEARED-CD.
           WRITE RML-RTN-MAIL-OUT-RECORD.
           ADD 1 TO RML-MASTER-OUT-CT.
           EVALUATE TRUE
               WHEN RMO-ADR-UNDELIVERABLE
                   ADD 1 TO RML-END-UNDELIV-CT
               WHEN RMO-ADR-LOST-SHAREHOLDER
                   ADD 1 TO RML-END-LOST-CT
               WHEN OTHER
                   ADD 1 TO RML-END-CLEARED-CT
           END-EVALUATE.
       7100-EXIT.
           EXIT.
       8500-PRINT-ACTIVITY-SECTION.
           MOVE RML-ACT-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE RML-ACT-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF RML-ACT-CAP-USED-CT > ZERO
               PERFORM 8505-PRINT-ONE-ACTIVITY THRU 8505-EXIT
                       VARYING RML-ACT-CAP-IX FROM 1 BY 1
                       UNTIL RML-ACT-CAP-IX > RML-ACT-CAP-USED-CT
           END-IF.
           IF RML-ACT-CAP-TRUNC-SW = 'Y'
               MOVE RML-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
       8505-PRINT-ONE-ACTIVITY.
           MOVE RML-ACT-CAP-LINE (RML-ACT-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8505-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    RUN TOTALS -- EVERY SCANNED PIECE IS REJECTED,         *
      *    UNRESOLVED OR POSTED, AND MASTER ROWS IN LESS AGED-OFF *
      *    PLUS ADDED LESS DROPPED MUST FOOT TO ROWS OUT          *
      *---------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE RML-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'RETURNED PIECES SCANNED:' TO RML-TL-LABEL.
           MOVE RML-SCAN-READ-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  REJECTED - SCAN DATE:' TO RML-TL-LABEL.
           MOVE RML-SCAN-REJECT-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  KEYED BY ACCOUNT:' TO RML-TL-LABEL.
           MOVE RML-SCAN-RESOLVED-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  NO CUSTOMER FOUND:' TO RML-TL-LABEL.
           MOVE RML-SCAN-UNRESOLVED-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  NEW UNDELIVERABLE:' TO RML-TL-LABEL.
           MOVE RML-NEW-UNDELIV-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  REOPENED AFTER CLEAR:' TO RML-TL-LABEL.
           MOVE RML-REOPENED-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  ADDITIONAL RETURNS:' TO RML-TL-LABEL.
           MOVE RML-ADDL-RETURN-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'CLEARED - ADDRESS CHANGED:' TO RML-TL-LABEL.
           MOVE RML-CLEARED-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'NEWLY LOST SHAREHOLDERS:' TO RML-TL-LABEL.
           MOVE RML-NEWLY-LOST-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'SEARCH REQUESTS SENT:' TO RML-TL-LABEL.
           MOVE RML-SEARCH-SENT-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'DECEASED - NOT SEARCHED:' TO RML-TL-LABEL.
           MOVE RML-DECEASED-SKIP-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'SEARCH RESULTS READ:' TO RML-TL-LABEL.
           MOVE RML-VENDOR-READ-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  FOUND - MAINTENANCE SENT:' TO RML-TL-LABEL.
           MOVE RML-VENDOR-FOUND-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  NOT FOUND:' TO RML-TL-LABEL.
           MOVE RML-VENDOR-NOT-FOUND-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  REPORTED DECEASED:' TO RML-TL-LABEL.
           MOVE RML-VENDOR-DECEASED-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  NOT MATCHED:' TO RML-TL-LABEL.
           MOVE RML-VENDOR-NO-MATCH-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'LOST-HOLDER ACCOUNTS WRITTEN:' TO RML-TL-LABEL.
           MOVE RML-LOST-ACCT-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'MASTER ROWS IN:' TO RML-TL-LABEL.
           MOVE RML-MASTER-IN-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'CLEARED ROWS AGED OFF:' TO RML-TL-LABEL.
           MOVE RML-MASTER-AGED-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'ROWS ADDED:' TO RML-TL-LABEL.
           MOVE RML-MASTER-ADDED-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'CUSTOMER GONE - DROPPED:' TO RML-TL-LABEL.
           MOVE RML-MASTER-DROP-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'MASTER ROWS OUT:' TO RML-TL-LABEL.
           MOVE RML-MASTER-OUT-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  UNDELIVERABLE:' TO RML-TL-LABEL.
           MOVE RML-END-UNDELIV-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  LOST SHAREHOLDER:' TO RML-TL-LABEL.
           MOVE RML-END-LOST-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           MOVE '  CLEARED:' TO RML-TL-LABEL.
           MOVE RML-END-CLEARED-CT TO RML-TL-COUNT.
           PERFORM 8010-WRITE-TOTAL-LINE THRU 8010-EXIT.
           IF RML-SCAN-READ-CT = RML-SCAN-REJECT-CT
              + RML-SCAN-UNRESOLVED-CT + RML-NEW-UNDELIV-CT
              + RML-REOPENED-CT + RML-ADDL-RETURN-CT
               MOVE 'SCANNED PIECES FOOT' TO RML-FT-RESULT
           ELSE
               MOVE 'SCANNED PIECES DO NOT FOOT' TO RML-FT-RESULT
               ADD 1 TO RML-FOOT-BREAK-CT
           END-IF.
           MOVE RML-FOOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF RML-MASTER-IN-CT - RML-MASTER-AGED-CT
              + RML-MASTER-ADDED-CT - RML-MASTER-DROP-CT
              = RML-MASTER-OUT-CT
               MOVE 'MASTER CONTROL TOTALS FOOT' TO RML-FT-RESULT
           ELSE
               MOVE 'MASTER CONTROL TOTALS DO NOT FOOT'
                   TO RML-FT-RESULT
               ADD 1 TO RML-FOOT-BREAK-CT
           END-IF.
           MOVE RML-FOOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
       8010-WRITE-TOTAL-LINE.
           MOVE RML-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8010-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO RML-RUN-CTL-RECORD.
           MOVE 'RML-RETURNED-MAIL' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE RML-RUN-CTL-RECORD.
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
           MOVE SPACES TO RML-RUN-CTL-RECORD.
           MOVE 'RML-RETURNED-MAIL' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE RML-SCAN-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE RML-RUN-CTL-RECORD.
           CLOSE RML-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE                                        *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE RML-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO RML-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE RML-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE RML-SCAN-FL.
           CLOSE RML-CUST-FL.
           CLOSE RML-RTN-MAIL-IN.
           CLOSE RML-ADDR-CHG-FL.
           CLOSE RML-VENDOR-RSLT-FL.
           CLOSE RML-RTN-MAIL-OUT.
           CLOSE RML-SEARCH-EXT.
           CLOSE RML-ADDR-MAINT-FL.
           CLOSE RML-LOST-ACCT-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF RML-NEW-RC > RML-RUN-RC
               MOVE RML-NEW-RC TO RML-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF RML-EXCEPTION-CT > ZERO
               MOVE 4 TO RML-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF RML-FOOT-BREAK-CT > ZERO
               MOVE 8 TO RML-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE RML-RUN-RC TO RML-RCD-OUT.
           EVALUATE RML-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO RML-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO RML-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO RML-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO RML-RCD-REASON
           END-EVALUATE.
           MOVE RML-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE RML-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
       9000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CAPTURE ONE ACTIVITY LINE FOR THE ROW AT RML-RM-IDX    *
      *---------------------------------------------------------*
       9550-CAPTURE-ACTIVITY.
           MOVE RML-RM-BPR-ID1 (RML-RM-IDX) TO RML-AL-BPR-ID1.
           MOVE RML-RM-BPR-ID2 (RML-RM-IDX) TO RML-AL-BPR-ID2.
           MOVE RML-RM-STATUS-CD (RML-RM-IDX) TO RML-AL-STATUS-CD.
           MOVE RML-RM-RETURN-CT (RML-RM-IDX) TO RML-AL-RETURN-CT.
           MOVE RML-RM-SEARCH-CT (RML-RM-IDX) TO RML-AL-SEARCH-CT.
           IF RML-ACT-CAP-USED-CT >= 5000
               MOVE 'Y' TO RML-ACT-CAP-TRUNC-SW
               GO TO 9550-EXIT
           END-IF.
           ADD 1 TO RML-ACT-CAP-USED-CT.
           SET RML-ACT-CAP-IX TO RML-ACT-CAP-USED-CT.
           MOVE RML-ACT-LINE TO RML-ACT-CAP-LINE (RML-ACT-CAP-IX).
       9550-EXIT.
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
           MOVE 'RML-RETURNED-MAIL' TO RPT-PROGRAM-ID-TX.
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
