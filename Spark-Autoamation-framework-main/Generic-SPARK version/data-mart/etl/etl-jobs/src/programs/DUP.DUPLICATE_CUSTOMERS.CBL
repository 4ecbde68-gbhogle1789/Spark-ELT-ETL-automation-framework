       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP-DUPLICATE-CUSTOMERS.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT DUP-CUST-FL ASSIGN TO "FNAME5".
	    SELECT DUP-ACCT-FL ASSIGN TO "FNAME4".
	    SELECT OPTIONAL DUP-DECISION-IN ASSIGN TO "DUPNDUPI".
	    SELECT OPTIONAL DUP-DECISION-TRAN ASSIGN TO "DUPDECN".
	    SELECT DUP-DECISION-OUT ASSIGN TO "DUPNDUPO".
	    SELECT DUP-CLUSTER-OUT ASSIGN TO "DUPCLUS".
	    SELECT DUP-MERGE-REQ-OUT ASSIGN TO "DUPMRGQ".
	    SELECT DUP-SORT-FL ASSIGN TO "DUPSORT".
	    SELECT OPTIONAL DUP-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    CLO-CUSTOMER-POSITION FEED -- ONLY THE FIELDS THE      *
      *    MATCH SCORES ON, AND THOSE THAT SAY A CUSTOMER IS      *
      *    ALREADY MERGED AWAY OR DELETED                         *
      *---------------------------------------------------------*
       FD  DUP-CUST-FL.
       01  DUP-CUST-RECORD.
           05  DUP-CMR-BPR-ID2               PIC 9(11).
           05  DUP-CMR-BPR-ID1               PIC 9(11).
           05  FILLER                        PIC X(8).
           05  DUP-CMR-FRST-NME              PIC X(35).
           05  FILLER                        PIC X(32).
           05  DUP-CMR-CRP-LST-NME           PIC X(35).
           05  FILLER                        PIC X(8).
           05  DUP-CUSTOMER-CORPORATE-NM     PIC X(70).
           05  DUP-CMR-TYP-CDE               PIC X(1).
               88  DUP-CMR-TYP-CORPORATION       VALUE 'C'.
           05  DUP-CMR-TAX-ID                PIC 9(9).
           05  FILLER                        PIC X(3).
           05  DUP-CMR-BTH-DTE               PIC X(10).
           05  DUP-CMR-DCS-DTE               PIC X(10).
           05  FILLER                        PIC X(233).
           05  DUP-PTL-ADR-KEY               PIC X(210).
           05  DUP-PTL-ADR-CTY-NME           PIC X(35).
           05  FILLER                        PIC X(35).
           05  DUP-POSTAL-CDE                PIC X(2).
           05  FILLER                        PIC X(9).
           05  DUP-ZIP-DELVRY-OFC-CDE        PIC X(5).
           05  FILLER                        PIC X(8).
           05  DUP-PHN-NBR-TXT               PIC X(20).
           05  DUP-FTPHN-NBR-ARE-CDE         PIC 9(3).
           05  DUP-FTPHN-NBR-LCL-NBR         PIC 9(7).
           05  FILLER                        PIC X(133).
           05  DUP-FD-SPNSR-SHRT-NME         PIC X(3).
           05  FILLER                        PIC X(83).
           05  DUP-TRANSMITTER-ID            PIC X(8).
           05  FILLER                        PIC X(2).
           05  DUP-TO-CMR-BPR-ID2            PIC 9(11).
           05  DUP-TO-CMR-BPR-ID1            PIC 9(11).
           05  DUP-CMR-PROCESS-TYPE-CD       PIC X(1).
               88  DUP-CMR-PROCESS-TYPE-DELETE   VALUE 'D'.
           05  FILLER                        PIC X(35).
       FD  DUP-ACCT-FL.
       01  DUP-ACCT-RECORD.
           05  DUP-CLO-FUND-CODE             PIC 9(7).
           05  DUP-CLO-ACCOUNT-NUMBER        PIC 9(11).
           05  DUP-CLO-CMR-BPR-ID2           PIC 9(11).
           05  DUP-CLO-CMR-BPR-ID1           PIC 9(11).
           05  FILLER                        PIC X(606).
      *---------------------------------------------------------*
      *    "NOT A DUPLICATE" DECISIONS -- ONE ROW PER CUSTOMER    *
      *    PAIR A REVIEWER HAS CLEARED, LOWER BPR ID PAIR FIRST.  *
      *    THE CARRIED FILE AND THE DAY'S NEW DECISIONS SHARE     *
      *    THE LAYOUT                                             *
      *---------------------------------------------------------*
       FD  DUP-DECISION-IN.
       01  DUP-DECISION-IN-RECORD.
           05  NDI-BPR-ID1-A                 PIC 9(11).
           05  NDI-BPR-ID2-A                 PIC 9(11).
           05  NDI-BPR-ID1-B                 PIC 9(11).
           05  NDI-BPR-ID2-B                 PIC 9(11).
           05  NDI-DECISION-DTE              PIC 9(8).
           05  NDI-DECISION-OPID             PIC X(8).
           05  FILLER                        PIC X(20).
       FD  DUP-DECISION-TRAN.
       01  DUP-DECISION-TRAN-RECORD.
           05  NDT-BPR-ID1-A                 PIC 9(11).
           05  NDT-BPR-ID2-A                 PIC 9(11).
           05  NDT-BPR-ID1-B                 PIC 9(11).
           05  NDT-BPR-ID2-B                 PIC 9(11).
           05  NDT-DECISION-DTE              PIC 9(8).
           05  NDT-DECISION-OPID             PIC X(8).
           05  FILLER                        PIC X(20).
       FD  DUP-DECISION-OUT.
       01  DUP-DECISION-OUT-RECORD.
           05  NDO-BPR-ID1-A                 PIC 9(11).
           05  NDO-BPR-ID2-A                 PIC 9(11).
           05  NDO-BPR-ID1-B                 PIC 9(11).
           05  NDO-BPR-ID2-B                 PIC 9(11).
           05  NDO-DECISION-DTE              PIC 9(8).
           05  NDO-DECISION-OPID             PIC X(8).
           05  FILLER                        PIC X(20).
      *---------------------------------------------------------*
      *    PROBABLE-DUPLICATE CLUSTERS -- A CLUSTER RECORD, THEN  *
      *    ONE RECORD PER MEMBER CUSTOMER, EACH FOLLOWED BY THE   *
      *    ACCOUNTS ATTACHED TO IT                                *
      *---------------------------------------------------------*
       FD  DUP-CLUSTER-OUT.
       01  DUP-CLUSTER-RECORD.
           05  DCL-RECORD-TYPE-CD            PIC X(1).
               88  DCL-TYPE-CLUSTER              VALUE 'C'.
               88  DCL-TYPE-MEMBER               VALUE 'M'.
               88  DCL-TYPE-ACCOUNT              VALUE 'A'.
           05  DCL-CLUSTER-NBR               PIC 9(5).
           05  DCL-CLUSTER-AREA.
               10  DCL-C-SCORE               PIC 9(3).
               10  DCL-C-ACTION-CD           PIC X(1).
                   88  DCL-C-ACTION-MERGE        VALUE 'M'.
                   88  DCL-C-ACTION-REVIEW       VALUE 'R'.
               10  DCL-C-MEMBER-CT           PIC 9(3).
               10  DCL-C-SURV-BPR-ID1        PIC 9(11).
               10  DCL-C-SURV-BPR-ID2        PIC 9(11).
               10  DCL-C-RUN-DTE             PIC 9(8).
               10  FILLER                    PIC X(63).
           05  DCL-MEMBER-AREA REDEFINES DCL-CLUSTER-AREA.
               10  DCL-M-BPR-ID1             PIC 9(11).
               10  DCL-M-BPR-ID2             PIC 9(11).
               10  DCL-M-NAME                PIC X(30).
               10  DCL-M-BTH-DTE             PIC X(10).
               10  DCL-M-TRANSMITTER-ID      PIC X(8).
               10  DCL-M-FD-SPNSR-SHRT-NME   PIC X(3).
               10  DCL-M-SURVIVOR-SW         PIC X(1).
               10  DCL-M-ACCOUNT-CT          PIC 9(5).
               10  FILLER                    PIC X(21).
           05  DCL-ACCOUNT-AREA REDEFINES DCL-CLUSTER-AREA.
               10  DCL-A-BPR-ID1             PIC 9(11).
               10  DCL-A-BPR-ID2             PIC 9(11).
               10  DCL-A-FUND-CODE           PIC 9(7).
               10  DCL-A-ACCOUNT-NUMBER      PIC 9(11).
               10  FILLER                    PIC X(60).
      *---------------------------------------------------------*
      *    MERGE REQUESTS FOR CUSTOMER MAINTENANCE TO APPROVE --  *
      *    ONCE KEYED, THE MERGED CUSTOMER CARRIES THE SURVIVOR   *
      *    IN TO-CMR-BPR-ID1/ID2 AND THE CROSSWALK FOLLOWS IT     *
      *---------------------------------------------------------*
       FD  DUP-MERGE-REQ-OUT.
       01  DUP-MERGE-REQ-RECORD.
           05  MRQ-REQUEST-DTE               PIC 9(8).
           05  MRQ-CLUSTER-NBR               PIC 9(5).
           05  MRQ-FROM-BPR-ID1              PIC 9(11).
           05  MRQ-FROM-BPR-ID2              PIC 9(11).
           05  MRQ-TO-BPR-ID1                PIC 9(11).
           05  MRQ-TO-BPR-ID2                PIC 9(11).
           05  MRQ-SCORE                     PIC 9(3).
           05  MRQ-ACCOUNT-CT                PIC 9(5).
           05  MRQ-STATUS-CD                 PIC X(1).
               88  MRQ-STATUS-PENDING            VALUE 'P'.
           05  FILLER                        PIC X(14).
       SD  DUP-SORT-FL.
       01  DUP-SORT-RECORD.
           05  SRT-KEY-TYPE-CD               PIC X(1).
               88  SRT-KEY-TAX-ID                VALUE 'T'.
               88  SRT-KEY-NAME-BIRTH            VALUE 'N'.
               88  SRT-KEY-ADDRESS               VALUE 'A'.
               88  SRT-KEY-PHONE                 VALUE 'P'.
           05  SRT-KEY-VALUE                 PIC X(80).
           05  SRT-CU-SUB                    PIC 9(5).
       FD  DUP-RUN-CTL-FL.
       01  DUP-RUN-CTL-RECORD.
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
       01  DUP-SWITCHES.
           05  DUP-CST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DUP-CST-EOF                   VALUE 'Y'.
           05  DUP-ACT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DUP-ACT-EOF                   VALUE 'Y'.
           05  DUP-NDI-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DUP-NDI-EOF                   VALUE 'Y'.
           05  DUP-NDT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DUP-NDT-EOF                   VALUE 'Y'.
           05  DUP-SRT-EOF-SW                PIC X(01)   VALUE 'N'.
               88  DUP-SRT-EOF                   VALUE 'Y'.
           05  DUP-OVERSIZE-SW               PIC X(01)   VALUE 'N'.
               88  DUP-BLOCK-OVERSIZE            VALUE 'Y'.
           05  DUP-FOUND-SW                  PIC X(01)   VALUE 'N'.
               88  DUP-FOUND                     VALUE 'Y'.
               88  DUP-NOT-FOUND                 VALUE 'N'.
           05  DUP-NOISE-WORD-SW             PIC X(01)   VALUE 'N'.
               88  DUP-NOISE-WORD-FOUND          VALUE 'Y'.
               88  DUP-NOISE-WORD-NOT-FOUND      VALUE 'N'.
       01  DUP-COUNTERS                      COMP.
           05  DUP-CST-READ-CT               PIC 9(09)   VALUE ZERO.
           05  DUP-MERGED-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  DUP-DELETE-SKIP-CT            PIC 9(07)   VALUE ZERO.
           05  DUP-KEY-RELEASED-CT           PIC 9(09)   VALUE ZERO.
           05  DUP-BLOCK-OVERSIZE-CT         PIC 9(07)   VALUE ZERO.
           05  DUP-COMPARE-CT                PIC 9(09)   VALUE ZERO.
           05  DUP-SUPPRESSED-CT             PIC 9(07)   VALUE ZERO.
           05  DUP-CLUSTER-MERGE-CT          PIC 9(07)   VALUE ZERO.
           05  DUP-CLUSTER-REVIEW-CT         PIC 9(07)   VALUE ZERO.
           05  DUP-ACT-READ-CT               PIC 9(09)   VALUE ZERO.
           05  DUP-MERGE-REQ-CT              PIC 9(07)   VALUE ZERO.
           05  DUP-DEC-IN-CT                 PIC 9(07)   VALUE ZERO.
           05  DUP-DEC-TRAN-CT               PIC 9(07)   VALUE ZERO.
           05  DUP-DEC-REPEAT-CT             PIC 9(07)   VALUE ZERO.
           05  DUP-DEC-ADDED-CT              PIC 9(07)   VALUE ZERO.
           05  DUP-DEC-OUT-CT                PIC 9(07)   VALUE ZERO.
           05  DUP-FOOT-BREAK-CT             PIC 9(02)   VALUE ZERO.
       01  DUP-CU-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DUP-PR-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DUP-ND-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DUP-MB-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DUP-CL-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DUP-AC-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  DUP-GR-USED-CT                    PIC 9(03)   COMP
                                              VALUE ZERO.
       01  DUP-SUBSCRIPTS                    COMP.
           05  DUP-GR-I                      PIC 9(03)   VALUE ZERO.
           05  DUP-GR-J                      PIC 9(03)   VALUE ZERO.
           05  DUP-SUB-A                     PIC 9(05)   VALUE ZERO.
           05  DUP-SUB-B                     PIC 9(05)   VALUE ZERO.
           05  DUP-ROOT-A                    PIC 9(05)   VALUE ZERO.
           05  DUP-ROOT-B                    PIC 9(05)   VALUE ZERO.
           05  DUP-FIND-SUB                  PIC 9(05)   VALUE ZERO.
           05  DUP-CU-SUB                    PIC 9(05)   VALUE ZERO.
           05  DUP-MB-SUB                    PIC 9(05)   VALUE ZERO.
           05  DUP-CL-SUB                    PIC 9(05)   VALUE ZERO.
           05  DUP-AC-SUB                    PIC 9(05)   VALUE ZERO.
           05  DUP-DIGIT-IX                  PIC 9(03)   VALUE ZERO.
           05  DUP-DIGIT-CT                  PIC 9(03)   VALUE ZERO.
       01  DUP-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  DUP-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  DUP-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  DUP-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  DUP-RCD-REASON               PIC X(40).
       01  DUP-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  DUP-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    MATCH SCORING -- POINTS FOR EACH AGREEING ELEMENT,     *
      *    PENALTIES WHERE BOTH CUSTOMERS CARRY A TAX ID OR BIRTH *
      *    DATE AND THEY DIFFER.  A PAIR SCORING AT OR OVER THE   *
      *    REVIEW SCORE IS KEPT; A CLUSTER WHOSE WEAKEST PAIR IS  *
      *    AT OR OVER THE MERGE SCORE GOES TO CUSTOMER            *
      *    MAINTENANCE AS A MERGE REQUEST.  A BLOCK (SHARED KEY)  *
      *    LARGER THAN THE LIMIT IS A SHARED OFFICE PHONE OR      *
      *    ADDRESS, NOT A DUPLICATE, AND IS NOT PAIRED.  STARTER  *
      *    VALUES PENDING CUSTOMER MAINTENANCE'S SIGN-OFF         *
      *---------------------------------------------------------*
       01  DUP-SCORE-TABLE.
           05  DUP-PTS-TAX-ID                PIC S9(03)  VALUE +40.
           05  DUP-PTS-TAX-ID-DIFF           PIC S9(03)  VALUE -30.
           05  DUP-PTS-FULL-NAME             PIC S9(03)  VALUE +25.
           05  DUP-PTS-NAME-INITIAL          PIC S9(03)  VALUE +15.
           05  DUP-PTS-LAST-NAME             PIC S9(03)  VALUE +5.
           05  DUP-PTS-BIRTH                 PIC S9(03)  VALUE +20.
           05  DUP-PTS-BIRTH-DIFF            PIC S9(03)  VALUE -20.
           05  DUP-PTS-ADDRESS               PIC S9(03)  VALUE +10.
           05  DUP-PTS-PHONE                 PIC S9(03)  VALUE +5.
       01  DUP-REVIEW-SCORE                  PIC 9(03)   VALUE 50.
       01  DUP-MERGE-SCORE                   PIC 9(03)   VALUE 85.
       01  DUP-BLOCK-LIMIT                   PIC 9(03)   VALUE 50.
       01  DUP-SCORE-WK                      PIC S9(03)  VALUE ZERO.
       01  DUP-RUN-DTE                       PIC 9(08)   VALUE ZERO.
      *---------------------------------------------------------*
      *    NAME AND ADDRESS NORMALIZATION -- UPPER CASE,          *
      *    PUNCTUATION TO BLANKS, COURTESY TITLES DROPPED, SINGLE *
      *    SPACED, THE SAME WAY THE SANCTIONS SCREEN DOES IT      *
      *---------------------------------------------------------*
       01  DUP-LOWER-CASE                    PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  DUP-UPPER-CASE                    PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  DUP-PUNCT-CHARS                   PIC X(11)
               VALUE ".,'-/()#;:&".
       01  DUP-PUNCT-BLANKS                  PIC X(11)   VALUE SPACES.
       01  DUP-NOISE-VALUES.
           05  FILLER                        PIC X(12)   VALUE 'MR'.
           05  FILLER                        PIC X(12)   VALUE 'MRS'.
           05  FILLER                        PIC X(12)   VALUE 'MS'.
           05  FILLER                        PIC X(12)   VALUE 'MISS'.
           05  FILLER                        PIC X(12)   VALUE 'DR'.
           05  FILLER                        PIC X(12)   VALUE 'THE'.
           05  FILLER                        PIC X(12)   VALUE 'AND'.
           05  FILLER                        PIC X(12)   VALUE 'OF'.
       01  DUP-NOISE-TBL REDEFINES DUP-NOISE-VALUES.
           05  DUP-NOISE-WORD                PIC X(12)
                                             OCCURS 8 TIMES
                                             INDEXED BY DUP-NW-IDX.
       01  DUP-NRM-WORK.
           05  DUP-NRM-IN                    PIC X(210)  VALUE SPACES.
           05  DUP-NRM-OUT                   PIC X(120)  VALUE SPACES.
           05  DUP-NRM-CH-IX                 PIC 9(03)   COMP
                                              VALUE ZERO.
           05  DUP-NRM-PTR                   PIC 9(03)   COMP
                                              VALUE ZERO.
           05  DUP-NRM-CUR-TOKEN             PIC X(20)   VALUE SPACES.
           05  DUP-NRM-CUR-LEN               PIC 9(02)   COMP
                                              VALUE ZERO.
           05  DUP-NRM-TOKEN-CT              PIC 9(02)   COMP
                                              VALUE ZERO.
           05  DUP-NRM-TOKENS.
               10  DUP-NRM-TOKEN-ENTRY       OCCURS 12 TIMES
                                              INDEXED BY DUP-NT-IDX.
                   15  DUP-NRM-TOKEN         PIC X(20).
       01  DUP-ADR-WORK.
           05  DUP-ADR-NRM                   PIC X(55).
           05  DUP-ADR-ZIP                   PIC X(05).
       01  DUP-PHONE-WORK.
           05  DUP-PHN-FORMATTED.
               10  DUP-PHN-ARE               PIC 9(03).
               10  DUP-PHN-LCL               PIC 9(07).
           05  DUP-PHN-DIGITS                PIC X(15).
       01  DUP-NAME-KEY.
           05  DUP-NK-LST-NME                PIC X(20).
           05  DUP-NK-FRST-INIT              PIC X(01).
           05  DUP-NK-BTH-DTE                PIC X(10).
           05  FILLER                        PIC X(49)   VALUE SPACES.
       01  DUP-ADDRESS-KEY.
           05  DUP-AK-ADR                    PIC X(60).
           05  DUP-AK-LST-NME                PIC X(20).
      *---------------------------------------------------------*
      *    BPR ID PAIRS COMPARED AS ONE STRING, LOWER PAIR FIRST  *
      *---------------------------------------------------------*
       01  DUP-PAIR-KEY-WORK.
           05  DUP-PK-A.
               10  DUP-PK-A-ID1              PIC 9(11).
               10  DUP-PK-A-ID2              PIC 9(11).
           05  DUP-PK-B.
               10  DUP-PK-B-ID1              PIC 9(11).
               10  DUP-PK-B-ID2              PIC 9(11).
           05  DUP-PK-HOLD                   PIC X(22).
      *---------------------------------------------------------*
      *    EVERY LIVE CUSTOMER IN THE FEED WITH ITS NORMALIZED    *
      *    MATCH FIELDS.  PARENT-SUB LINKS A CUSTOMER TO THE      *
      *    CLUSTER IT HAS BEEN JOINED TO; A CUSTOMER THAT IS ITS  *
      *    OWN PARENT HEADS ITS CLUSTER AND CARRIES THE WEAKEST   *
      *    PAIR SCORE INSIDE IT                                   *
      *---------------------------------------------------------*
       01  DUP-CU-TBL.
           05  DUP-CU-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY DUP-CU-IDX.
               10  DUP-CU-BPR-ID-KEY.
                   15  DUP-CU-BPR-ID1        PIC 9(11).
                   15  DUP-CU-BPR-ID2        PIC 9(11).
               10  DUP-CU-DSP-NME            PIC X(30).
               10  DUP-CU-NRM-LST            PIC X(20).
               10  DUP-CU-NRM-FRST           PIC X(20).
               10  DUP-CU-TAX-ID             PIC 9(09).
               10  DUP-CU-BTH-DTE            PIC X(10).
               10  DUP-CU-NRM-ADR            PIC X(60).
               10  DUP-CU-PHONE              PIC X(15).
               10  DUP-CU-TRANSMITTER-ID     PIC X(08).
               10  DUP-CU-FD-SPNSR-SHRT-NME  PIC X(03).
               10  DUP-CU-PARENT-SUB         PIC 9(05)   COMP.
               10  DUP-CU-MIN-SCORE          PIC 9(03)   COMP.
               10  DUP-CU-MEMBER-CT          PIC 9(05)   COMP.
               10  DUP-CU-CL-SUB             PIC 9(05)   COMP.
       01  DUP-GROUP-TBL.
           05  DUP-GR-CU-SUB                 PIC 9(05)   COMP
                                             OCCURS 50 TIMES.
       01  DUP-BLOCK-HOLD.
           05  DUP-HOLD-KEY-TYPE-CD          PIC X(01)   VALUE SPACES.
           05  DUP-HOLD-KEY-VALUE            PIC X(80)   VALUE SPACES.
       01  DUP-PR-TBL.
           05  DUP-PR-ENTRY                  OCCURS 30000 TIMES
                                              INDEXED BY DUP-PR-IDX.
               10  DUP-PR-SUB-A              PIC 9(05)   COMP.
               10  DUP-PR-SUB-B              PIC 9(05)   COMP.
       01  DUP-ND-TBL.
           05  DUP-ND-ENTRY                  OCCURS 20000 TIMES
                                              INDEXED BY DUP-ND-IDX.
               10  DUP-ND-KEY-A              PIC X(22).
               10  DUP-ND-KEY-B              PIC X(22).
               10  DUP-ND-DECISION-DTE       PIC 9(08).
               10  DUP-ND-DECISION-OPID      PIC X(08).
      *---------------------------------------------------------*
      *    CLUSTERS, THEIR MEMBERS AND THE MEMBERS' ACCOUNTS,     *
      *    CHAINED SO EACH CLUSTER WRITES OUT IN ONE PASS         *
      *---------------------------------------------------------*
       01  DUP-CL-TBL.
           05  DUP-CL-ENTRY                  OCCURS 5000 TIMES
                                              INDEXED BY DUP-CL-IDX.
               10  DUP-CL-SCORE              PIC 9(03)   COMP.
               10  DUP-CL-MEMBER-CT          PIC 9(05)   COMP.
               10  DUP-CL-FIRST-MB           PIC 9(05)   COMP.
               10  DUP-CL-LAST-MB            PIC 9(05)   COMP.
               10  DUP-CL-SURV-MB            PIC 9(05)   COMP.
       01  DUP-MB-TBL.
           05  DUP-MB-ENTRY                  OCCURS 10000 TIMES
                                              INDEXED BY DUP-MB-IDX.
               10  DUP-MB-BPR-ID-KEY.
                   15  DUP-MB-BPR-ID1        PIC 9(11).
                   15  DUP-MB-BPR-ID2        PIC 9(11).
               10  DUP-MB-CU-SUB             PIC 9(05)   COMP.
               10  DUP-MB-NEXT-MB            PIC 9(05)   COMP.
               10  DUP-MB-FIRST-AC           PIC 9(05)   COMP.
               10  DUP-MB-LAST-AC            PIC 9(05)   COMP.
               10  DUP-MB-ACCOUNT-CT         PIC 9(05)   COMP.
       01  DUP-AC-TBL.
           05  DUP-AC-ENTRY                  OCCURS 30000 TIMES.
               10  DUP-AC-FUND-CODE          PIC 9(07).
               10  DUP-AC-ACCOUNT-NUMBER     PIC 9(11).
               10  DUP-AC-NEXT-AC            PIC 9(05)   COMP.
       01  DUP-EXC-KEY.
           05  DUP-EXC-BPR-ID1               PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  DUP-EXC-BPR-ID2               PIC 9(11).
       01  DUP-CLU-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'PROBABLE DUPLICATE CUSTOMER CLUSTERS'.
       01  DUP-CLU-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'CLUSTER'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'SCORE'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'ACTION'.
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID1'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID2'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(30)   VALUE 'NAME'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'BIRTH DATE'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(08)
               VALUE 'XMITTER'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(04)   VALUE 'SPN'.
           05  FILLER                        PIC X(05)   VALUE 'ACCTS'.
       01  DUP-CLU-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DUP-CLL-CLUSTER-NBR           PIC ZZZZZZ9.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DUP-CLL-SCORE                 PIC ZZ9.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  DUP-CLL-ACTION                PIC X(06).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DUP-CLL-SURVIVOR              PIC X(01).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  DUP-CLL-BPR-ID1               PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  DUP-CLL-BPR-ID2               PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  DUP-CLL-NAME                  PIC X(30).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  DUP-CLL-BTH-DTE               PIC X(10).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  DUP-CLL-TRANSMITTER-ID        PIC X(08).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  DUP-CLL-FD-SPNSR-SHRT-NME     PIC X(03).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  DUP-CLL-ACCOUNT-CT            PIC ZZZZ9.
       01  DUP-MRQ-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'MERGE REQUESTS FOR CUSTOMER MAINTENANCE'.
       01  DUP-MRQ-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)
               VALUE 'CLUSTER'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'SCORE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(23)
               VALUE 'MERGE FROM ID1/ID2'.
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  FILLER                        PIC X(23)
               VALUE 'INTO SURVIVOR ID1/ID2'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'ACCTS'.
       01  DUP-MRQ-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DUP-MQL-CLUSTER-NBR           PIC ZZZZZZ9.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DUP-MQL-SCORE                 PIC ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  DUP-MQL-FROM-BPR-ID1          PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '/'.
           05  DUP-MQL-FROM-BPR-ID2          PIC 9(11).
           05  FILLER                        PIC X(04)   VALUE ' -> '.
           05  DUP-MQL-TO-BPR-ID1            PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE '/'.
           05  DUP-MQL-TO-BPR-ID2            PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  DUP-MQL-ACCOUNT-CT            PIC ZZZZ9.
       01  DUP-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'DUPLICATE CUSTOMER MATCH CONTROL TOTALS'.
       01  DUP-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DUP-TL-LABEL                  PIC X(34).
           05  DUP-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  DUP-FOOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  DUP-FT-RESULT                 PIC X(50).
      *---------------------------------------------------------*
      *    EACH DETAIL STREAM IS CAPTURED DURING THE RUN AND      *
      *    PRINTED UNDER ITS OWN NUMBERED SECTION AT END OF RUN,  *
      *    SO PAGE-OVERFLOW HEADINGS ALWAYS MATCH THE STREAM      *
      *---------------------------------------------------------*
       01  DUP-CLU-CAP-TBL.
           05  DUP-CLU-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY DUP-CLU-CAP-IX.
       01  DUP-CLU-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  DUP-CLU-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  DUP-MRQ-CAP-TBL.
           05  DUP-MRQ-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY DUP-MRQ-CAP-IX.
       01  DUP-MRQ-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  DUP-MRQ-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  DUP-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT DUP-SORT-FL
               ON ASCENDING KEY SRT-KEY-TYPE-CD
                                SRT-KEY-VALUE
                                SRT-CU-SUB
               INPUT PROCEDURE IS 2000-RELEASE-CUSTOMERS
                               THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-MATCH-BLOCKS
                               THRU 3000-EXIT.
           PERFORM 4000-BUILD-CLUSTERS THRU 4000-EXIT.
           PERFORM 4500-ATTACH-ACCOUNTS THRU 4500-EXIT
               UNTIL DUP-ACT-EOF.
           PERFORM 4700-PICK-SURVIVORS THRU 4700-EXIT.
           PERFORM 5000-WRITE-CLUSTERS THRU 5000-EXIT.
           PERFORM 7000-CARRY-DECISIONS THRU 7000-EXIT.
           PERFORM 8500-PRINT-CLUSTER-SECTION THRU 8500-EXIT.
           PERFORM 8510-PRINT-MERGE-SECTION THRU 8510-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE DUP-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------*
      *    OPEN FILES AND LOAD THE "NOT A DUPLICATE" DECISIONS -- *
      *    THOSE CARRIED FROM PRIOR RUNS, THEN TODAY'S NEW ONES   *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT DUP-CUST-FL.
           OPEN INPUT DUP-ACCT-FL.
           OPEN INPUT DUP-DECISION-IN.
           OPEN INPUT DUP-DECISION-TRAN.
           OPEN OUTPUT DUP-DECISION-OUT.
           OPEN OUTPUT DUP-CLUSTER-OUT.
           OPEN OUTPUT DUP-MERGE-REQ-OUT.
           OPEN EXTEND DUP-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT DUP-RUN-DTE FROM DATE YYYYMMDD.
           MOVE DUP-RUN-DTE TO RPT-CYCLE-TX.
           PERFORM 1100-LOAD-DECISION THRU 1100-EXIT
               UNTIL DUP-NDI-EOF.
           PERFORM 1150-LOAD-NEW-DECISION THRU 1150-EXIT
               UNTIL DUP-NDT-EOF.
           READ DUP-ACCT-FL
               AT END
                   SET DUP-ACT-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
       1100-LOAD-DECISION.
           READ DUP-DECISION-IN
               AT END
                   SET DUP-NDI-EOF TO TRUE
           END-READ.
           IF DUP-NDI-EOF
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO DUP-DEC-IN-CT.
           MOVE NDI-BPR-ID1-A TO DUP-PK-A-ID1.
           MOVE NDI-BPR-ID2-A TO DUP-PK-A-ID2.
           MOVE NDI-BPR-ID1-B TO DUP-PK-B-ID1.
           MOVE NDI-BPR-ID2-B TO DUP-PK-B-ID2.
           PERFORM 1200-ORDER-PAIR-KEY THRU 1200-EXIT.
           IF DUP-ND-USED-CT >= 20000
               MOVE ' DECISIONS' TO DUP-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO DUP-ND-USED-CT.
           SET DUP-ND-IDX TO DUP-ND-USED-CT.
           MOVE DUP-PK-A TO DUP-ND-KEY-A (DUP-ND-IDX).
           MOVE DUP-PK-B TO DUP-ND-KEY-B (DUP-ND-IDX).
           MOVE NDI-DECISION-DTE TO DUP-ND-DECISION-DTE (DUP-ND-IDX).
           MOVE NDI-DECISION-OPID
               TO DUP-ND-DECISION-OPID (DUP-ND-IDX).
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A NEW DECISION FOR A PAIR ALREADY CLEARED IS COUNTED   *
      *    AND DROPPED SO THE CARRIED FILE HOLDS EACH PAIR ONCE   *
      *---------------------------------------------------------*
       1150-LOAD-NEW-DECISION.
           READ DUP-DECISION-TRAN
               AT END
                   SET DUP-NDT-EOF TO TRUE
           END-READ.
           IF DUP-NDT-EOF
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO DUP-DEC-TRAN-CT.
           MOVE NDT-BPR-ID1-A TO DUP-PK-A-ID1.
           MOVE NDT-BPR-ID2-A TO DUP-PK-A-ID2.
           MOVE NDT-BPR-ID1-B TO DUP-PK-B-ID1.
           MOVE NDT-BPR-ID2-B TO DUP-PK-B-ID2.
           PERFORM 1200-ORDER-PAIR-KEY THRU 1200-EXIT.
           PERFORM 3450-FIND-DECISION THRU 3450-EXIT.
           IF DUP-FOUND
               ADD 1 TO DUP-DEC-REPEAT-CT
               GO TO 1150-EXIT
           END-IF.
           IF DUP-ND-USED-CT >= 20000
               MOVE ' DECISIONS' TO DUP-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO DUP-ND-USED-CT.
           ADD 1 TO DUP-DEC-ADDED-CT.
           SET DUP-ND-IDX TO DUP-ND-USED-CT.
           MOVE DUP-PK-A TO DUP-ND-KEY-A (DUP-ND-IDX).
           MOVE DUP-PK-B TO DUP-ND-KEY-B (DUP-ND-IDX).
           MOVE NDT-DECISION-DTE TO DUP-ND-DECISION-DTE (DUP-ND-IDX).
           MOVE NDT-DECISION-OPID
               TO DUP-ND-DECISION-OPID (DUP-ND-IDX).
       1150-EXIT.
           EXIT.
       1200-ORDER-PAIR-KEY.
           IF DUP-PK-A > DUP-PK-B
               MOVE DUP-PK-A TO DUP-PK-HOLD
               MOVE DUP-PK-B TO DUP-PK-A
               MOVE DUP-PK-HOLD TO DUP-PK-B
           END-IF.
       1200-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    LOAD EVERY LIVE CUSTOMER AND RELEASE ONE BLOCKING KEY  *
      *    PER MATCH ELEMENT IT CARRIES.  A CUSTOMER ALREADY      *
      *    MERGED AWAY (TO-CMR-BPR-ID1/ID2 PRESENT) IS LEFT TO    *
      *    THE MERGE-CHAIN CROSSWALK                              *
      *---------------------------------------------------------*
       2000-RELEASE-CUSTOMERS.
           READ DUP-CUST-FL
               AT END
                   SET DUP-CST-EOF TO TRUE
           END-READ.
           PERFORM 2100-RELEASE-ONE-CUSTOMER THRU 2100-EXIT
               UNTIL DUP-CST-EOF.
       2000-EXIT.
           EXIT.
       2100-RELEASE-ONE-CUSTOMER.
           ADD 1 TO DUP-CST-READ-CT.
           IF DUP-CMR-PROCESS-TYPE-DELETE
               ADD 1 TO DUP-DELETE-SKIP-CT
               GO TO 2100-READ-NEXT
           END-IF.
           IF (DUP-TO-CMR-BPR-ID1 NUMERIC
               AND DUP-TO-CMR-BPR-ID1 NOT = ZERO)
              OR (DUP-TO-CMR-BPR-ID2 NUMERIC
               AND DUP-TO-CMR-BPR-ID2 NOT = ZERO)
               ADD 1 TO DUP-MERGED-SKIP-CT
               GO TO 2100-READ-NEXT
           END-IF.
           IF DUP-CU-USED-CT >= 20000
               MOVE ' CUSTOMERS' TO DUP-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO DUP-CU-USED-CT.
           SET DUP-CU-IDX TO DUP-CU-USED-CT.
           PERFORM 2150-LOAD-MATCH-FIELDS THRU 2150-EXIT.
           PERFORM 2200-RELEASE-KEYS THRU 2200-EXIT.
       2100-READ-NEXT.
           READ DUP-CUST-FL
               AT END
                   SET DUP-CST-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2150-LOAD-MATCH-FIELDS.
           MOVE DUP-CMR-BPR-ID1 TO DUP-CU-BPR-ID1 (DUP-CU-IDX).
           MOVE DUP-CMR-BPR-ID2 TO DUP-CU-BPR-ID2 (DUP-CU-IDX).
           SET DUP-CU-PARENT-SUB (DUP-CU-IDX) TO DUP-CU-IDX.
           MOVE 999 TO DUP-CU-MIN-SCORE (DUP-CU-IDX).
           MOVE ZERO TO DUP-CU-MEMBER-CT (DUP-CU-IDX).
           MOVE ZERO TO DUP-CU-CL-SUB (DUP-CU-IDX).
           MOVE DUP-TRANSMITTER-ID
               TO DUP-CU-TRANSMITTER-ID (DUP-CU-IDX).
           MOVE DUP-FD-SPNSR-SHRT-NME
               TO DUP-CU-FD-SPNSR-SHRT-NME (DUP-CU-IDX).
           IF DUP-CMR-TAX-ID NUMERIC
              AND DUP-CMR-TAX-ID NOT = ZERO
              AND DUP-CMR-TAX-ID NOT = 999999999
               MOVE DUP-CMR-TAX-ID TO DUP-CU-TAX-ID (DUP-CU-IDX)
           ELSE
               MOVE ZERO TO DUP-CU-TAX-ID (DUP-CU-IDX)
           END-IF.
           IF DUP-CMR-BTH-DTE = '0000-00-00'
               MOVE SPACES TO DUP-CU-BTH-DTE (DUP-CU-IDX)
           ELSE
               MOVE DUP-CMR-BTH-DTE TO DUP-CU-BTH-DTE (DUP-CU-IDX)
           END-IF.
      *    A CORPORATION MATCHES ON ITS CORPORATE NAME ALONE
           IF DUP-CMR-TYP-CORPORATION
               MOVE DUP-CUSTOMER-CORPORATE-NM TO DUP-NRM-IN
               PERFORM 6000-NORMALIZE-TEXT THRU 6000-EXIT
               MOVE DUP-NRM-OUT TO DUP-CU-NRM-LST (DUP-CU-IDX)
               MOVE SPACES TO DUP-CU-NRM-FRST (DUP-CU-IDX)
               MOVE DUP-CUSTOMER-CORPORATE-NM
                   TO DUP-CU-DSP-NME (DUP-CU-IDX)
           ELSE
               MOVE DUP-CMR-CRP-LST-NME TO DUP-NRM-IN
               PERFORM 6000-NORMALIZE-TEXT THRU 6000-EXIT
               MOVE DUP-NRM-OUT TO DUP-CU-NRM-LST (DUP-CU-IDX)
               MOVE DUP-CMR-FRST-NME TO DUP-NRM-IN
               PERFORM 6000-NORMALIZE-TEXT THRU 6000-EXIT
               MOVE DUP-NRM-TOKEN (1) TO DUP-CU-NRM-FRST (DUP-CU-IDX)
               MOVE SPACES TO DUP-CU-DSP-NME (DUP-CU-IDX)
               STRING DUP-CMR-CRP-LST-NME DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      DUP-CMR-FRST-NME DELIMITED BY '  '
                   INTO DUP-CU-DSP-NME (DUP-CU-IDX)
               END-STRING
           END-IF.
           IF DUP-NRM-TOKEN-CT = ZERO
               MOVE SPACES TO DUP-CU-NRM-FRST (DUP-CU-IDX)
           END-IF.
           MOVE DUP-PTL-ADR-KEY TO DUP-NRM-IN.
           PERFORM 6000-NORMALIZE-TEXT THRU 6000-EXIT.
           IF DUP-NRM-OUT = SPACES
               MOVE SPACES TO DUP-CU-NRM-ADR (DUP-CU-IDX)
           ELSE
               MOVE DUP-NRM-OUT TO DUP-ADR-NRM
               MOVE DUP-ZIP-DELVRY-OFC-CDE TO DUP-ADR-ZIP
               MOVE DUP-ADR-WORK TO DUP-CU-NRM-ADR (DUP-CU-IDX)
           END-IF.
           PERFORM 2170-LOAD-PHONE THRU 2170-EXIT.
       2150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE FORMATTED AREA CODE / LOCAL NUMBER WHEN PRESENT,   *
      *    OTHERWISE THE DIGITS OF THE FREE-FORM NUMBER -- FEWER  *
      *    THAN SEVEN DIGITS IS NOT A PHONE NUMBER                *
      *---------------------------------------------------------*
       2170-LOAD-PHONE.
           MOVE SPACES TO DUP-PHN-DIGITS.
           IF DUP-FTPHN-NBR-ARE-CDE NUMERIC
              AND DUP-FTPHN-NBR-LCL-NBR NUMERIC
              AND DUP-FTPHN-NBR-LCL-NBR NOT = ZERO
               MOVE DUP-FTPHN-NBR-ARE-CDE TO DUP-PHN-ARE
               MOVE DUP-FTPHN-NBR-LCL-NBR TO DUP-PHN-LCL
               MOVE DUP-PHN-FORMATTED TO DUP-PHN-DIGITS
               MOVE DUP-PHN-DIGITS TO DUP-CU-PHONE (DUP-CU-IDX)
               GO TO 2170-EXIT
           END-IF.
           MOVE ZERO TO DUP-DIGIT-CT.
           PERFORM 2175-TAKE-ONE-DIGIT THRU 2175-EXIT
                   VARYING DUP-DIGIT-IX FROM 1 BY 1
                   UNTIL DUP-DIGIT-IX > 20.
           IF DUP-DIGIT-CT < 7
               MOVE SPACES TO DUP-PHN-DIGITS
           END-IF.
           MOVE DUP-PHN-DIGITS TO DUP-CU-PHONE (DUP-CU-IDX).
       2170-EXIT.
           EXIT.
       2175-TAKE-ONE-DIGIT.
           IF DUP-PHN-NBR-TXT (DUP-DIGIT-IX:1) NOT NUMERIC
              OR DUP-DIGIT-CT >= 15
               GO TO 2175-EXIT
           END-IF.
           ADD 1 TO DUP-DIGIT-CT.
           MOVE DUP-PHN-NBR-TXT (DUP-DIGIT-IX:1)
               TO DUP-PHN-DIGITS (DUP-DIGIT-CT:1).
       2175-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BLOCKING KEYS -- ONLY CUSTOMERS SHARING A KEY ARE      *
      *    EVER COMPARED.  TAX ID; LAST NAME, FIRST INITIAL AND   *
      *    BIRTH DATE; ADDRESS WITH LAST NAME; PHONE              *
      *---------------------------------------------------------*
       2200-RELEASE-KEYS.
           SET DUP-CU-SUB TO DUP-CU-IDX.
           IF DUP-CU-TAX-ID (DUP-CU-IDX) NOT = ZERO
               MOVE SPACES TO DUP-SORT-RECORD
               MOVE 'T' TO SRT-KEY-TYPE-CD
               MOVE DUP-CU-TAX-ID (DUP-CU-IDX) TO SRT-KEY-VALUE
               PERFORM 2250-RELEASE-ONE-KEY THRU 2250-EXIT
           END-IF.
           IF DUP-CU-NRM-LST (DUP-CU-IDX) NOT = SPACES
              AND DUP-CU-BTH-DTE (DUP-CU-IDX) NOT = SPACES
               MOVE DUP-CU-NRM-LST (DUP-CU-IDX) TO DUP-NK-LST-NME
               MOVE DUP-CU-NRM-FRST (DUP-CU-IDX) (1:1)
                   TO DUP-NK-FRST-INIT
               MOVE DUP-CU-BTH-DTE (DUP-CU-IDX) TO DUP-NK-BTH-DTE
               MOVE SPACES TO DUP-SORT-RECORD
               MOVE 'N' TO SRT-KEY-TYPE-CD
               MOVE DUP-NAME-KEY TO SRT-KEY-VALUE
               PERFORM 2250-RELEASE-ONE-KEY THRU 2250-EXIT
           END-IF.
           IF DUP-CU-NRM-ADR (DUP-CU-IDX) NOT = SPACES
               MOVE DUP-CU-NRM-ADR (DUP-CU-IDX) TO DUP-AK-ADR
               MOVE DUP-CU-NRM-LST (DUP-CU-IDX) TO DUP-AK-LST-NME
               MOVE SPACES TO DUP-SORT-RECORD
               MOVE 'A' TO SRT-KEY-TYPE-CD
               MOVE DUP-ADDRESS-KEY TO SRT-KEY-VALUE
               PERFORM 2250-RELEASE-ONE-KEY THRU 2250-EXIT
           END-IF.
           IF DUP-CU-PHONE (DUP-CU-IDX) NOT = SPACES
               MOVE SPACES TO DUP-SORT-RECORD
               MOVE 'P' TO SRT-KEY-TYPE-CD
               MOVE DUP-CU-PHONE (DUP-CU-IDX) TO SRT-KEY-VALUE
               PERFORM 2250-RELEASE-ONE-KEY THRU 2250-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
       2250-RELEASE-ONE-KEY.
           MOVE DUP-CU-SUB TO SRT-CU-SUB.
           RELEASE DUP-SORT-RECORD.
           ADD 1 TO DUP-KEY-RELEASED-CT.
       2250-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    WALK THE SORTED KEYS A BLOCK AT A TIME AND COMPARE     *
      *    EVERY PAIR INSIDE EACH BLOCK                           *
      *---------------------------------------------------------*
       3000-MATCH-BLOCKS.
           PERFORM 3100-RETURN-KEY THRU 3100-EXIT.
           IF NOT DUP-SRT-EOF
               MOVE SRT-KEY-TYPE-CD TO DUP-HOLD-KEY-TYPE-CD
               MOVE SRT-KEY-VALUE TO DUP-HOLD-KEY-VALUE
           END-IF.
           PERFORM 3150-TAKE-ONE-KEY THRU 3150-EXIT
               UNTIL DUP-SRT-EOF.
           PERFORM 3200-CLOSE-BLOCK THRU 3200-EXIT.
       3000-EXIT.
           EXIT.
       3100-RETURN-KEY.
           RETURN DUP-SORT-FL
               AT END
                   SET DUP-SRT-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.
       3150-TAKE-ONE-KEY.
           IF SRT-KEY-TYPE-CD NOT = DUP-HOLD-KEY-TYPE-CD
              OR SRT-KEY-VALUE NOT = DUP-HOLD-KEY-VALUE
               PERFORM 3200-CLOSE-BLOCK THRU 3200-EXIT
               MOVE SRT-KEY-TYPE-CD TO DUP-HOLD-KEY-TYPE-CD
               MOVE SRT-KEY-VALUE TO DUP-HOLD-KEY-VALUE
           END-IF.
           IF DUP-GR-USED-CT < DUP-BLOCK-LIMIT
               ADD 1 TO DUP-GR-USED-CT
               MOVE SRT-CU-SUB TO DUP-GR-CU-SUB (DUP-GR-USED-CT)
           ELSE
               MOVE 'Y' TO DUP-OVERSIZE-SW
           END-IF.
           PERFORM 3100-RETURN-KEY THRU 3100-EXIT.
       3150-EXIT.
           EXIT.
       3200-CLOSE-BLOCK.
           IF DUP-BLOCK-OVERSIZE
               ADD 1 TO DUP-BLOCK-OVERSIZE-CT
               GO TO 3200-RESET
           END-IF.
           IF DUP-GR-USED-CT > 1
               PERFORM 3300-PAIR-OUTER THRU 3300-EXIT
                       VARYING DUP-GR-I FROM 1 BY 1
                       UNTIL DUP-GR-I >= DUP-GR-USED-CT
           END-IF.
       3200-RESET.
           MOVE ZERO TO DUP-GR-USED-CT.
           MOVE 'N' TO DUP-OVERSIZE-SW.
       3200-EXIT.
           EXIT.
       3300-PAIR-OUTER.
           COMPUTE DUP-GR-J = DUP-GR-I + 1.
           PERFORM 3310-PAIR-INNER THRU 3310-EXIT
                   UNTIL DUP-GR-J > DUP-GR-USED-CT.
       3300-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A PAIR ALREADY KEPT FROM AN EARLIER BLOCK IS NOT       *
      *    SCORED AGAIN; ONE A REVIEWER HAS CLEARED IS DROPPED    *
      *---------------------------------------------------------*
       3310-PAIR-INNER.
           MOVE DUP-GR-CU-SUB (DUP-GR-I) TO DUP-SUB-A.
           MOVE DUP-GR-CU-SUB (DUP-GR-J) TO DUP-SUB-B.
           ADD 1 TO DUP-GR-J.
           IF DUP-SUB-A = DUP-SUB-B
               GO TO 3310-EXIT
           END-IF.
           PERFORM 3320-FIND-KEPT-PAIR THRU 3320-EXIT.
           IF DUP-FOUND
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO DUP-COMPARE-CT.
           PERFORM 3400-SCORE-PAIR THRU 3400-EXIT.
           IF DUP-SCORE-WK < DUP-REVIEW-SCORE
               GO TO 3310-EXIT
           END-IF.
           MOVE DUP-CU-BPR-ID-KEY (DUP-SUB-A) TO DUP-PK-A.
           MOVE DUP-CU-BPR-ID-KEY (DUP-SUB-B) TO DUP-PK-B.
           PERFORM 1200-ORDER-PAIR-KEY THRU 1200-EXIT.
           PERFORM 3450-FIND-DECISION THRU 3450-EXIT.
           IF DUP-FOUND
               ADD 1 TO DUP-SUPPRESSED-CT
               GO TO 3310-EXIT
           END-IF.
           PERFORM 3500-KEEP-PAIR THRU 3500-EXIT.
       3310-EXIT.
           EXIT.
       3320-FIND-KEPT-PAIR.
           SET DUP-NOT-FOUND TO TRUE.
           IF DUP-PR-USED-CT = ZERO
               GO TO 3320-EXIT
           END-IF.
           SET DUP-PR-IDX TO 1.
           SEARCH DUP-PR-ENTRY VARYING DUP-PR-IDX
               AT END
                   CONTINUE
               WHEN DUP-PR-IDX > DUP-PR-USED-CT
                   CONTINUE
               WHEN (DUP-PR-SUB-A (DUP-PR-IDX) = DUP-SUB-A
                 AND DUP-PR-SUB-B (DUP-PR-IDX) = DUP-SUB-B)
                 OR (DUP-PR-SUB-A (DUP-PR-IDX) = DUP-SUB-B
                 AND DUP-PR-SUB-B (DUP-PR-IDX) = DUP-SUB-A)
                   SET DUP-FOUND TO TRUE
           END-SEARCH.
       3320-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    SCORE ONE PAIR ON TAX ID, NAME, BIRTH DATE, ADDRESS    *
      *    AND PHONE -- NEVER BELOW ZERO                          *
      *---------------------------------------------------------*
       3400-SCORE-PAIR.
           MOVE ZERO TO DUP-SCORE-WK.
           IF DUP-CU-TAX-ID (DUP-SUB-A) NOT = ZERO
              AND DUP-CU-TAX-ID (DUP-SUB-B) NOT = ZERO
               IF DUP-CU-TAX-ID (DUP-SUB-A)
                  = DUP-CU-TAX-ID (DUP-SUB-B)
                   ADD DUP-PTS-TAX-ID TO DUP-SCORE-WK
               ELSE
                   ADD DUP-PTS-TAX-ID-DIFF TO DUP-SCORE-WK
               END-IF
           END-IF.
           IF DUP-CU-NRM-LST (DUP-SUB-A) NOT = SPACES
              AND DUP-CU-NRM-LST (DUP-SUB-A)
                  = DUP-CU-NRM-LST (DUP-SUB-B)
               EVALUATE TRUE
                   WHEN DUP-CU-NRM-FRST (DUP-SUB-A) NOT = SPACES
                    AND DUP-CU-NRM-FRST (DUP-SUB-A)
                        = DUP-CU-NRM-FRST (DUP-SUB-B)
                       ADD DUP-PTS-FULL-NAME TO DUP-SCORE-WK
                   WHEN DUP-CU-NRM-FRST (DUP-SUB-A) NOT = SPACES
                    AND DUP-CU-NRM-FRST (DUP-SUB-A) (1:1)
                        = DUP-CU-NRM-FRST (DUP-SUB-B) (1:1)
                       ADD DUP-PTS-NAME-INITIAL TO DUP-SCORE-WK
                   WHEN OTHER
                       ADD DUP-PTS-LAST-NAME TO DUP-SCORE-WK
               END-EVALUATE
           END-IF.
           IF DUP-CU-BTH-DTE (DUP-SUB-A) NOT = SPACES
              AND DUP-CU-BTH-DTE (DUP-SUB-B) NOT = SPACES
               IF DUP-CU-BTH-DTE (DUP-SUB-A)
                  = DUP-CU-BTH-DTE (DUP-SUB-B)
                   ADD DUP-PTS-BIRTH TO DUP-SCORE-WK
               ELSE
                   ADD DUP-PTS-BIRTH-DIFF TO DUP-SCORE-WK
               END-IF
           END-IF.
           IF DUP-CU-NRM-ADR (DUP-SUB-A) NOT = SPACES
              AND DUP-CU-NRM-ADR (DUP-SUB-A)
                  = DUP-CU-NRM-ADR (DUP-SUB-B)
               ADD DUP-PTS-ADDRESS TO DUP-SCORE-WK
           END-IF.
           IF DUP-CU-PHONE (DUP-SUB-A) NOT = SPACES
              AND DUP-CU-PHONE (DUP-SUB-A)
                  = DUP-CU-PHONE (DUP-SUB-B)
               ADD DUP-PTS-PHONE TO DUP-SCORE-WK
           END-IF.
           IF DUP-SCORE-WK < ZERO
               MOVE ZERO TO DUP-SCORE-WK
           END-IF.
       3400-EXIT.
           EXIT.
       3450-FIND-DECISION.
           SET DUP-NOT-FOUND TO TRUE.
           IF DUP-ND-USED-CT = ZERO
               GO TO 3450-EXIT
           END-IF.
           SET DUP-ND-IDX TO 1.
           SEARCH DUP-ND-ENTRY VARYING DUP-ND-IDX
               AT END
                   CONTINUE
               WHEN DUP-ND-IDX > DUP-ND-USED-CT
                   CONTINUE
               WHEN DUP-ND-KEY-A (DUP-ND-IDX) = DUP-PK-A
                AND DUP-ND-KEY-B (DUP-ND-IDX) = DUP-PK-B
                   SET DUP-FOUND TO TRUE
           END-SEARCH.
       3450-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    KEEP THE PAIR AND JOIN THE TWO CUSTOMERS' CLUSTERS --  *
      *    THE SURVIVING HEAD CARRIES THE WEAKEST SCORE OF BOTH   *
      *    SIDES AND OF THE PAIR THAT JOINED THEM                 *
      *---------------------------------------------------------*
       3500-KEEP-PAIR.
           IF DUP-PR-USED-CT >= 30000
               MOVE ' MATCHED PAIRS' TO DUP-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO DUP-PR-USED-CT.
           SET DUP-PR-IDX TO DUP-PR-USED-CT.
           MOVE DUP-SUB-A TO DUP-PR-SUB-A (DUP-PR-IDX).
           MOVE DUP-SUB-B TO DUP-PR-SUB-B (DUP-PR-IDX).
           MOVE DUP-SUB-A TO DUP-FIND-SUB.
           PERFORM 3550-FIND-HEAD THRU 3550-EXIT.
           MOVE DUP-FIND-SUB TO DUP-ROOT-A.
           MOVE DUP-SUB-B TO DUP-FIND-SUB.
           PERFORM 3550-FIND-HEAD THRU 3550-EXIT.
           MOVE DUP-FIND-SUB TO DUP-ROOT-B.
           IF DUP-ROOT-A NOT = DUP-ROOT-B
               MOVE DUP-ROOT-A TO DUP-CU-PARENT-SUB (DUP-ROOT-B)
               IF DUP-CU-MIN-SCORE (DUP-ROOT-B)
                  < DUP-CU-MIN-SCORE (DUP-ROOT-A)
                   MOVE DUP-CU-MIN-SCORE (DUP-ROOT-B)
                       TO DUP-CU-MIN-SCORE (DUP-ROOT-A)
               END-IF
           END-IF.
           IF DUP-SCORE-WK < DUP-CU-MIN-SCORE (DUP-ROOT-A)
               MOVE DUP-SCORE-WK TO DUP-CU-MIN-SCORE (DUP-ROOT-A)
           END-IF.
       3500-EXIT.
           EXIT.
       3550-FIND-HEAD.
           PERFORM 3560-STEP-UP THRU 3560-EXIT
               UNTIL DUP-CU-PARENT-SUB (DUP-FIND-SUB) = DUP-FIND-SUB.
       3550-EXIT.
           EXIT.
       3560-STEP-UP.
           MOVE DUP-CU-PARENT-SUB (DUP-FIND-SUB) TO DUP-FIND-SUB.
       3560-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    NUMBER THE CLUSTERS AND CHAIN EACH MEMBER CUSTOMER     *
      *    UNDER ITS CLUSTER, IN FEED ORDER                       *
      *---------------------------------------------------------*
       4000-BUILD-CLUSTERS.
           IF DUP-PR-USED-CT = ZERO
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-COUNT-ONE-MEMBER THRU 4050-EXIT
                   VARYING DUP-CU-SUB FROM 1 BY 1
                   UNTIL DUP-CU-SUB > DUP-CU-USED-CT.
           PERFORM 4100-CHAIN-ONE-MEMBER THRU 4100-EXIT
                   VARYING DUP-CU-SUB FROM 1 BY 1
                   UNTIL DUP-CU-SUB > DUP-CU-USED-CT.
       4000-EXIT.
           EXIT.
       4050-COUNT-ONE-MEMBER.
           MOVE DUP-CU-SUB TO DUP-FIND-SUB.
           PERFORM 3550-FIND-HEAD THRU 3550-EXIT.
           ADD 1 TO DUP-CU-MEMBER-CT (DUP-FIND-SUB).
       4050-EXIT.
           EXIT.
       4100-CHAIN-ONE-MEMBER.
           MOVE DUP-CU-SUB TO DUP-FIND-SUB.
           PERFORM 3550-FIND-HEAD THRU 3550-EXIT.
           IF DUP-CU-MEMBER-CT (DUP-FIND-SUB) < 2
               GO TO 4100-EXIT
           END-IF.
           IF DUP-CU-CL-SUB (DUP-FIND-SUB) = ZERO
               IF DUP-CL-USED-CT >= 5000
                   MOVE ' CLUSTERS' TO DUP-TBL-LIMIT-NAME
                   PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
               END-IF
               ADD 1 TO DUP-CL-USED-CT
               MOVE DUP-CL-USED-CT TO DUP-CU-CL-SUB (DUP-FIND-SUB)
               MOVE DUP-CL-USED-CT TO DUP-CL-SUB
               MOVE DUP-CU-MIN-SCORE (DUP-FIND-SUB)
                   TO DUP-CL-SCORE (DUP-CL-SUB)
               MOVE ZERO TO DUP-CL-MEMBER-CT (DUP-CL-SUB)
               MOVE ZERO TO DUP-CL-FIRST-MB (DUP-CL-SUB)
               MOVE ZERO TO DUP-CL-LAST-MB (DUP-CL-SUB)
               MOVE ZERO TO DUP-CL-SURV-MB (DUP-CL-SUB)
           END-IF.
           MOVE DUP-CU-CL-SUB (DUP-FIND-SUB) TO DUP-CL-SUB.
           IF DUP-MB-USED-CT >= 10000
               MOVE ' CLUSTER MEMBERS' TO DUP-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO DUP-MB-USED-CT.
           MOVE DUP-MB-USED-CT TO DUP-MB-SUB.
           MOVE DUP-CU-BPR-ID-KEY (DUP-CU-SUB)
               TO DUP-MB-BPR-ID-KEY (DUP-MB-SUB).
           MOVE DUP-CU-SUB TO DUP-MB-CU-SUB (DUP-MB-SUB).
           MOVE ZERO TO DUP-MB-NEXT-MB (DUP-MB-SUB).
           MOVE ZERO TO DUP-MB-FIRST-AC (DUP-MB-SUB).
           MOVE ZERO TO DUP-MB-LAST-AC (DUP-MB-SUB).
           MOVE ZERO TO DUP-MB-ACCOUNT-CT (DUP-MB-SUB).
           IF DUP-CL-FIRST-MB (DUP-CL-SUB) = ZERO
               MOVE DUP-MB-SUB TO DUP-CL-FIRST-MB (DUP-CL-SUB)
           ELSE
               MOVE DUP-CL-LAST-MB (DUP-CL-SUB) TO DUP-AC-SUB
               MOVE DUP-MB-SUB TO DUP-MB-NEXT-MB (DUP-AC-SUB)
           END-IF.
           MOVE DUP-MB-SUB TO DUP-CL-LAST-MB (DUP-CL-SUB).
           ADD 1 TO DUP-CL-MEMBER-CT (DUP-CL-SUB).
       4100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ATTACH THE ACCOUNTS OF EVERY CLUSTER MEMBER THROUGH    *
      *    THE ACCOUNT-ACTIVITY LINKAGE                           *
      *---------------------------------------------------------*
       4500-ATTACH-ACCOUNTS.
           ADD 1 TO DUP-ACT-READ-CT.
           IF DUP-MB-USED-CT > ZERO
               PERFORM 4600-ATTACH-ONE-ACCOUNT THRU 4600-EXIT
           END-IF.
           READ DUP-ACCT-FL
               AT END
                   SET DUP-ACT-EOF TO TRUE
           END-READ.
       4500-EXIT.
           EXIT.
       4600-ATTACH-ONE-ACCOUNT.
           MOVE DUP-CLO-CMR-BPR-ID1 TO DUP-PK-A-ID1.
           MOVE DUP-CLO-CMR-BPR-ID2 TO DUP-PK-A-ID2.
           SET DUP-MB-IDX TO 1.
           SEARCH DUP-MB-ENTRY VARYING DUP-MB-IDX
               AT END
                   GO TO 4600-EXIT
               WHEN DUP-MB-IDX > DUP-MB-USED-CT
                   GO TO 4600-EXIT
               WHEN DUP-MB-BPR-ID-KEY (DUP-MB-IDX) = DUP-PK-A
                   CONTINUE
           END-SEARCH.
           IF DUP-AC-USED-CT >= 30000
               MOVE ' CLUSTER ACCOUNTS' TO DUP-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO DUP-AC-USED-CT.
           MOVE DUP-AC-USED-CT TO DUP-AC-SUB.
           MOVE DUP-CLO-FUND-CODE TO DUP-AC-FUND-CODE (DUP-AC-SUB).
           MOVE DUP-CLO-ACCOUNT-NUMBER
               TO DUP-AC-ACCOUNT-NUMBER (DUP-AC-SUB).
           MOVE ZERO TO DUP-AC-NEXT-AC (DUP-AC-SUB).
           SET DUP-MB-SUB TO DUP-MB-IDX.
           IF DUP-MB-FIRST-AC (DUP-MB-SUB) = ZERO
               MOVE DUP-AC-SUB TO DUP-MB-FIRST-AC (DUP-MB-SUB)
           ELSE
               MOVE DUP-MB-LAST-AC (DUP-MB-SUB) TO DUP-CU-SUB
               MOVE DUP-AC-SUB TO DUP-AC-NEXT-AC (DUP-CU-SUB)
           END-IF.
           MOVE DUP-AC-SUB TO DUP-MB-LAST-AC (DUP-MB-SUB).
           ADD 1 TO DUP-MB-ACCOUNT-CT (DUP-MB-SUB).
       4600-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE SURVIVOR OF A CLUSTER IS THE MEMBER HOLDING THE    *
      *    MOST ACCOUNTS, THE LOWER BPR ID ON A TIE               *
      *---------------------------------------------------------*
       4700-PICK-SURVIVORS.
           IF DUP-MB-USED-CT = ZERO
               GO TO 4700-EXIT
           END-IF.
           PERFORM 4710-WEIGH-ONE-MEMBER THRU 4710-EXIT
                   VARYING DUP-MB-SUB FROM 1 BY 1
                   UNTIL DUP-MB-SUB > DUP-MB-USED-CT.
       4700-EXIT.
           EXIT.
       4710-WEIGH-ONE-MEMBER.
           MOVE DUP-MB-CU-SUB (DUP-MB-SUB) TO DUP-FIND-SUB.
           PERFORM 3550-FIND-HEAD THRU 3550-EXIT.
           MOVE DUP-CU-CL-SUB (DUP-FIND-SUB) TO DUP-CL-SUB.
           IF DUP-CL-SURV-MB (DUP-CL-SUB) = ZERO
               MOVE DUP-MB-SUB TO DUP-CL-SURV-MB (DUP-CL-SUB)
               GO TO 4710-EXIT
           END-IF.
           MOVE DUP-CL-SURV-MB (DUP-CL-SUB) TO DUP-AC-SUB.
           IF DUP-MB-ACCOUNT-CT (DUP-MB-SUB)
              > DUP-MB-ACCOUNT-CT (DUP-AC-SUB)
               MOVE DUP-MB-SUB TO DUP-CL-SURV-MB (DUP-CL-SUB)
               GO TO 4710-EXIT
           END-IF.
           IF DUP-MB-ACCOUNT-CT (DUP-MB-SUB)
              = DUP-MB-ACCOUNT-CT (DUP-AC-SUB)
              AND DUP-MB-BPR-ID-KEY (DUP-MB-SUB)
                  < DUP-MB-BPR-ID-KEY (DUP-AC-SUB)
               MOVE DUP-MB-SUB TO DUP-CL-SURV-MB (DUP-CL-SUB)
           END-IF.
       4710-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    WRITE EACH CLUSTER WITH ITS MEMBERS AND ACCOUNTS.  A   *
      *    MERGE-GRADE CLUSTER RAISES A MERGE REQUEST PER MEMBER  *
      *    OTHER THAN THE SURVIVOR; ANY OTHER CLUSTER GOES TO THE *
      *    EXCEPTION QUEUE FOR REVIEW                             *
      *---------------------------------------------------------*
       5000-WRITE-CLUSTERS.
           IF DUP-CL-USED-CT = ZERO
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-WRITE-ONE-CLUSTER THRU 5100-EXIT
                   VARYING DUP-CL-SUB FROM 1 BY 1
                   UNTIL DUP-CL-SUB > DUP-CL-USED-CT.
       5000-EXIT.
           EXIT.
       5100-WRITE-ONE-CLUSTER.
           MOVE DUP-CL-SURV-MB (DUP-CL-SUB) TO DUP-AC-SUB.
           MOVE SPACES TO DUP-CLUSTER-RECORD.
           MOVE 'C' TO DCL-RECORD-TYPE-CD.
           MOVE DUP-CL-SUB TO DCL-CLUSTER-NBR.
           MOVE DUP-CL-SCORE (DUP-CL-SUB) TO DCL-C-SCORE.
           MOVE DUP-CL-MEMBER-CT (DUP-CL-SUB) TO DCL-C-MEMBER-CT.
           MOVE DUP-MB-BPR-ID1 (DUP-AC-SUB) TO DCL-C-SURV-BPR-ID1.
           MOVE DUP-MB-BPR-ID2 (DUP-AC-SUB) TO DCL-C-SURV-BPR-ID2.
           MOVE DUP-RUN-DTE TO DCL-C-RUN-DTE.
           IF DUP-CL-SCORE (DUP-CL-SUB) NOT < DUP-MERGE-SCORE
               MOVE 'M' TO DCL-C-ACTION-CD
               MOVE 'MERGE' TO DUP-CLL-ACTION
               ADD 1 TO DUP-CLUSTER-MERGE-CT
           ELSE
               MOVE 'R' TO DCL-C-ACTION-CD
               MOVE 'REVIEW' TO DUP-CLL-ACTION
               ADD 1 TO DUP-CLUSTER-REVIEW-CT
               PERFORM 5450-POST-REVIEW THRU 5450-EXIT
           END-IF.
           WRITE DUP-CLUSTER-RECORD.
           MOVE DUP-CL-FIRST-MB (DUP-CL-SUB) TO DUP-MB-SUB.
           PERFORM 5200-WRITE-ONE-MEMBER THRU 5200-EXIT
               UNTIL DUP-MB-SUB = ZERO.
       5100-EXIT.
           EXIT.
       5200-WRITE-ONE-MEMBER.
           MOVE DUP-MB-CU-SUB (DUP-MB-SUB) TO DUP-CU-SUB.
           MOVE SPACES TO DUP-CLUSTER-RECORD.
           MOVE 'M' TO DCL-RECORD-TYPE-CD.
           MOVE DUP-CL-SUB TO DCL-CLUSTER-NBR.
           MOVE DUP-MB-BPR-ID1 (DUP-MB-SUB) TO DCL-M-BPR-ID1.
           MOVE DUP-MB-BPR-ID2 (DUP-MB-SUB) TO DCL-M-BPR-ID2.
           MOVE DUP-CU-DSP-NME (DUP-CU-SUB) TO DCL-M-NAME.
           MOVE DUP-CU-BTH-DTE (DUP-CU-SUB) TO DCL-M-BTH-DTE.
           MOVE DUP-CU-TRANSMITTER-ID (DUP-CU-SUB)
               TO DCL-M-TRANSMITTER-ID.
           MOVE DUP-CU-FD-SPNSR-SHRT-NME (DUP-CU-SUB)
               TO DCL-M-FD-SPNSR-SHRT-NME.
           MOVE DUP-MB-ACCOUNT-CT (DUP-MB-SUB) TO DCL-M-ACCOUNT-CT.
           IF DUP-MB-SUB = DUP-CL-SURV-MB (DUP-CL-SUB)
               MOVE 'Y' TO DCL-M-SURVIVOR-SW
               MOVE '*' TO DUP-CLL-SURVIVOR
           ELSE
               MOVE 'N' TO DCL-M-SURVIVOR-SW
               MOVE SPACE TO DUP-CLL-SURVIVOR
           END-IF.
           WRITE DUP-CLUSTER-RECORD.
           MOVE DUP-CL-SUB TO DUP-CLL-CLUSTER-NBR.
           MOVE DUP-CL-SCORE (DUP-CL-SUB) TO DUP-CLL-SCORE.
           MOVE DUP-MB-BPR-ID1 (DUP-MB-SUB) TO DUP-CLL-BPR-ID1.
           MOVE DUP-MB-BPR-ID2 (DUP-MB-SUB) TO DUP-CLL-BPR-ID2.
           MOVE DUP-CU-DSP-NME (DUP-CU-SUB) TO DUP-CLL-NAME.
           MOVE DUP-CU-BTH-DTE (DUP-CU-SUB) TO DUP-CLL-BTH-DTE.
           MOVE DUP-CU-TRANSMITTER-ID (DUP-CU-SUB)
               TO DUP-CLL-TRANSMITTER-ID.
           MOVE DUP-CU-FD-SPNSR-SHRT-NME (DUP-CU-SUB)
               TO DUP-CLL-FD-SPNSR-SHRT-NME.
           MOVE DUP-MB-ACCOUNT-CT (DUP-MB-SUB) TO DUP-CLL-ACCOUNT-CT.
           PERFORM 9550-CAPTURE-CLU-LINE THRU 9550-EXIT.
           MOVE DUP-MB-FIRST-AC (DUP-MB-SUB) TO DUP-AC-SUB.
           PERFORM 5300-WRITE-ONE-ACCOUNT THRU 5300-EXIT
               UNTIL DUP-AC-SUB = ZERO.
           IF DUP-MB-SUB NOT = DUP-CL-SURV-MB (DUP-CL-SUB)
              AND DUP-CL-SCORE (DUP-CL-SUB) NOT < DUP-MERGE-SCORE
               PERFORM 5400-WRITE-MERGE-REQUEST THRU 5400-EXIT
           END-IF.
           MOVE DUP-MB-NEXT-MB (DUP-MB-SUB) TO DUP-MB-SUB.
       5200-EXIT.
           EXIT.
       5300-WRITE-ONE-ACCOUNT.
           MOVE SPACES TO DUP-CLUSTER-RECORD.
           MOVE 'A' TO DCL-RECORD-TYPE-CD.
           MOVE DUP-CL-SUB TO DCL-CLUSTER-NBR.
           MOVE DUP-MB-BPR-ID1 (DUP-MB-SUB) TO DCL-A-BPR-ID1.
           MOVE DUP-MB-BPR-ID2 (DUP-MB-SUB) TO DCL-A-BPR-ID2.
           MOVE DUP-AC-FUND-CODE (DUP-AC-SUB) TO DCL-A-FUND-CODE.
           MOVE DUP-AC-ACCOUNT-NUMBER (DUP-AC-SUB)
               TO DCL-A-ACCOUNT-NUMBER.
           WRITE DUP-CLUSTER-RECORD.
           MOVE DUP-AC-NEXT-AC (DUP-AC-SUB) TO DUP-AC-SUB.
       5300-EXIT.
           EXIT.
       5400-WRITE-MERGE-REQUEST.
           MOVE DUP-CL-SURV-MB (DUP-CL-SUB) TO DUP-AC-SUB.
           MOVE SPACES TO DUP-MERGE-REQ-RECORD.
           MOVE DUP-RUN-DTE TO MRQ-REQUEST-DTE.
           MOVE DUP-CL-SUB TO MRQ-CLUSTER-NBR.
           MOVE DUP-MB-BPR-ID1 (DUP-MB-SUB) TO MRQ-FROM-BPR-ID1.
           MOVE DUP-MB-BPR-ID2 (DUP-MB-SUB) TO MRQ-FROM-BPR-ID2.
           MOVE DUP-MB-BPR-ID1 (DUP-AC-SUB) TO MRQ-TO-BPR-ID1.
           MOVE DUP-MB-BPR-ID2 (DUP-AC-SUB) TO MRQ-TO-BPR-ID2.
           MOVE DUP-CL-SCORE (DUP-CL-SUB) TO MRQ-SCORE.
           MOVE DUP-MB-ACCOUNT-CT (DUP-MB-SUB) TO MRQ-ACCOUNT-CT.
           MOVE 'P' TO MRQ-STATUS-CD.
           WRITE DUP-MERGE-REQ-RECORD.
           ADD 1 TO DUP-MERGE-REQ-CT.
           MOVE MRQ-CLUSTER-NBR TO DUP-MQL-CLUSTER-NBR.
           MOVE MRQ-SCORE TO DUP-MQL-SCORE.
           MOVE MRQ-FROM-BPR-ID1 TO DUP-MQL-FROM-BPR-ID1.
           MOVE MRQ-FROM-BPR-ID2 TO DUP-MQL-FROM-BPR-ID2.
           MOVE MRQ-TO-BPR-ID1 TO DUP-MQL-TO-BPR-ID1.
           MOVE MRQ-TO-BPR-ID2 TO DUP-MQL-TO-BPR-ID2.
           MOVE MRQ-ACCOUNT-CT TO DUP-MQL-ACCOUNT-CT.
           PERFORM 9560-CAPTURE-MRQ-LINE THRU 9560-EXIT.
       5400-EXIT.
           EXIT.
       5450-POST-REVIEW.
           MOVE DUP-MB-BPR-ID1 (DUP-AC-SUB) TO DUP-EXC-BPR-ID1.
           MOVE DUP-MB-BPR-ID2 (DUP-AC-SUB) TO DUP-EXC-BPR-ID2.
           MOVE 'DUPCUST' TO RPT-EXC-TYPE-CD.
           MOVE DUP-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE ZERO TO RPT-EXC-AMOUNT-AT.
           MOVE 'PROBABLE DUPLICATE CUSTOMER - REVIEW'
               TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       5450-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    CARRY THE "NOT A DUPLICATE" DECISIONS FORWARD,         *
      *    TODAY'S NEW ONES INCLUDED                              *
      *---------------------------------------------------------*
       7000-CARRY-DECISIONS.
           IF DUP-ND-USED-CT > ZERO
               PERFORM 7100-WRITE-ONE-DECISION THRU 7100-EXIT
                       VARYING DUP-ND-IDX FROM 1 BY 1
                       UNTIL DUP-ND-IDX > DUP-ND-USED-CT
           END-IF.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-DECISION.
           MOVE SPACES TO DUP-DECISION-OUT-RECORD.
           MOVE DUP-ND-KEY-A (DUP-ND-IDX) TO DUP-PK-A.
           MOVE DUP-ND-KEY-B (DUP-ND-IDX) TO DUP-PK-B.
           MOVE DUP-PK-A-ID1 TO NDO-BPR-ID1-A.
           MOVE DUP-PK-A-ID2 TO NDO-BPR-ID2-A.
           MOVE DUP-PK-B-ID1 TO NDO-BPR-ID1-B.
           MOVE DUP-PK-B-ID2 TO NDO-BPR-ID2-B.
           MOVE DUP-ND-DECISION-DTE (DUP-ND-IDX) TO NDO-DECISION-DTE.
           MOVE DUP-ND-DECISION-OPID (DUP-ND-IDX)
               TO NDO-DECISION-OPID.
           WRITE DUP-DECISION-OUT-RECORD.
           ADD 1 TO DUP-DEC-OUT-CT.
       7100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    NAME / ADDRESS NORMALIZATION INTO TOKENS AND A SINGLE- *
      *    SPACED STRING IN DUP-NRM-OUT                           *
      *---------------------------------------------------------*
       6000-NORMALIZE-TEXT.
           INSPECT DUP-NRM-IN CONVERTING DUP-LOWER-CASE
               TO DUP-UPPER-CASE.
           INSPECT DUP-NRM-IN CONVERTING DUP-PUNCT-CHARS
               TO DUP-PUNCT-BLANKS.
           MOVE ZERO TO DUP-NRM-TOKEN-CT.
           MOVE SPACES TO DUP-NRM-TOKENS.
           MOVE SPACES TO DUP-NRM-CUR-TOKEN.
           MOVE ZERO TO DUP-NRM-CUR-LEN.
           PERFORM 6010-SCAN-ONE-CHAR THRU 6010-EXIT
                   VARYING DUP-NRM-CH-IX FROM 1 BY 1
                   UNTIL DUP-NRM-CH-IX > 210.
           PERFORM 6020-CLOSE-TOKEN THRU 6020-EXIT.
           MOVE SPACES TO DUP-NRM-OUT.
           MOVE 1 TO DUP-NRM-PTR.
           IF DUP-NRM-TOKEN-CT > ZERO
               PERFORM 6030-APPEND-ONE-TOKEN THRU 6030-EXIT
                       VARYING DUP-NT-IDX FROM 1 BY 1
                       UNTIL DUP-NT-IDX > DUP-NRM-TOKEN-CT
           END-IF.
           MOVE SPACES TO DUP-NRM-IN.
       6000-EXIT.
           EXIT.
       6010-SCAN-ONE-CHAR.
           IF DUP-NRM-IN (DUP-NRM-CH-IX:1) = SPACE
               PERFORM 6020-CLOSE-TOKEN THRU 6020-EXIT
               GO TO 6010-EXIT
           END-IF.
           IF DUP-NRM-CUR-LEN < 20
               ADD 1 TO DUP-NRM-CUR-LEN
               MOVE DUP-NRM-IN (DUP-NRM-CH-IX:1)
                   TO DUP-NRM-CUR-TOKEN (DUP-NRM-CUR-LEN:1)
           END-IF.
       6010-EXIT.
           EXIT.
       6020-CLOSE-TOKEN.
           IF DUP-NRM-CUR-LEN = ZERO
               GO TO 6020-EXIT
           END-IF.
           SET DUP-NOISE-WORD-NOT-FOUND TO TRUE.
           SET DUP-NW-IDX TO 1.
           SEARCH DUP-NOISE-WORD VARYING DUP-NW-IDX
               AT END
                   CONTINUE
               WHEN DUP-NOISE-WORD (DUP-NW-IDX) = DUP-NRM-CUR-TOKEN
                   SET DUP-NOISE-WORD-FOUND TO TRUE
           END-SEARCH.
           IF DUP-NOISE-WORD-NOT-FOUND
              AND DUP-NRM-TOKEN-CT < 12
               ADD 1 TO DUP-NRM-TOKEN-CT
               SET DUP-NT-IDX TO DUP-NRM-TOKEN-CT
               MOVE DUP-NRM-CUR-TOKEN TO DUP-NRM-TOKEN (DUP-NT-IDX)
           END-IF.
           MOVE SPACES TO DUP-NRM-CUR-TOKEN.
           MOVE ZERO TO DUP-NRM-CUR-LEN.
       6020-EXIT.
           EXIT.
       6030-APPEND-ONE-TOKEN.
           STRING DUP-NRM-TOKEN (DUP-NT-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
               INTO DUP-NRM-OUT
               WITH POINTER DUP-NRM-PTR
           END-STRING.
       6030-EXIT.
           EXIT.
       8500-PRINT-CLUSTER-SECTION.
           MOVE DUP-CLU-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE DUP-CLU-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF DUP-CLU-CAP-USED-CT > ZERO
               PERFORM 8505-PRINT-ONE-CLUSTER THRU 8505-EXIT
                       VARYING DUP-CLU-CAP-IX FROM 1 BY 1
                       UNTIL DUP-CLU-CAP-IX > DUP-CLU-CAP-USED-CT
           END-IF.
           IF DUP-CLU-CAP-TRUNC-SW = 'Y'
               MOVE DUP-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
       8505-PRINT-ONE-CLUSTER.
           MOVE DUP-CLU-CAP-LINE (DUP-CLU-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8505-EXIT.
           EXIT.
       8510-PRINT-MERGE-SECTION.
           MOVE DUP-MRQ-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE DUP-MRQ-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF DUP-MRQ-CAP-USED-CT > ZERO
               PERFORM 8515-PRINT-ONE-MERGE THRU 8515-EXIT
                       VARYING DUP-MRQ-CAP-IX FROM 1 BY 1
                       UNTIL DUP-MRQ-CAP-IX > DUP-MRQ-CAP-USED-CT
           END-IF.
           IF DUP-MRQ-CAP-TRUNC-SW = 'Y'
               MOVE DUP-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8510-EXIT.
           EXIT.
       8515-PRINT-ONE-MERGE.
           MOVE DUP-MRQ-CAP-LINE (DUP-MRQ-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8515-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    MATCH TOTALS -- DECISIONS IN PLUS NEW DECISIONS ADDED  *
      *    MUST FOOT TO DECISIONS OUT                             *
      *---------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE DUP-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'CUSTOMERS READ:' TO DUP-TL-LABEL.
           MOVE DUP-CST-READ-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'ALREADY MERGED - SKIPPED:' TO DUP-TL-LABEL.
           MOVE DUP-MERGED-SKIP-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'DELETED - SKIPPED:' TO DUP-TL-LABEL.
           MOVE DUP-DELETE-SKIP-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'CUSTOMERS MATCHED:' TO DUP-TL-LABEL.
           MOVE DUP-CU-USED-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'BLOCKING KEYS:' TO DUP-TL-LABEL.
           MOVE DUP-KEY-RELEASED-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'OVERSIZED BLOCKS NOT PAIRED:' TO DUP-TL-LABEL.
           MOVE DUP-BLOCK-OVERSIZE-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'PAIRS COMPARED:' TO DUP-TL-LABEL.
           MOVE DUP-COMPARE-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'PAIRS KEPT:' TO DUP-TL-LABEL.
           MOVE DUP-PR-USED-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'BLOCK PAIRS CLEARED BY DECISION:'
               TO DUP-TL-LABEL.
           MOVE DUP-SUPPRESSED-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'CLUSTERS - MERGE REQUESTED:' TO DUP-TL-LABEL.
           MOVE DUP-CLUSTER-MERGE-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'CLUSTERS - FOR REVIEW:' TO DUP-TL-LABEL.
           MOVE DUP-CLUSTER-REVIEW-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'CLUSTER MEMBERS:' TO DUP-TL-LABEL.
           MOVE DUP-MB-USED-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'ACCOUNTS READ:' TO DUP-TL-LABEL.
           MOVE DUP-ACT-READ-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'ACCOUNTS ATTACHED TO CLUSTERS:' TO DUP-TL-LABEL.
           MOVE DUP-AC-USED-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'MERGE REQUESTS WRITTEN:' TO DUP-TL-LABEL.
           MOVE DUP-MERGE-REQ-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'DECISIONS CARRIED IN:' TO DUP-TL-LABEL.
           MOVE DUP-DEC-IN-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'NEW DECISIONS READ:' TO DUP-TL-LABEL.
           MOVE DUP-DEC-TRAN-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'NEW DECISIONS ALREADY ON FILE:' TO DUP-TL-LABEL.
           MOVE DUP-DEC-REPEAT-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'NEW DECISIONS ADDED:' TO DUP-TL-LABEL.
           MOVE DUP-DEC-ADDED-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           MOVE 'DECISIONS CARRIED OUT:' TO DUP-TL-LABEL.
           MOVE DUP-DEC-OUT-CT TO DUP-TL-COUNT.
           PERFORM 8010-PRINT-TOTAL-LINE THRU 8010-EXIT.
           IF DUP-DEC-IN-CT + DUP-DEC-ADDED-CT = DUP-DEC-OUT-CT
              AND DUP-DEC-ADDED-CT + DUP-DEC-REPEAT-CT
                  = DUP-DEC-TRAN-CT
               MOVE 'DECISION CONTROL TOTALS FOOT' TO DUP-FT-RESULT
           ELSE
               MOVE 'DECISION CONTROL TOTALS DO NOT FOOT'
                   TO DUP-FT-RESULT
               ADD 1 TO DUP-FOOT-BREAK-CT
           END-IF.
           MOVE DUP-FOOT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
       8010-PRINT-TOTAL-LINE.
           MOVE DUP-TOT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8010-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO DUP-RUN-CTL-RECORD.
           MOVE 'DUP-DUPLICATE-CUSTS' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE DUP-RUN-CTL-RECORD.
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
           MOVE SPACES TO DUP-RUN-CTL-RECORD.
           MOVE 'DUP-DUPLICATE-CUSTS' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE DUP-CST-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE DUP-RUN-CTL-RECORD.
           CLOSE DUP-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE                                        *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE DUP-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO DUP-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
           MOVE DUP-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
       9120-CLOSE-ALL-FILES.
           CLOSE DUP-CUST-FL.
           CLOSE DUP-ACCT-FL.
           CLOSE DUP-DECISION-IN.
           CLOSE DUP-DECISION-TRAN.
           CLOSE DUP-DECISION-OUT.
           CLOSE DUP-CLUSTER-OUT.
           CLOSE DUP-MERGE-REQ-OUT.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9120-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF DUP-NEW-RC > DUP-RUN-RC
               MOVE DUP-NEW-RC TO DUP-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF DUP-CL-USED-CT > ZERO
               MOVE 4 TO DUP-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF DUP-FOOT-BREAK-CT > ZERO
               MOVE 8 TO DUP-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE DUP-RUN-RC TO DUP-RCD-OUT.
           EVALUATE DUP-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO DUP-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO DUP-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO DUP-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO DUP-RCD-REASON
           END-EVALUATE.
           MOVE DUP-RCD-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE DUP-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           PERFORM 9120-CLOSE-ALL-FILES THRU 9120-EXIT.
       9000-EXIT.
           EXIT.
       9550-CAPTURE-CLU-LINE.
           IF DUP-CLU-CAP-USED-CT >= 5000
               MOVE 'Y' TO DUP-CLU-CAP-TRUNC-SW
               GO TO 9550-EXIT
           END-IF.
           ADD 1 TO DUP-CLU-CAP-USED-CT.
           SET DUP-CLU-CAP-IX TO DUP-CLU-CAP-USED-CT.
           MOVE DUP-CLU-LINE TO DUP-CLU-CAP-LINE (DUP-CLU-CAP-IX).
       9550-EXIT.
           EXIT.
       9560-CAPTURE-MRQ-LINE.
           IF DUP-MRQ-CAP-USED-CT >= 5000
               MOVE 'Y' TO DUP-MRQ-CAP-TRUNC-SW
               GO TO 9560-EXIT
           END-IF.
           ADD 1 TO DUP-MRQ-CAP-USED-CT.
           SET DUP-MRQ-CAP-IX TO DUP-MRQ-CAP-USED-CT.
           MOVE DUP-MRQ-LINE TO DUP-MRQ-CAP-LINE (DUP-MRQ-CAP-IX).
       9560-EXIT.
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
           MOVE 'DUP-DUPLICATE-CUSTOMERS' TO RPT-PROGRAM-ID-TX.
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
