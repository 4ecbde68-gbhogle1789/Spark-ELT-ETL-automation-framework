               88  BTR-ACCOUNT-TYPE-SAVINGS      VALUE 'S'.
           05  BTR-EFFECTIVE-FROM-DTE        PIC 9(8).
           05  BTR-EFFECTIVE-TO-DTE          PIC 9(8).
           05  BTR-MAINT-OPID                PIC X(8).
           05  FILLER                        PIC X(2).
       FD  PBM-BANK-MASTER-FL.
       01  PBM-BANK-MASTER-RECORD.
           05  PBM-MST-KEY.
           05  PBM-MST-ACCOUNT-TYPE-CD       PIC X(1).
           05  PBM-MST-EFFECTIVE-FROM-DTE    PIC 9(8).
           05  PBM-MST-EFFECTIVE-TO-DTE      PIC 9(8).
           05  PBM-MST-LAST-MNT-OPID         PIC X(8).
           05  PBM-MST-LAST-MNT-DTE          PIC 9(8).
           05  FILLER                        PIC X(4).
       FD  PBM-RUN-CTL-FL.
       01  PBM-RUN-CTL-RECORD.
           05  RCTL-PROGRAM-ID               PIC X(20).
           05  PBM-RT-QUOT                   PIC 9(05)   COMP
                                              VALUE ZERO.
       01  PBM-WK-REASON                     PIC X(40).
       01  PBM-RUN-DTE                       PIC 9(08)   VALUE ZERO.
       01  PBM-BEFORE-HOLD.
           05  PBM-BF-ROUTING-NBR            PIC 9(09)   VALUE ZERO.
           05  PBM-BF-BANK-ACCOUNT-NBR       PIC X(17)   VALUE SPACES.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT RCTL-WK-DATE FROM DATE YYYYMMDD.
           MOVE RCTL-WK-DATE TO PBM-RUN-DTE.
           MOVE RCTL-WK-DATE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1300-COUNT-MASTERS THRU 1300-EXIT.
           MOVE PBM-MST-COUNT-WK TO PBM-MST-IN-CT.
           MOVE BTR-EFFECTIVE-FROM-DTE
               TO PBM-MST-EFFECTIVE-FROM-DTE.
           MOVE BTR-EFFECTIVE-TO-DTE TO PBM-MST-EFFECTIVE-TO-DTE.
           MOVE BTR-MAINT-OPID TO PBM-MST-LAST-MNT-OPID.
           MOVE PBM-RUN-DTE TO PBM-MST-LAST-MNT-DTE.
       2600-EXIT.
           EXIT.
      *---------------------------------------------------------*
