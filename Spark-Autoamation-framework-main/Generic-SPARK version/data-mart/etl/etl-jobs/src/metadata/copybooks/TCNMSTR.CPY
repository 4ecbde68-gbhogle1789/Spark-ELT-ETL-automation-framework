      *---------------------------------------------------------*
      *    TRUSTED CONTACT PERSON -- ONE ROW PER CONTACT A        *
      *    CUSTOMER HAS NAMED, KEYED ON THE CLO CUSTOMER          *
      *    (CMR-BPR-ID1/ID2) PLUS A CONTACT SEQUENCE SO A         *
      *    CUSTOMER MAY NAME MORE THAN ONE.  MAINTAINED BY        *
      *    TCM-TRUSTED-CONTACT, READ BY THE SENIOR REVIEW         *
      *---------------------------------------------------------*
       01  TCN-MASTER-RECORD.
           05  TCN-MST-KEY.
               10  TCN-MST-CMR-BPR-ID1       PIC 9(11).
               10  TCN-MST-CMR-BPR-ID2       PIC 9(11).
               10  TCN-MST-CONTACT-SEQ       PIC 9(02).
           05  TCN-MST-FRST-NME              PIC X(35).
           05  TCN-MST-LST-NME               PIC X(35).
           05  TCN-MST-RELATIONSHIP-CD       PIC X(02).
               88  TCN-MST-REL-SPOUSE            VALUE 'SP'.
               88  TCN-MST-REL-CHILD             VALUE 'CH'.
               88  TCN-MST-REL-SIBLING           VALUE 'SB'.
               88  TCN-MST-REL-OTHER-RELATIVE    VALUE 'RL'.
               88  TCN-MST-REL-FRIEND            VALUE 'FR'.
               88  TCN-MST-REL-ATTORNEY          VALUE 'AT'.
               88  TCN-MST-REL-ACCOUNTANT        VALUE 'AC'.
               88  TCN-MST-REL-OTHER             VALUE 'OT'.
           05  TCN-MST-PHN-NBR-TXT           PIC X(20).
           05  TCN-MST-ADR-GROUP.
               10  TCN-MST-ADR-LINE-1        PIC X(35).
               10  TCN-MST-ADR-LINE-2        PIC X(35).
               10  TCN-MST-ADR-CITY          PIC X(35).
               10  TCN-MST-POSTAL-CDE        PIC X(02).
               10  TCN-MST-ZIP-CDE           PIC X(10).
           05  TCN-MST-OBTAINED-DTE          PIC 9(08).
           05  TCN-MST-LAST-MNT-OPID         PIC X(08).
           05  TCN-MST-LAST-MNT-DTE          PIC 9(08).
           05  FILLER                        PIC X(20).
