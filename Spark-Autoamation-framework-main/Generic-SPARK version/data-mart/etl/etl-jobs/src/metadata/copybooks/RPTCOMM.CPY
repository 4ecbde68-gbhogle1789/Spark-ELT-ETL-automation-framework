      *      SEC - START A NUMBERED SECTION (HDG-1, HDG-2)       *
      *      DTL - WRITE A DETAIL LINE (DETAIL-LINE)             *
      *      CLS - CLOSE THE REPORT                              *
      *      EXC - POST ONE EXCEPTION TO THE COMMON EXCEPTION    *
      *            FILE (EXC-TYPE, BUSINESS KEY, AMOUNT, TEXT)   *
      *---------------------------------------------------------*
       01  RPT-COMMAREA.
           05  RPT-FUNCTION-CD               PIC X(03)
               88  RPT-FUNC-SECTION              VALUE 'SEC'.
               88  RPT-FUNC-DETAIL               VALUE 'DTL'.
               88  RPT-FUNC-CLOSE                VALUE 'CLS'.
               88  RPT-FUNC-EXCEPTION            VALUE 'EXC'.
           05  RPT-PROGRAM-ID-TX             PIC X(20)
                                             VALUE SPACES.
           05  RPT-CYCLE-TX                  PIC X(14)
                                             VALUE 'N'.
               88  RPT-EXTRACT-YES               VALUE 'Y'.
               88  RPT-EXTRACT-NO                VALUE 'N'.
           05  RPT-EXC-TYPE-CD               PIC X(08)
                                             VALUE SPACES.
           05  RPT-EXC-BUSINESS-KEY          PIC X(40)
                                             VALUE SPACES.
           05  RPT-EXC-AMOUNT-AT             PIC S9(13)V9(2)
                                             VALUE ZERO.
           05  RPT-EXC-DESCRIPTION-TX        PIC X(40)
                                             VALUE SPACES.
