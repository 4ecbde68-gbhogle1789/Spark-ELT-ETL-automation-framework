      *---------------------------------------------------------*
      *    COMMON EXCEPTION POSTING -- ONE ROW PER EXCEPTION ANY *
      *    PROGRAM IN THE SUITE RAISES, APPENDED THROUGH THE     *
      *    REPORT WRITER'S EXC FUNCTION AND READ EACH MORNING BY *
      *    THE EXCEPTION-QUEUE CONSOLIDATOR.  THE SOURCE PROGRAM *
      *    + EXCEPTION TYPE + BUSINESS KEY IDENTIFY A CASE       *
      *---------------------------------------------------------*
       01  EXP-EXCEPTION-RECORD.
           05  EXP-SOURCE-PROGRAM-ID         PIC X(20).
           05  EXP-CYCLE-TX                  PIC X(14).
           05  EXP-POST-DTE                  PIC 9(08).
           05  EXP-POST-TME                  PIC X(06).
           05  EXP-EXCEPTION-TYPE-CD         PIC X(08).
           05  EXP-BUSINESS-KEY              PIC X(40).
           05  EXP-AMOUNT-AT                 PIC S9(13)V9(2)
                SIGN TRAILING SEPARATE.
           05  EXP-DESCRIPTION-TX            PIC X(40).
           05  FILLER                        PIC X(08).
