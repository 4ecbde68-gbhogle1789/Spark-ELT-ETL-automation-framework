       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIR-WIRE-TRANSFER.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT WIR-PAYMENT-INSTR-FL ASSIGN TO "PAYINSTR".
	    SELECT OPTIONAL WIR-BANK-MASTER-FL ASSIGN TO "BNKMSTR"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS RANDOM
	        RECORD KEY IS WIR-MST-KEY.
	    SELECT WIR-WIRE-FL ASSIGN TO "WIREOUT".
	    SELECT OPTIONAL WIR-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
       FD  WIR-PAYMENT-INSTR-FL.
       01  WIR-PAYMENT-INSTR-RECORD.
           05  PINS-RECORD-TYPE-CD           PIC X(01).
               88  PINS-RECORD-TYPE-HEADER       VALUE 'H'.
               88  PINS-RECORD-TYPE-DETAIL       VALUE 'D'.
               88  PINS-RECORD-TYPE-TRAILER      VALUE 'T'.
           05  PINS-SECTION-CD               PIC X(05).
               88  PINS-SECTION-ACH              VALUE 'ACH  '.
               88  PINS-SECTION-WIRE             VALUE 'WIRE '.
               88  PINS-SECTION-CHECK            VALUE 'CHECK'.
               88  PINS-SECTION-NSCC             VALUE 'NSCC '.
           05  PINS-DETAIL-AREA.
               10  PINS-FINANCIAL-INST-ID    PIC 9(07).
               10  PINS-FI-PAY-OFC-ID        PIC X(09).
               10  PINS-ACCOUNT-NUMBER       PIC 9(11).
               10  PINS-TOTAL-COMPN-AT       PIC -9(15).9(2).
           05  PINS-TRAILER-AREA REDEFINES PINS-DETAIL-AREA.
               10  PINS-SECTION-RECORD-CT    PIC 9(09).
               10  PINS-SECTION-TOTAL-AT     PIC -9(15).9(2).
               10  FILLER                    PIC X(18).
       FD  WIR-BANK-MASTER-FL.
       01  WIR-BANK-MASTER-RECORD.
           05  WIR-MST-KEY.
               10  WIR-MST-FINANCIAL-INST-ID PIC 9(7).
               10  WIR-MST-FI-PAY-OFC-ID     PIC X(9).
           05  WIR-MST-ROUTING-NBR           PIC 9(9).
           05  WIR-MST-BANK-ACCOUNT-NBR      PIC X(17).
           05  WIR-MST-ACCOUNT-TYPE-CD       PIC X(1).
               88  WIR-MST-ACCOUNT-TYPE-CHECKING VALUE 'C'.
               88  WIR-MST-ACCOUNT-TYPE-SAVINGS  VALUE 'S'.
           05  WIR-MST-EFFECTIVE-FROM-DTE    PIC 9(8).
           05  WIR-MST-EFFECTIVE-TO-DTE      PIC 9(8).
           05  FILLER                        PIC X(20).
      *---------------------------------------------------------*
      *    BULK-WIRE IMPORT FILE FOR THE BANK PORTAL -- ONE       *
      *    FILE HEADER, ONE FEDWIRE CUSTOMER-TRANSFER DETAIL PER  *
      *    PAYEE, AND A CONTROL TRAILER THE PORTAL PROVES ON      *
      *    LOAD                                                   *
      *---------------------------------------------------------*
       FD  WIR-WIRE-FL.
       01  WIR-WIRE-RECORD                   PIC X(250).
       FD  WIR-RUN-CTL-FL.
       01  WIR-RUN-CTL-RECORD.
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
       01  WIR-SWITCHES.
           05  WIR-EOF-SW                    PIC X(01)   VALUE 'N'.
               88  WIR-EOF                       VALUE 'Y'.
           05  WIR-BNK-FOUND-SW              PIC X(01)   VALUE 'N'.
               88  WIR-BNK-FOUND                 VALUE 'Y'.
               88  WIR-BNK-NOT-FOUND             VALUE 'N'.
           05  WIR-TRAILER-SW                PIC X(01)   VALUE 'N'.
               88  WIR-TRAILER-SEEN              VALUE 'Y'.
           05  WIR-PROOF-SW                  PIC X(01)   VALUE 'N'.
               88  WIR-SECTION-IN-BALANCE        VALUE 'Y'.
               88  WIR-SECTION-OUT-OF-BALANCE    VALUE 'N'.
       01  WIR-COUNTERS                      COMP.
           05  WIR-RECORD-READ-CT            PIC 9(09)   VALUE ZERO.
           05  WIR-DETAIL-READ-CT            PIC 9(09)   VALUE ZERO.
           05  WIR-ACCEPTED-CT               PIC 9(09)   VALUE ZERO.
           05  WIR-NOBANK-CT                 PIC 9(07)   VALUE ZERO.
           05  WIR-NEGATIVE-CT               PIC 9(07)   VALUE ZERO.
           05  WIR-TRAILER-CT                PIC 9(07)   VALUE ZERO.
           05  WIR-RELEASED-CT               PIC 9(09)   VALUE ZERO.
       01  WIR-WR-USED-CT                    PIC 9(05)   COMP
                                              VALUE ZERO.
       01  WIR-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  WIR-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  WIR-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  WIR-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  WIR-RCD-REASON               PIC X(40).
       01  WIR-TBL-LIMIT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'RUN STOPPED - INTERNAL TABLE LIMIT EXCEEDED -'.
           05  WIR-TBL-LIMIT-NAME            PIC X(20).
      *---------------------------------------------------------*
      *    WIRES ARE HELD IN STORAGE UNTIL THE WIRE SECTION HAS   *
      *    PROVED AGAINST ITS PINS TRAILER -- NOTHING REACHES     *
      *    THE BANK FILE FROM A SECTION THAT DOES NOT BALANCE     *
      *---------------------------------------------------------*
       01  WIR-WIRE-TBL.
           05  WIR-WR-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WIR-WR-IDX.
               10  WIR-WR-FI-ID              PIC 9(07).
               10  WIR-WR-PAY-OFC-ID         PIC X(09).
               10  WIR-WR-ACCOUNT-NBR        PIC 9(11).
               10  WIR-WR-ROUTING-NBR        PIC 9(09).
               10  WIR-WR-BANK-ACCT          PIC X(17).
               10  WIR-WR-AMOUNT             PIC S9(13)V9(2).
      *---------------------------------------------------------*
      *    ORIGINATOR IDENTITY -- STARTER VALUES PENDING THE      *
      *    TREASURY BANK SETUP SHEET                              *
      *---------------------------------------------------------*
       01  WIR-ORIGIN-CONSTANTS.
           05  WIR-ORIGIN-ID                 PIC X(10)
               VALUE '1841234567'.
           05  WIR-ORIGIN-ABA                PIC 9(09)  VALUE 091000019.
           05  WIR-ORIGIN-ACCT               PIC X(17)
               VALUE '000004471209     '.
           05  WIR-ORIGIN-NME                PIC X(35)
               VALUE 'MUTUAL FUND SERVICES'.
       01  WIR-DATE-WORK.
           05  WIR-RUN-DTE                   PIC 9(08)   VALUE ZERO.
           05  WIR-RUN-TME                   PIC X(08)   VALUE SPACES.
       01  WIR-AMOUNT-WORK.
           05  WIR-WK-COMPN-AT               PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  WIR-SECTION-TOTAL-AT          PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  WIR-ACCEPTED-TOTAL-AT         PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  WIR-REJECTED-TOTAL-AT         PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  WIR-TRL-TOTAL-AT              PIC S9(15)V9(2)
                                              VALUE ZERO.
           05  WIR-TRL-RECORD-CT             PIC 9(09)   VALUE ZERO.
       01  WIR-WK-REASON                     PIC X(40)   VALUE SPACES.
       01  WIR-PROOF-REASON                  PIC X(40)   VALUE SPACES.
      *---------------------------------------------------------*
      *    THE THREE BULK-WIRE RECORD IMAGES -- 250 CHARACTERS    *
      *---------------------------------------------------------*
       01  WIR-FILE-HDR-REC.
           05  FILLER                        PIC X(01)   VALUE 'H'.
           05  FILLER                        PIC X(08)
               VALUE 'BULKWIRE'.
           05  WIR-FH-ORIGIN-ID              PIC X(10).
           05  WIR-FH-CREATE-DTE             PIC 9(08).
           05  WIR-FH-CREATE-TME             PIC 9(04).
           05  WIR-FH-ORIGIN-NME             PIC X(35).
           05  FILLER                        PIC X(184)  VALUE SPACES.
       01  WIR-DETAIL-REC.
           05  FILLER                        PIC X(01)   VALUE 'D'.
           05  FILLER                        PIC X(03)   VALUE 'CTR'.
           05  WIR-WD-SEQ                    PIC 9(06).
           05  WIR-WD-SENDER-REF.
               10  FILLER                    PIC X(02)   VALUE 'CM'.
               10  WIR-WD-REF-DTE            PIC 9(08).
               10  WIR-WD-REF-SEQ            PIC 9(06).
           05  WIR-WD-VALUE-DTE              PIC 9(08).
           05  WIR-WD-AMOUNT                 PIC 9(13)V9(02).
           05  FILLER                        PIC X(03)   VALUE 'USD'.
           05  WIR-WD-ORIG-ABA               PIC 9(09).
           05  WIR-WD-ORIG-ACCT              PIC X(17).
           05  WIR-WD-ORIG-NME               PIC X(35).
           05  WIR-WD-BENE-ABA               PIC 9(09).
           05  WIR-WD-BENE-ACCT              PIC X(17).
           05  WIR-WD-BENE-NME.
               10  FILLER                    PIC X(03)   VALUE 'FI '.
               10  WIR-WD-BENE-FI-ID         PIC 9(07).
               10  FILLER                    PIC X(09)
                   VALUE ' PAY OFC '.
               10  WIR-WD-BENE-PAY-OFC-ID    PIC X(09).
               10  FILLER                    PIC X(07)   VALUE SPACES.
           05  WIR-WD-OBI.
               10  FILLER                    PIC X(16)
                   VALUE 'COMMISSION ACCT '.
               10  WIR-WD-OBI-ACCOUNT-NBR    PIC 9(11).
               10  FILLER                    PIC X(08)   VALUE SPACES.
           05  FILLER                        PIC X(41)   VALUE SPACES.
       01  WIR-FILE-TRL-REC.
           05  FILLER                        PIC X(01)   VALUE 'T'.
           05  WIR-FT-ENTRY-CT               PIC 9(06).
           05  WIR-FT-TOTAL-AT               PIC 9(13)V9(02).
           05  FILLER                        PIC X(228)  VALUE SPACES.
      *---------------------------------------------------------*
      *    AUDIT REPORT LINES                                     *
      *---------------------------------------------------------*
       01  WIR-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(40)
               VALUE 'WIRE TRANSFER FILE CONTROL TOTALS'.
       01  WIR-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  WIR-TL-LABEL                  PIC X(25).
           05  WIR-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  WIR-TOT-AMT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  WIR-TA-LABEL                  PIC X(25).
           05  WIR-TA-AMOUNT                 PIC ---,---,---,--9.99.
       01  WIR-PROOF-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'WIRE SECTION PROOF AGAINST PAYMENT INSTRUCTIO'.
           05  FILLER                        PIC X(10)
               VALUE 'N TRAILER '.
       01  WIR-PROOF-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(25)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE '    RECORDS'.
           05  FILLER                        PIC X(20)
               VALUE '              AMOUNT'.
       01  WIR-PROOF-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  WIR-PF-LABEL                  PIC X(25).
           05  WIR-PF-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  WIR-PF-AMOUNT                 PIC ---,---,---,--9.99.
       01  WIR-PROOF-RESULT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(14)
               VALUE 'PROOF RESULT: '.
           05  WIR-PR-REASON                 PIC X(40).
       01  WIR-NOBANK-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'WIRE PAYEES REJECTED - NO ACTIVE BANKING INST'.
           05  FILLER                        PIC X(07)
               VALUE 'RUCTION'.
       01  WIR-NOBANK-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(07)   VALUE 'FI-ID'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE 'PAY OFFICE'.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'ACCOUNT NBR'.
           05  FILLER                        PIC X(09)   VALUE SPACES.
           05  FILLER                        PIC X(06)   VALUE 'AMOUNT'.
           05  FILLER                        PIC X(12)   VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE 'EXCEPTION REASON'.
       01  WIR-EXC-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  WIR-XL-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  WIR-XL-PAY-OFC-ID             PIC X(09).
           05  FILLER                        PIC X(04)   VALUE SPACES.
           05  WIR-XL-ACCOUNT-NBR            PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  WIR-XL-AMOUNT                 PIC ---,---,--9.99.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  WIR-XL-REASON                 PIC X(40).
       01  WIR-EXC-KEY.
           05  WIR-EK-FI-ID                  PIC 9(07).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  WIR-EK-PAY-OFC-ID             PIC X(09).
           05  FILLER                        PIC X(01)   VALUE '-'.
           05  WIR-EK-ACCOUNT-NBR            PIC 9(11).
      *---------------------------------------------------------*
      *    EACH DETAIL STREAM IS CAPTURED DURING THE RUN AND      *
      *    PRINTED UNDER ITS OWN NUMBERED SECTION AT END OF RUN,  *
      *    SO PAGE-OVERFLOW HEADINGS ALWAYS MATCH THE STREAM      *
      *---------------------------------------------------------*
       01  WIR-EXC-CAP-TBL.
           05  WIR-EXC-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY WIR-EXC-CAP-IX.
       01  WIR-EXC-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  WIR-EXC-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  WIR-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
                   UNTIL WIR-EOF.
           PERFORM 6000-PROVE-WIRE-SECTION THRU 6000-EXIT.
           IF WIR-SECTION-IN-BALANCE
               PERFORM 7000-RELEASE-WIRE-FILE THRU 7000-EXIT
           END-IF.
           PERFORM 8600-PRINT-PROOF-SECTION THRU 8600-EXIT.
           PERFORM 8500-PRINT-EXC-SECTION THRU 8500-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE WIR-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------*
      *    OPEN FILES AND PRIME THE PAYMENT-INSTRUCTION READ.     *
      *    THE WIRE FILE IS OPENED EMPTY -- ITS RECORDS ARE ONLY  *
      *    WRITTEN ONCE THE SECTION HAS PROVED                    *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT WIR-PAYMENT-INSTR-FL.
           OPEN INPUT WIR-BANK-MASTER-FL.
           OPEN OUTPUT WIR-WIRE-FL.
           OPEN EXTEND WIR-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT WIR-RUN-DTE FROM DATE YYYYMMDD.
           ACCEPT WIR-RUN-TME FROM TIME.
           MOVE WIR-RUN-DTE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1100-READ-PAYMENT-INSTR THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-PAYMENT-INSTR.
           READ WIR-PAYMENT-INSTR-FL
               AT END
                   SET WIR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WIR-RECORD-READ-CT
           END-READ.
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONLY THE WIRE SECTION'S DETAILS AND TRAILER ARE USED;  *
      *    EVERY OTHER SECTION RIDES THROUGH UNTOUCHED.  EVERY    *
      *    WIRE DETAIL COUNTS TOWARD THE SECTION PROOF, WHETHER   *
      *    IT IS RELEASED OR REJECTED                             *
      *---------------------------------------------------------*
       2000-PROCESS-RECORD.
           IF PINS-SECTION-WIRE
               IF PINS-RECORD-TYPE-DETAIL
                   ADD 1 TO WIR-DETAIL-READ-CT
                   MOVE PINS-TOTAL-COMPN-AT TO WIR-WK-COMPN-AT
                   ADD WIR-WK-COMPN-AT TO WIR-SECTION-TOTAL-AT
                   PERFORM 2100-EDIT-ONE-WIRE THRU 2100-EXIT
               END-IF
               IF PINS-RECORD-TYPE-TRAILER
                   PERFORM 2800-CAPTURE-TRAILER THRU 2800-EXIT
               END-IF
           END-IF.
           PERFORM 1100-READ-PAYMENT-INSTR THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A WIRE IS HELD FOR RELEASE ONLY WHEN IT IS A PAYABLE   *
      *    CREDIT AND THE PAYEE HAS BANKING INSTRUCTIONS IN       *
      *    EFFECT TODAY; ANYTHING ELSE GOES TO THE EXCEPTION      *
      *    REPORT                                                 *
      *---------------------------------------------------------*
       2100-EDIT-ONE-WIRE.
           IF WIR-WK-COMPN-AT <= ZERO
               ADD 1 TO WIR-NEGATIVE-CT
               ADD WIR-WK-COMPN-AT TO WIR-REJECTED-TOTAL-AT
               MOVE 'AMOUNT NOT PAYABLE BY WIRE'
                   TO WIR-XL-REASON
               PERFORM 2900-CAPTURE-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-FIND-BANK-INSTR THRU 2200-EXIT.
           IF WIR-BNK-NOT-FOUND
               ADD 1 TO WIR-NOBANK-CT
               ADD WIR-WK-COMPN-AT TO WIR-REJECTED-TOTAL-AT
               MOVE WIR-WK-REASON TO WIR-XL-REASON
               PERFORM 2900-CAPTURE-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-HOLD-WIRE THRU 2500-EXIT.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE KEYED READ AGAINST THE PAYEE BANK MASTER, THEN AN  *
      *    EFFECTIVE-DATE CHECK -- INSTRUCTIONS NOT YET IN EFFECT *
      *    OR ALREADY EXPIRED ARE TREATED AS NOT ON FILE          *
      *---------------------------------------------------------*
       2200-FIND-BANK-INSTR.
           SET WIR-BNK-NOT-FOUND TO TRUE.
           MOVE 'NO BANKING INSTRUCTIONS ON FILE'
               TO WIR-WK-REASON.
           MOVE PINS-FINANCIAL-INST-ID
               TO WIR-MST-FINANCIAL-INST-ID.
           MOVE PINS-FI-PAY-OFC-ID TO WIR-MST-FI-PAY-OFC-ID.
           READ WIR-BANK-MASTER-FL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WIR-BNK-FOUND TO TRUE
           END-READ.
           IF WIR-BNK-FOUND
              AND (WIR-MST-EFFECTIVE-FROM-DTE > WIR-RUN-DTE
                OR (WIR-MST-EFFECTIVE-TO-DTE NOT = ZERO
                    AND WIR-MST-EFFECTIVE-TO-DTE < WIR-RUN-DTE))
               SET WIR-BNK-NOT-FOUND TO TRUE
               MOVE 'BANKING INSTRUCTIONS NOT IN EFFECT'
                   TO WIR-WK-REASON
           END-IF.
       2200-EXIT.
           EXIT.
       2500-HOLD-WIRE.
           IF WIR-WR-USED-CT >= 5000
               MOVE ' WIRE PAYMENTS' TO WIR-TBL-LIMIT-NAME
               PERFORM 9110-ABORT-TABLE-LIMIT THRU 9110-EXIT
           END-IF.
           ADD 1 TO WIR-WR-USED-CT.
           SET WIR-WR-IDX TO WIR-WR-USED-CT.
           MOVE PINS-FINANCIAL-INST-ID TO WIR-WR-FI-ID (WIR-WR-IDX).
           MOVE PINS-FI-PAY-OFC-ID
               TO WIR-WR-PAY-OFC-ID (WIR-WR-IDX).
           MOVE PINS-ACCOUNT-NUMBER
               TO WIR-WR-ACCOUNT-NBR (WIR-WR-IDX).
           MOVE WIR-MST-ROUTING-NBR
               TO WIR-WR-ROUTING-NBR (WIR-WR-IDX).
           MOVE WIR-MST-BANK-ACCOUNT-NBR
               TO WIR-WR-BANK-ACCT (WIR-WR-IDX).
           MOVE WIR-WK-COMPN-AT TO WIR-WR-AMOUNT (WIR-WR-IDX).
           ADD 1 TO WIR-ACCEPTED-CT.
           ADD WIR-WK-COMPN-AT TO WIR-ACCEPTED-TOTAL-AT.
       2500-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE WIRE SECTION CARRIES ONE CONTROL TRAILER.  A       *
      *    SECOND ONE MEANS THE FILE WAS BUILT WRONG AND FAILS    *
      *    THE PROOF                                              *
      *---------------------------------------------------------*
       2800-CAPTURE-TRAILER.
           ADD 1 TO WIR-TRAILER-CT.
           SET WIR-TRAILER-SEEN TO TRUE.
           MOVE PINS-SECTION-RECORD-CT TO WIR-TRL-RECORD-CT.
           MOVE PINS-SECTION-TOTAL-AT TO WIR-TRL-TOTAL-AT.
       2800-EXIT.
           EXIT.
       2900-CAPTURE-EXCEPTION.
           MOVE PINS-FINANCIAL-INST-ID TO WIR-XL-FI-ID.
           MOVE PINS-FI-PAY-OFC-ID TO WIR-XL-PAY-OFC-ID.
           MOVE PINS-ACCOUNT-NUMBER TO WIR-XL-ACCOUNT-NBR.
           MOVE WIR-WK-COMPN-AT TO WIR-XL-AMOUNT.
           PERFORM 9550-CAPTURE-EXC-LINE THRU 9550-EXIT.
           MOVE PINS-FINANCIAL-INST-ID TO WIR-EK-FI-ID.
           MOVE PINS-FI-PAY-OFC-ID TO WIR-EK-PAY-OFC-ID.
           MOVE PINS-ACCOUNT-NUMBER TO WIR-EK-ACCOUNT-NBR.
           MOVE 'WIRREJCT' TO RPT-EXC-TYPE-CD.
           MOVE WIR-EXC-KEY TO RPT-EXC-BUSINESS-KEY.
           MOVE WIR-WK-COMPN-AT TO RPT-EXC-AMOUNT-AT.
           MOVE WIR-XL-REASON TO RPT-EXC-DESCRIPTION-TX.
           PERFORM 9540-POST-EXCEPTION THRU 9540-EXIT.
       2900-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    PROVE THE WIRE SECTION BEFORE ANYTHING IS RELEASED --  *
      *    THE DETAILS READ MUST AGREE WITH THE PINS TRAILER IN   *
      *    BOTH RECORD COUNT AND AMOUNT.  A SECTION WITH NO       *
      *    DETAILS AND NO TRAILER HAS NOTHING TO PROVE            *
      *---------------------------------------------------------*
       6000-PROVE-WIRE-SECTION.
           SET WIR-SECTION-IN-BALANCE TO TRUE.
           MOVE 'IN BALANCE - WIRE FILE RELEASED'
               TO WIR-PROOF-REASON.
           IF WIR-DETAIL-READ-CT = ZERO
              AND NOT WIR-TRAILER-SEEN
               MOVE 'NO WIRE SECTION ON THIS CYCLE'
                   TO WIR-PROOF-REASON
               GO TO 6000-EXIT
           END-IF.
           IF NOT WIR-TRAILER-SEEN
               SET WIR-SECTION-OUT-OF-BALANCE TO TRUE
               MOVE 'NO WIRE TRAILER - FILE HELD'
                   TO WIR-PROOF-REASON
               GO TO 6000-EXIT
           END-IF.
           IF WIR-TRAILER-CT > 1
               SET WIR-SECTION-OUT-OF-BALANCE TO TRUE
               MOVE 'MULTIPLE WIRE TRAILERS - FILE HELD'
                   TO WIR-PROOF-REASON
               GO TO 6000-EXIT
           END-IF.
           IF WIR-DETAIL-READ-CT NOT = WIR-TRL-RECORD-CT
               SET WIR-SECTION-OUT-OF-BALANCE TO TRUE
               MOVE 'RECORD COUNT OUT OF BALANCE - FILE HELD'
                   TO WIR-PROOF-REASON
               GO TO 6000-EXIT
           END-IF.
           IF WIR-SECTION-TOTAL-AT NOT = WIR-TRL-TOTAL-AT
               SET WIR-SECTION-OUT-OF-BALANCE TO TRUE
               MOVE 'AMOUNT OUT OF BALANCE - FILE HELD'
                   TO WIR-PROOF-REASON
           END-IF.
       6000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    WRITE THE PROVED WIRES TO THE BANK FILE UNDER ONE      *
      *    HEADER AND CLOSE IT WITH ITS CONTROL TRAILER           *
      *---------------------------------------------------------*
       7000-RELEASE-WIRE-FILE.
           IF WIR-WR-USED-CT = ZERO
               GO TO 7000-EXIT
           END-IF.
           MOVE WIR-ORIGIN-ID TO WIR-FH-ORIGIN-ID.
           MOVE WIR-RUN-DTE TO WIR-FH-CREATE-DTE.
           MOVE WIR-RUN-TME (1:4) TO WIR-FH-CREATE-TME.
           MOVE WIR-ORIGIN-NME TO WIR-FH-ORIGIN-NME.
           MOVE WIR-FILE-HDR-REC TO WIR-WIRE-RECORD.
           WRITE WIR-WIRE-RECORD.
           PERFORM 7100-WRITE-ONE-WIRE THRU 7100-EXIT
                   VARYING WIR-WR-IDX FROM 1 BY 1
                   UNTIL WIR-WR-IDX > WIR-WR-USED-CT.
           MOVE WIR-RELEASED-CT TO WIR-FT-ENTRY-CT.
           MOVE WIR-ACCEPTED-TOTAL-AT TO WIR-FT-TOTAL-AT.
           MOVE WIR-FILE-TRL-REC TO WIR-WIRE-RECORD.
           WRITE WIR-WIRE-RECORD.
       7000-EXIT.
           EXIT.
       7100-WRITE-ONE-WIRE.
           ADD 1 TO WIR-RELEASED-CT.
           MOVE WIR-RELEASED-CT TO WIR-WD-SEQ.
           MOVE WIR-RUN-DTE TO WIR-WD-REF-DTE.
           MOVE WIR-RELEASED-CT TO WIR-WD-REF-SEQ.
           MOVE WIR-RUN-DTE TO WIR-WD-VALUE-DTE.
           MOVE WIR-WR-AMOUNT (WIR-WR-IDX) TO WIR-WD-AMOUNT.
           MOVE WIR-ORIGIN-ABA TO WIR-WD-ORIG-ABA.
           MOVE WIR-ORIGIN-ACCT TO WIR-WD-ORIG-ACCT.
           MOVE WIR-ORIGIN-NME TO WIR-WD-ORIG-NME.
           MOVE WIR-WR-ROUTING-NBR (WIR-WR-IDX) TO WIR-WD-BENE-ABA.
           MOVE WIR-WR-BANK-ACCT (WIR-WR-IDX) TO WIR-WD-BENE-ACCT.
           MOVE WIR-WR-FI-ID (WIR-WR-IDX) TO WIR-WD-BENE-FI-ID.
           MOVE WIR-WR-PAY-OFC-ID (WIR-WR-IDX)
               TO WIR-WD-BENE-PAY-OFC-ID.
           MOVE WIR-WR-ACCOUNT-NBR (WIR-WR-IDX)
               TO WIR-WD-OBI-ACCOUNT-NBR.
           MOVE WIR-DETAIL-REC TO WIR-WIRE-RECORD.
           WRITE WIR-WIRE-RECORD.
       7100-EXIT.
           EXIT.
       8600-PRINT-PROOF-SECTION.
           MOVE WIR-PROOF-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE WIR-PROOF-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'WIRE DETAILS READ: ' TO WIR-PF-LABEL.
           MOVE WIR-DETAIL-READ-CT TO WIR-PF-COUNT.
           MOVE WIR-SECTION-TOTAL-AT TO WIR-PF-AMOUNT.
           MOVE WIR-PROOF-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'PINS WIRE TRAILER: ' TO WIR-PF-LABEL.
           MOVE WIR-TRL-RECORD-CT TO WIR-PF-COUNT.
           MOVE WIR-TRL-TOTAL-AT TO WIR-PF-AMOUNT.
           MOVE WIR-PROOF-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'HELD FOR RELEASE: ' TO WIR-PF-LABEL.
           MOVE WIR-ACCEPTED-CT TO WIR-PF-COUNT.
           MOVE WIR-ACCEPTED-TOTAL-AT TO WIR-PF-AMOUNT.
           MOVE WIR-PROOF-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           COMPUTE WIR-PF-COUNT = WIR-NOBANK-CT + WIR-NEGATIVE-CT.
           MOVE 'REJECTED TO EXCEPTIONS: ' TO WIR-PF-LABEL.
           MOVE WIR-REJECTED-TOTAL-AT TO WIR-PF-AMOUNT.
           MOVE WIR-PROOF-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE WIR-PROOF-REASON TO WIR-PR-REASON.
           MOVE WIR-PROOF-RESULT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8600-EXIT.
           EXIT.
       8500-PRINT-EXC-SECTION.
           MOVE WIR-NOBANK-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE WIR-NOBANK-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF WIR-EXC-CAP-USED-CT > ZERO
               PERFORM 8505-PRINT-ONE-EXC THRU 8505-EXIT
                       VARYING WIR-EXC-CAP-IX FROM 1 BY 1
                       UNTIL WIR-EXC-CAP-IX > WIR-EXC-CAP-USED-CT
           END-IF.
           IF WIR-EXC-CAP-TRUNC-SW = 'Y'
               MOVE WIR-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
       8505-PRINT-ONE-EXC.
           MOVE WIR-EXC-CAP-LINE (WIR-EXC-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8505-EXIT.
           EXIT.
       8000-PRINT-TOTALS.
           MOVE WIR-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           MOVE 'PAY INSTR RECORDS READ: ' TO WIR-TL-LABEL.
           MOVE WIR-RECORD-READ-CT TO WIR-TL-COUNT.
           MOVE WIR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'WIRE DETAILS READ: ' TO WIR-TL-LABEL.
           MOVE WIR-DETAIL-READ-CT TO WIR-TL-COUNT.
           MOVE WIR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'WIRES RELEASED: ' TO WIR-TL-LABEL.
           MOVE WIR-RELEASED-CT TO WIR-TL-COUNT.
           MOVE WIR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NO BANK INSTRUCTIONS: ' TO WIR-TL-LABEL.
           MOVE WIR-NOBANK-CT TO WIR-TL-COUNT.
           MOVE WIR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'NOT WIRE-PAYABLE: ' TO WIR-TL-LABEL.
           MOVE WIR-NEGATIVE-CT TO WIR-TL-COUNT.
           MOVE WIR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'WIRE TRAILERS READ: ' TO WIR-TL-LABEL.
           MOVE WIR-TRAILER-CT TO WIR-TL-COUNT.
           MOVE WIR-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'TOTAL WIRED AMOUNT: ' TO WIR-TA-LABEL.
           IF WIR-RELEASED-CT > ZERO
               MOVE WIR-ACCEPTED-TOTAL-AT TO WIR-TA-AMOUNT
           ELSE
               MOVE ZERO TO WIR-TA-AMOUNT
           END-IF.
           MOVE WIR-TOT-AMT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *    SO THE GATEKEEPER CAN PROVE THE FEED COMPLETED BEFORE  *
      *    ANY CROSS-FILE JOB RUNS                                *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO WIR-RUN-CTL-RECORD.
           MOVE 'WIR-WIRE-TRANSFER' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE WIR-RUN-CTL-RECORD.
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
           MOVE SPACES TO WIR-RUN-CTL-RECORD.
           MOVE 'WIR-WIRE-TRANSFER' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE WIR-DETAIL-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE WIR-RUN-CTL-RECORD.
           CLOSE WIR-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    A FULL IN-MEMORY TABLE MUST STOP THE RUN RATHER THAN   *
      *    CORRUPT STORAGE -- OPS RERUNS AFTER THE TABLE SIZING   *
      *    IS ADDRESSED.  NO WIRE HAS BEEN WRITTEN AT THIS POINT  *
      *---------------------------------------------------------*
       9110-ABORT-TABLE-LIMIT.
           MOVE WIR-TBL-LIMIT-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 16 TO WIR-RUN-RC.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           CLOSE WIR-PAYMENT-INSTR-FL.
           CLOSE WIR-BANK-MASTER-FL.
           CLOSE WIR-WIRE-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
           MOVE WIR-RUN-RC TO RETURN-CODE.
           STOP RUN.
       9110-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL (12 IS RESERVED FOR A REJECTED    *
      *    INPUT FEED).  THE RUN TOTALS STATE THE CODE BEING SET  *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF WIR-NEW-RC > WIR-RUN-RC
               MOVE WIR-NEW-RC TO WIR-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF WIR-NOBANK-CT > ZERO
            OR WIR-NEGATIVE-CT > ZERO
               MOVE 4 TO WIR-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF WIR-SECTION-OUT-OF-BALANCE
               MOVE 8 TO WIR-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE WIR-RUN-RC TO WIR-RCD-OUT.
           EVALUATE WIR-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO WIR-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO WIR-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO WIR-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO WIR-RCD-REASON
           END-EVALUATE.
           MOVE WIR-RCD-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE WIR-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           CLOSE WIR-PAYMENT-INSTR-FL.
           CLOSE WIR-BANK-MASTER-FL.
           CLOSE WIR-WIRE-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9000-EXIT.
           EXIT.
       9550-CAPTURE-EXC-LINE.
           IF WIR-EXC-CAP-USED-CT >= 5000
               MOVE 'Y' TO WIR-EXC-CAP-TRUNC-SW
               GO TO 9550-EXIT
           END-IF.
           ADD 1 TO WIR-EXC-CAP-USED-CT.
           SET WIR-EXC-CAP-IX TO WIR-EXC-CAP-USED-CT.
           MOVE WIR-EXC-LINE TO WIR-EXC-CAP-LINE (WIR-EXC-CAP-IX).
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
           MOVE 'WIR-WIRE-TRANSFER' TO RPT-PROGRAM-ID-TX.
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
