       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCM-TRUSTED-CONTACT.
	   AUTHOR. DST. MODIFIED BY SHREENI, MODIFIED BY HOGLE.
	   DATE WRITTEN. 10/15/2026.
	   DATE COMPILED. 10/15/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
	    SELECT TCM-MAINT-TRAN-FL ASSIGN TO "TCNTRAN".
	    SELECT OPTIONAL TCM-CONTACT-MASTER-FL ASSIGN TO "TCNMSTR"
	        ORGANIZATION IS INDEXED
	        ACCESS MODE IS DYNAMIC
	        RECORD KEY IS TCN-MST-KEY.
	    SELECT OPTIONAL TCM-RUN-CTL-FL ASSIGN TO "RUNCTL".
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------*
      *    TRUSTED CONTACT MAINTENANCE -- ADD, UPDATE OR DELETE   *
      *    ONE CONTACT FOR ONE CUSTOMER.  AN UPDATE CARRIES THE   *
      *    FULL ROW AS IT SHOULD NOW STAND                        *
      *---------------------------------------------------------*
       FD  TCM-MAINT-TRAN-FL.
       01  TCM-MAINT-TRAN-RECORD.
           05  TTR-PROCESS-TYPE-CD           PIC X(1).
               88  TTR-PROCESS-TYPE-ADD          VALUE 'A'.
               88  TTR-PROCESS-TYPE-UPDATE       VALUE 'U'.
               88  TTR-PROCESS-TYPE-DELETE       VALUE 'D'.
           05  TTR-CMR-BPR-ID1               PIC 9(11).
           05  TTR-CMR-BPR-ID2               PIC 9(11).
           05  TTR-CONTACT-SEQ               PIC 9(2).
           05  TTR-FRST-NME                  PIC X(35).
           05  TTR-LST-NME                   PIC X(35).
           05  TTR-RELATIONSHIP-CD           PIC X(2).
               88  TTR-RELATIONSHIP-VALID        VALUE 'SP' 'CH' 'SB'
                                                   'RL' 'FR' 'AT'
                                                   'AC' 'OT'.
           05  TTR-PHN-NBR-TXT               PIC X(20).
           05  TTR-ADR-LINE-1                PIC X(35).
           05  TTR-ADR-LINE-2                PIC X(35).
           05  TTR-ADR-CITY                  PIC X(35).
           05  TTR-POSTAL-CDE                PIC X(2).
           05  TTR-ZIP-CDE                   PIC X(10).
           05  TTR-OBTAINED-DTE              PIC 9(8).
           05  TTR-MAINT-OPID                PIC X(8).
           05  FILLER                        PIC X(10).
       FD  TCM-CONTACT-MASTER-FL.
       COPY TCNMSTR.
       FD  TCM-RUN-CTL-FL.
       01  TCM-RUN-CTL-RECORD.
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
       01  TCM-SWITCHES.
           05  TCM-TRN-EOF-SW                PIC X(01)   VALUE 'N'.
               88  TCM-TRN-EOF                   VALUE 'Y'.
           05  TCM-MST-EOF-SW                PIC X(01)   VALUE 'N'.
               88  TCM-MST-EOF                   VALUE 'Y'.
           05  TCM-BEFORE-SW                 PIC X(01)   VALUE 'N'.
               88  TCM-BEFORE-HELD               VALUE 'Y'.
               88  TCM-BEFORE-EMPTY              VALUE 'N'.
       01  TCM-COUNTERS                      COMP.
           05  TCM-TRAN-READ-CT              PIC 9(09)   VALUE ZERO.
           05  TCM-MST-IN-CT                 PIC 9(09)   VALUE ZERO.
           05  TCM-MST-OUT-CT                PIC 9(09)   VALUE ZERO.
           05  TCM-ADD-CT                    PIC 9(09)   VALUE ZERO.
           05  TCM-UPDATE-CT                 PIC 9(09)   VALUE ZERO.
           05  TCM-DELETE-CT                 PIC 9(09)   VALUE ZERO.
           05  TCM-EXC-CT                    PIC 9(07)   VALUE ZERO.
           05  TCM-FOOT-BREAK-CT             PIC 9(02)   VALUE ZERO.
           05  TCM-MST-COUNT-WK              PIC 9(09)   VALUE ZERO.
       01  TCM-WK-REASON                     PIC X(40).
       01  TCM-RUN-DTE                       PIC 9(08)   VALUE ZERO.
       01  TCM-BEFORE-HOLD.
           05  TCM-BF-FRST-NME               PIC X(35)   VALUE SPACES.
           05  TCM-BF-LST-NME                PIC X(35)   VALUE SPACES.
           05  TCM-BF-RELATIONSHIP-CD        PIC X(02)   VALUE SPACES.
           05  TCM-BF-PHN-NBR-TXT            PIC X(20)   VALUE SPACES.
           05  TCM-BF-ADR-LINE-1             PIC X(35)   VALUE SPACES.
           05  TCM-BF-ADR-LINE-2             PIC X(35)   VALUE SPACES.
           05  TCM-BF-ADR-CITY               PIC X(35)   VALUE SPACES.
           05  TCM-BF-POSTAL-CDE             PIC X(02)   VALUE SPACES.
           05  TCM-BF-ZIP-CDE                PIC X(10)   VALUE SPACES.
           05  TCM-BF-OBTAINED-DTE           PIC 9(08)   VALUE ZERO.
       01  TCM-RUN-RC                       PIC 9(02)   VALUE ZERO.
       01  TCM-NEW-RC                       PIC 9(02)   VALUE ZERO.
       01  TCM-RCD-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'RETURN CODE SET: '.
           05  TCM-RCD-OUT                  PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE ' - '.
           05  TCM-RCD-REASON               PIC X(40).
       01  TCM-CHG-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'TRUSTED CONTACT BEFORE/AFTER AUDIT REPORT'.
       01  TCM-CHG-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID1'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID2'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'SEQ'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'TYP'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(17)
               VALUE 'FIELD'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(35)   VALUE 'BEFORE'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(05)   VALUE 'AFTER'.
       01  TCM-CHG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  TCM-CL-BPR-ID1                PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  TCM-CL-BPR-ID2                PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  TCM-CL-CONTACT-SEQ            PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  TCM-CL-TYPE-CD                PIC X(01).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  TCM-CL-FIELD                  PIC X(17).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  TCM-CL-BEFORE                 PIC X(35).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  TCM-CL-AFTER                  PIC X(35).
       01  TCM-EXC-HDG-LINE-1.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'TRUSTED CONTACT MAINTENANCE EXCEPTIONS'.
       01  TCM-EXC-HDG-LINE-2.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID1'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(11)
               VALUE 'BPR ID2'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'SEQ'.
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  FILLER                        PIC X(03)   VALUE 'TYP'.
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  FILLER                        PIC X(30)
               VALUE 'EXCEPTION REASON'.
       01  TCM-EXC-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  TCM-XL-BPR-ID1                PIC 9(11).
           05  FILLER                        PIC X(01)   VALUE SPACES.
           05  TCM-XL-BPR-ID2                PIC 9(11).
           05  FILLER                        PIC X(02)   VALUE SPACES.
           05  TCM-XL-CONTACT-SEQ            PIC 9(02).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  TCM-XL-TYPE-CD                PIC X(01).
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  TCM-XL-REASON                 PIC X(40).
       01  TCM-TOT-HDG-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'TRUSTED CONTACT MAINTENANCE CONTROL TOTALS'.
       01  TCM-TOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  TCM-TL-LABEL                  PIC X(22).
           05  TCM-TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
       01  TCM-FOOT-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  TCM-FT-RESULT                 PIC X(50).
      *---------------------------------------------------------*
      *    EACH DETAIL STREAM IS CAPTURED DURING THE RUN AND      *
      *    PRINTED UNDER ITS OWN NUMBERED SECTION AT END OF RUN,  *
      *    SO PAGE-OVERFLOW HEADINGS ALWAYS MATCH THE STREAM      *
      *---------------------------------------------------------*
       01  TCM-CHG-CAP-TBL.
           05  TCM-CHG-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY TCM-CHG-CAP-IX.
       01  TCM-CHG-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  TCM-CHG-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  TCM-EXC-CAP-TBL.
           05  TCM-EXC-CAP-LINE                PIC X(132)
                                             OCCURS 5000 TIMES
                                             INDEXED BY TCM-EXC-CAP-IX.
       01  TCM-EXC-CAP-USED-CT                 PIC 9(07)   COMP
                                              VALUE ZERO.
       01  TCM-EXC-CAP-TRUNC-SW                PIC X(01)   VALUE 'N'.
       01  TCM-TRUNC-NOTE-LINE.
           05  FILLER                        PIC X(03)   VALUE SPACES.
           05  FILLER                        PIC X(45)
               VALUE 'LIST TRUNCATED AT 5,000 LINES - RUN TOTALS CO'.
           05  FILLER                        PIC X(13)
               VALUE 'VER ALL ROWS '.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
                   UNTIL TCM-TRN-EOF.
           PERFORM 8500-PRINT-CHG-SECTION THRU 8500-EXIT.
           PERFORM 8510-PRINT-EXC-SECTION THRU 8510-EXIT.
           PERFORM 8000-PRINT-MAINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           MOVE TCM-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *---------------------------------------------------------*
      *    OPEN FILES, COUNT THE MASTER ROWS IN, PRIME THE TRAN   *
      *    READ                                                   *
      *---------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT TCM-MAINT-TRAN-FL.
           OPEN I-O TCM-CONTACT-MASTER-FL.
           OPEN EXTEND TCM-RUN-CTL-FL.
           PERFORM 9520-OPEN-REPORT THRU 9520-EXIT.
           PERFORM 1050-POST-RUN-START THRU 1050-EXIT.
           ACCEPT RCTL-WK-DATE FROM DATE YYYYMMDD.
           MOVE RCTL-WK-DATE TO TCM-RUN-DTE.
           MOVE RCTL-WK-DATE (1:8) TO RPT-CYCLE-TX.
           PERFORM 1300-COUNT-MASTERS THRU 1300-EXIT.
           MOVE TCM-MST-COUNT-WK TO TCM-MST-IN-CT.
           PERFORM 1100-READ-TRAN THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-READ-TRAN.
           READ TCM-MAINT-TRAN-FL
               AT END
                   SET TCM-TRN-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    COUNT THE ROWS ON THE CONTACT MASTER BY WALKING THE    *
      *    INDEX END TO END -- USED FOR THE MASTERS-IN AND        *
      *    MASTERS-OUT CONTROL TOTALS                             *
      *---------------------------------------------------------*
       1300-COUNT-MASTERS.
           MOVE ZERO TO TCM-MST-COUNT-WK.
           MOVE 'N' TO TCM-MST-EOF-SW.
           MOVE LOW-VALUES TO TCN-MST-KEY.
           START TCM-CONTACT-MASTER-FL KEY NOT < TCN-MST-KEY
               INVALID KEY
                   SET TCM-MST-EOF TO TRUE
           END-START.
           PERFORM 1310-COUNT-ONE-MASTER THRU 1310-EXIT
                   UNTIL TCM-MST-EOF.
       1300-EXIT.
           EXIT.
       1310-COUNT-ONE-MASTER.
           READ TCM-CONTACT-MASTER-FL NEXT RECORD
               AT END
                   SET TCM-MST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO TCM-MST-COUNT-WK
           END-READ.
       1310-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    ONE MAINTENANCE TRANSACTION -- EDIT IT, CAPTURE THE    *
      *    BEFORE IMAGE FOR UPDATES AND DELETES, APPLY IT, AND    *
      *    WRITE THE BEFORE/AFTER AUDIT LINES                     *
      *---------------------------------------------------------*
       2000-PROCESS-TRAN.
           ADD 1 TO TCM-TRAN-READ-CT.
           PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
           IF TCM-WK-REASON = SPACES
               PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT
           ELSE
               PERFORM 2950-CAPTURE-EXCEPTION THRU 2950-EXIT
           END-IF.
           PERFORM 1100-READ-TRAN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FRONT-DOOR EDITS -- AN UNRECOGNIZED ACTION, NO         *
      *    CUSTOMER KEY, A CONTACT WITH NO NAME, AN UNKNOWN       *
      *    RELATIONSHIP, NO WAY TO REACH THE CONTACT, OR A DATE   *
      *    OBTAINED THAT IS INVALID OR IN THE FUTURE NEVER        *
      *    TOUCHES THE MASTER                                     *
      *---------------------------------------------------------*
       2100-EDIT-TRANSACTION.
           MOVE SPACES TO TCM-WK-REASON.
           IF NOT TTR-PROCESS-TYPE-ADD
              AND NOT TTR-PROCESS-TYPE-UPDATE
              AND NOT TTR-PROCESS-TYPE-DELETE
               MOVE 'UNRECOGNIZED PROCESS TYPE CODE'
                   TO TCM-WK-REASON
               GO TO 2100-EXIT
           END-IF.
           IF TTR-CMR-BPR-ID1 = ZERO
              AND TTR-CMR-BPR-ID2 = ZERO
               MOVE 'CUSTOMER BPR ID1/ID2 ARE ZERO'
                   TO TCM-WK-REASON
               GO TO 2100-EXIT
           END-IF.
           IF TTR-CONTACT-SEQ = ZERO
               MOVE 'CONTACT SEQUENCE IS ZERO'
                   TO TCM-WK-REASON
               GO TO 2100-EXIT
           END-IF.
           IF TTR-PROCESS-TYPE-DELETE
               GO TO 2100-EXIT
           END-IF.
           IF TTR-LST-NME = SPACES
               MOVE 'CONTACT LAST NAME IS BLANK'
                   TO TCM-WK-REASON
               GO TO 2100-EXIT
           END-IF.
           IF NOT TTR-RELATIONSHIP-VALID
               MOVE 'RELATIONSHIP CODE NOT RECOGNIZED'
                   TO TCM-WK-REASON
               GO TO 2100-EXIT
           END-IF.
           IF TTR-PHN-NBR-TXT = SPACES
              AND TTR-ADR-LINE-1 = SPACES
               MOVE 'NO PHONE OR ADDRESS FOR CONTACT'
                   TO TCM-WK-REASON
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-VALIDATE-OBTAINED-DATE THRU 2150-EXIT.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    THE DATE THE CONTACT WAS OBTAINED MUST BE A REAL       *
      *    CALENDAR DATE NO LATER THAN TODAY                      *
      *---------------------------------------------------------*
       2150-VALIDATE-OBTAINED-DATE.
           MOVE 'CAL' TO DTE-FUNCTION-CD.
           MOVE TTR-OBTAINED-DTE TO DTE-DATE-1.
           MOVE TCM-RUN-DTE TO DTE-DATE-2.
           PERFORM 9600-CALL-DATE-SERVICE THRU 9600-EXIT.
           IF DTE-RC-BAD-DATE
               MOVE 'DATE OBTAINED IS NOT A VALID DATE'
                   TO TCM-WK-REASON
               GO TO 2150-EXIT
           END-IF.
           IF DTE-DAYS < ZERO
               MOVE 'DATE OBTAINED IS LATER THAN TODAY'
                   TO TCM-WK-REASON
           END-IF.
       2150-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    TRUE MASTER-FILE MAINTENANCE -- AN ADD INSERTS, AN     *
      *    UPDATE REWRITES, AND A DELETE REMOVES THE KEYED        *
      *    MASTER ROW.  AN ADD THAT ALREADY EXISTS OR AN UPDATE/  *
      *    DELETE WITH NO MASTER ROW IS AN EXCEPTION              *
      *---------------------------------------------------------*
       2200-APPLY-TRANSACTION.
           MOVE TTR-CMR-BPR-ID1 TO TCN-MST-CMR-BPR-ID1.
           MOVE TTR-CMR-BPR-ID2 TO TCN-MST-CMR-BPR-ID2.
           MOVE TTR-CONTACT-SEQ TO TCN-MST-CONTACT-SEQ.
           IF TTR-PROCESS-TYPE-UPDATE
            OR TTR-PROCESS-TYPE-DELETE
               PERFORM 2250-FETCH-BEFORE-IMAGE THRU 2250-EXIT
           ELSE
               SET TCM-BEFORE-EMPTY TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN TTR-PROCESS-TYPE-ADD
                   PERFORM 2300-APPLY-ADD THRU 2300-EXIT
               WHEN TTR-PROCESS-TYPE-UPDATE
                   PERFORM 2400-APPLY-UPDATE THRU 2400-EXIT
               WHEN TTR-PROCESS-TYPE-DELETE
                   PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.
       2250-FETCH-BEFORE-IMAGE.
           SET TCM-BEFORE-EMPTY TO TRUE.
           READ TCM-CONTACT-MASTER-FL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TCM-BEFORE-HELD TO TRUE
                   MOVE TCN-MST-FRST-NME TO TCM-BF-FRST-NME
                   MOVE TCN-MST-LST-NME TO TCM-BF-LST-NME
                   MOVE TCN-MST-RELATIONSHIP-CD
                       TO TCM-BF-RELATIONSHIP-CD
                   MOVE TCN-MST-PHN-NBR-TXT TO TCM-BF-PHN-NBR-TXT
                   MOVE TCN-MST-ADR-LINE-1 TO TCM-BF-ADR-LINE-1
                   MOVE TCN-MST-ADR-LINE-2 TO TCM-BF-ADR-LINE-2
                   MOVE TCN-MST-ADR-CITY TO TCM-BF-ADR-CITY
                   MOVE TCN-MST-POSTAL-CDE TO TCM-BF-POSTAL-CDE
                   MOVE TCN-MST-ZIP-CDE TO TCM-BF-ZIP-CDE
                   MOVE TCN-MST-OBTAINED-DTE TO TCM-BF-OBTAINED-DTE
           END-READ.
       2250-EXIT.
           EXIT.
       2300-APPLY-ADD.
           PERFORM 2600-BUILD-MASTER-FIELDS THRU 2600-EXIT.
           WRITE TCN-MASTER-RECORD
               INVALID KEY
                   MOVE 'ADD - MASTER ROW ALREADY EXISTS'
                       TO TCM-WK-REASON
                   PERFORM 2950-CAPTURE-EXCEPTION THRU 2950-EXIT
               NOT INVALID KEY
                   ADD 1 TO TCM-ADD-CT
                   MOVE 'A' TO TCM-CL-TYPE-CD
                   PERFORM 2800-AUDIT-ALL-FIELDS THRU 2800-EXIT
           END-WRITE.
       2300-EXIT.
           EXIT.
       2400-APPLY-UPDATE.
           IF TCM-BEFORE-EMPTY
               MOVE 'UPDATE - NO MASTER ROW ON FILE'
                   TO TCM-WK-REASON
               PERFORM 2950-CAPTURE-EXCEPTION THRU 2950-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2600-BUILD-MASTER-FIELDS THRU 2600-EXIT.
           REWRITE TCN-MASTER-RECORD
               INVALID KEY
                   MOVE 'UPDATE - NO MASTER ROW ON FILE'
                       TO TCM-WK-REASON
                   PERFORM 2950-CAPTURE-EXCEPTION THRU 2950-EXIT
               NOT INVALID KEY
                   ADD 1 TO TCM-UPDATE-CT
                   MOVE 'U' TO TCM-CL-TYPE-CD
                   PERFORM 2700-AUDIT-CHANGED-FIELDS THRU 2700-EXIT
           END-REWRITE.
       2400-EXIT.
           EXIT.
       2500-APPLY-DELETE.
           IF TCM-BEFORE-EMPTY
               MOVE 'DELETE - NO MASTER ROW ON FILE'
                   TO TCM-WK-REASON
               PERFORM 2950-CAPTURE-EXCEPTION THRU 2950-EXIT
               GO TO 2500-EXIT
           END-IF.
           DELETE TCM-CONTACT-MASTER-FL
               INVALID KEY
                   MOVE 'DELETE - NO MASTER ROW ON FILE'
                       TO TCM-WK-REASON
                   PERFORM 2950-CAPTURE-EXCEPTION THRU 2950-EXIT
               NOT INVALID KEY
                   ADD 1 TO TCM-DELETE-CT
                   MOVE 'D' TO TCM-CL-TYPE-CD
                   PERFORM 2850-AUDIT-DELETED-ROW THRU 2850-EXIT
           END-DELETE.
       2500-EXIT.
           EXIT.
       2600-BUILD-MASTER-FIELDS.
           MOVE TTR-FRST-NME TO TCN-MST-FRST-NME.
           MOVE TTR-LST-NME TO TCN-MST-LST-NME.
           MOVE TTR-RELATIONSHIP-CD TO TCN-MST-RELATIONSHIP-CD.
           MOVE TTR-PHN-NBR-TXT TO TCN-MST-PHN-NBR-TXT.
           MOVE TTR-ADR-LINE-1 TO TCN-MST-ADR-LINE-1.
           MOVE TTR-ADR-LINE-2 TO TCN-MST-ADR-LINE-2.
           MOVE TTR-ADR-CITY TO TCN-MST-ADR-CITY.
           MOVE TTR-POSTAL-CDE TO TCN-MST-POSTAL-CDE.
           MOVE TTR-ZIP-CDE TO TCN-MST-ZIP-CDE.
           MOVE TTR-OBTAINED-DTE TO TCN-MST-OBTAINED-DTE.
           MOVE TTR-MAINT-OPID TO TCN-MST-LAST-MNT-OPID.
           MOVE TCM-RUN-DTE TO TCN-MST-LAST-MNT-DTE.
       2600-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    FIELD-LEVEL BEFORE/AFTER AUDIT -- AN UPDATE PRINTS     *
      *    ONLY THE FIELDS THAT ACTUALLY MOVED                    *
      *---------------------------------------------------------*
       2700-AUDIT-CHANGED-FIELDS.
           IF TTR-FRST-NME NOT = TCM-BF-FRST-NME
               MOVE 'FIRST NAME' TO TCM-CL-FIELD
               MOVE TCM-BF-FRST-NME TO TCM-CL-BEFORE
               MOVE TTR-FRST-NME TO TCM-CL-AFTER
               PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT
           END-IF.
           IF TTR-LST-NME NOT = TCM-BF-LST-NME
               MOVE 'LAST NAME' TO TCM-CL-FIELD
               MOVE TCM-BF-LST-NME TO TCM-CL-BEFORE
               MOVE TTR-LST-NME TO TCM-CL-AFTER
               PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT
           END-IF.
           IF TTR-RELATIONSHIP-CD NOT = TCM-BF-RELATIONSHIP-CD
               MOVE 'RELATIONSHIP' TO TCM-CL-FIELD
               MOVE TCM-BF-RELATIONSHIP-CD TO TCM-CL-BEFORE
               MOVE TTR-RELATIONSHIP-CD TO TCM-CL-AFTER
               PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT
           END-IF.
           IF TTR-PHN-NBR-TXT NOT = TCM-BF-PHN-NBR-TXT
               MOVE 'PHONE' TO TCM-CL-FIELD
               MOVE TCM-BF-PHN-NBR-TXT TO TCM-CL-BEFORE
               MOVE TTR-PHN-NBR-TXT TO TCM-CL-AFTER
               PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT
           END-IF.
           IF TTR-ADR-LINE-1 NOT = TCM-BF-ADR-LINE-1
               MOVE 'ADDRESS LINE 1' TO TCM-CL-FIELD
               MOVE TCM-BF-ADR-LINE-1 TO TCM-CL-BEFORE
               MOVE TTR-ADR-LINE-1 TO TCM-CL-AFTER
               PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT
           END-IF.
           IF TTR-ADR-LINE-2 NOT = TCM-BF-ADR-LINE-2
               MOVE 'ADDRESS LINE 2' TO TCM-CL-FIELD
               MOVE TCM-BF-ADR-LINE-2 TO TCM-CL-BEFORE
               MOVE TTR-ADR-LINE-2 TO TCM-CL-AFTER
               PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT
           END-IF.
           IF TTR-ADR-CITY NOT = TCM-BF-ADR-CITY
               MOVE 'CITY' TO TCM-CL-FIELD
               MOVE TCM-BF-ADR-CITY TO TCM-CL-BEFORE
               MOVE TTR-ADR-CITY TO TCM-CL-AFTER
               PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT
           END-IF.
           IF TTR-POSTAL-CDE NOT = TCM-BF-POSTAL-CDE
               MOVE 'STATE' TO TCM-CL-FIELD
               MOVE TCM-BF-POSTAL-CDE TO TCM-CL-BEFORE
               MOVE TTR-POSTAL-CDE TO TCM-CL-AFTER
               PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT
           END-IF.
           IF TTR-ZIP-CDE NOT = TCM-BF-ZIP-CDE
               MOVE 'ZIP CODE' TO TCM-CL-FIELD
               MOVE TCM-BF-ZIP-CDE TO TCM-CL-BEFORE
               MOVE TTR-ZIP-CDE TO TCM-CL-AFTER
               PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT
           END-IF.
           IF TTR-OBTAINED-DTE NOT = TCM-BF-OBTAINED-DTE
               MOVE 'DATE OBTAINED' TO TCM-CL-FIELD
               MOVE TCM-BF-OBTAINED-DTE TO TCM-CL-BEFORE
               MOVE TTR-OBTAINED-DTE TO TCM-CL-AFTER
               PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT
           END-IF.
       2700-EXIT.
           EXIT.
       2800-AUDIT-ALL-FIELDS.
           MOVE 'ROW ADDED' TO TCM-CL-FIELD.
           MOVE SPACES TO TCM-CL-BEFORE.
           MOVE TTR-LST-NME TO TCM-CL-AFTER.
           PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT.
       2800-EXIT.
           EXIT.
       2850-AUDIT-DELETED-ROW.
           MOVE 'ROW DELETED' TO TCM-CL-FIELD.
           MOVE TCM-BF-LST-NME TO TCM-CL-BEFORE.
           MOVE SPACES TO TCM-CL-AFTER.
           PERFORM 2900-CAPTURE-CHANGE THRU 2900-EXIT.
       2850-EXIT.
           EXIT.
       2900-CAPTURE-CHANGE.
           MOVE TTR-CMR-BPR-ID1 TO TCM-CL-BPR-ID1.
           MOVE TTR-CMR-BPR-ID2 TO TCM-CL-BPR-ID2.
           MOVE TTR-CONTACT-SEQ TO TCM-CL-CONTACT-SEQ.
           PERFORM 9550-CAPTURE-CHG-LINE THRU 9550-EXIT.
       2900-EXIT.
           EXIT.
       2950-CAPTURE-EXCEPTION.
           ADD 1 TO TCM-EXC-CT.
           MOVE TTR-CMR-BPR-ID1 TO TCM-XL-BPR-ID1.
           MOVE TTR-CMR-BPR-ID2 TO TCM-XL-BPR-ID2.
           MOVE TTR-CONTACT-SEQ TO TCM-XL-CONTACT-SEQ.
           MOVE TTR-PROCESS-TYPE-CD TO TCM-XL-TYPE-CD.
           MOVE TCM-WK-REASON TO TCM-XL-REASON.
           PERFORM 9560-CAPTURE-EXC-LINE THRU 9560-EXIT.
       2950-EXIT.
           EXIT.
       8500-PRINT-CHG-SECTION.
           MOVE TCM-CHG-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE TCM-CHG-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF TCM-CHG-CAP-USED-CT > ZERO
               PERFORM 8505-PRINT-ONE-CHG THRU 8505-EXIT
                       VARYING TCM-CHG-CAP-IX FROM 1 BY 1
                       UNTIL TCM-CHG-CAP-IX > TCM-CHG-CAP-USED-CT
           END-IF.
           IF TCM-CHG-CAP-TRUNC-SW = 'Y'
               MOVE TCM-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8500-EXIT.
           EXIT.
       8505-PRINT-ONE-CHG.
           MOVE TCM-CHG-CAP-LINE (TCM-CHG-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8505-EXIT.
           EXIT.
       8510-PRINT-EXC-SECTION.
           MOVE TCM-EXC-HDG-LINE-1 TO RPT-SECTION-HDG-1.
           MOVE TCM-EXC-HDG-LINE-2 TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           IF TCM-EXC-CAP-USED-CT > ZERO
               PERFORM 8515-PRINT-ONE-EXC THRU 8515-EXIT
                       VARYING TCM-EXC-CAP-IX FROM 1 BY 1
                       UNTIL TCM-EXC-CAP-IX > TCM-EXC-CAP-USED-CT
           END-IF.
           IF TCM-EXC-CAP-TRUNC-SW = 'Y'
               MOVE TCM-TRUNC-NOTE-LINE TO RPT-DETAIL-LINE
               PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT
           END-IF.
       8510-EXIT.
           EXIT.
       8515-PRINT-ONE-EXC.
           MOVE TCM-EXC-CAP-LINE (TCM-EXC-CAP-IX) TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8515-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    MASTER-MAINTENANCE CONTROL TOTALS -- MASTERS IN PLUS   *
      *    ADDS MINUS DELETES MUST FOOT TO MASTERS OUT            *
      *---------------------------------------------------------*
       8000-PRINT-MAINT-TOTALS.
           MOVE TCM-TOT-HDG-LINE TO RPT-SECTION-HDG-1.
           MOVE SPACES TO RPT-SECTION-HDG-2.
           PERFORM 9510-START-REPORT-SECTION THRU 9510-EXIT.
           PERFORM 1300-COUNT-MASTERS THRU 1300-EXIT.
           MOVE TCM-MST-COUNT-WK TO TCM-MST-OUT-CT.
           MOVE 'TRANSACTIONS READ:' TO TCM-TL-LABEL.
           MOVE TCM-TRAN-READ-CT TO TCM-TL-COUNT.
           MOVE TCM-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'MASTERS IN:' TO TCM-TL-LABEL.
           MOVE TCM-MST-IN-CT TO TCM-TL-COUNT.
           MOVE TCM-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'ADDS APPLIED:' TO TCM-TL-LABEL.
           MOVE TCM-ADD-CT TO TCM-TL-COUNT.
           MOVE TCM-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'UPDATES APPLIED:' TO TCM-TL-LABEL.
           MOVE TCM-UPDATE-CT TO TCM-TL-COUNT.
           MOVE TCM-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'DELETES APPLIED:' TO TCM-TL-LABEL.
           MOVE TCM-DELETE-CT TO TCM-TL-COUNT.
           MOVE TCM-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'MASTERS OUT:' TO TCM-TL-LABEL.
           MOVE TCM-MST-OUT-CT TO TCM-TL-COUNT.
           MOVE TCM-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE 'MAINT EXCEPTIONS:' TO TCM-TL-LABEL.
           MOVE TCM-EXC-CT TO TCM-TL-COUNT.
           MOVE TCM-TOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           IF TCM-MST-IN-CT + TCM-ADD-CT - TCM-DELETE-CT
              = TCM-MST-OUT-CT
               MOVE 'MAINTENANCE CONTROL TOTALS FOOT'
                   TO TCM-FT-RESULT
           ELSE
               MOVE 'MAINTENANCE CONTROL TOTALS DO NOT FOOT'
                   TO TCM-FT-RESULT
               ADD 1 TO TCM-FOOT-BREAK-CT
           END-IF.
           MOVE TCM-FOOT-LINE TO RPT-DETAIL-LINE
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
       8000-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    POST THIS RUN'S START TO THE SHARED RUN-CONTROL FILE   *
      *---------------------------------------------------------*
       1050-POST-RUN-START.
           MOVE SPACES TO TCM-RUN-CTL-RECORD.
           MOVE 'TCM-TRUSTED-CONTACT' TO RCTL-PROGRAM-ID.
           MOVE 'START' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE ZERO TO RCTL-RECORD-CT.
           MOVE ZERO TO RCTL-RETURN-CD.
           WRITE TCM-RUN-CTL-RECORD.
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
           MOVE SPACES TO TCM-RUN-CTL-RECORD.
           MOVE 'TCM-TRUSTED-CONTACT' TO RCTL-PROGRAM-ID.
           MOVE 'END  ' TO RCTL-EVENT-CD.
           PERFORM 1060-STAMP-DATE-TIME THRU 1060-EXIT.
           MOVE TCM-TRAN-READ-CT TO RCTL-RECORD-CT.
           MOVE RETURN-CODE TO RCTL-RETURN-CD.
           WRITE TCM-RUN-CTL-RECORD.
           CLOSE TCM-RUN-CTL-FL.
       9060-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    STANDARD CONDITION-CODE SCHEME -- 0 CLEAN, 4           *
      *    EXCEPTIONS WRITTEN BUT BALANCED, 8 CONTROL TOTALS OUT  *
      *    OF BALANCE, 16 FATAL                                   *
      *---------------------------------------------------------*
       9040-RAISE-CONDITION.
           IF TCM-NEW-RC > TCM-RUN-RC
               MOVE TCM-NEW-RC TO TCM-RUN-RC
           END-IF.
       9040-EXIT.
           EXIT.
       9045-SET-RETURN-CODE.
           IF TCM-EXC-CT > ZERO
               MOVE 4 TO TCM-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           IF TCM-FOOT-BREAK-CT > ZERO
               MOVE 8 TO TCM-NEW-RC
               PERFORM 9040-RAISE-CONDITION THRU 9040-EXIT
           END-IF.
           MOVE TCM-RUN-RC TO TCM-RCD-OUT.
           EVALUATE TCM-RUN-RC
               WHEN 0
                   MOVE 'CLEAN' TO TCM-RCD-REASON
               WHEN 4
                   MOVE 'EXCEPTIONS WRITTEN - CONTROLS IN BALANCE'
                       TO TCM-RCD-REASON
               WHEN 8
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO TCM-RCD-REASON
               WHEN OTHER
                   MOVE 'FATAL CONDITION' TO TCM-RCD-REASON
           END-EVALUATE.
           MOVE TCM-RCD-LINE TO RPT-DETAIL-LINE.
           PERFORM 9500-WRITE-REPORT-DETAIL THRU 9500-EXIT.
           MOVE TCM-RUN-RC TO RETURN-CODE.
       9045-EXIT.
           EXIT.
       9000-FINALIZE.
           PERFORM 9045-SET-RETURN-CODE THRU 9045-EXIT.
           PERFORM 9060-POST-RUN-END THRU 9060-EXIT.
           CLOSE TCM-MAINT-TRAN-FL.
           CLOSE TCM-CONTACT-MASTER-FL.
           PERFORM 9530-CLOSE-REPORT THRU 9530-EXIT.
       9000-EXIT.
           EXIT.
       9550-CAPTURE-CHG-LINE.
           IF TCM-CHG-CAP-USED-CT >= 5000
               MOVE 'Y' TO TCM-CHG-CAP-TRUNC-SW
               GO TO 9550-EXIT
           END-IF.
           ADD 1 TO TCM-CHG-CAP-USED-CT.
           SET TCM-CHG-CAP-IX TO TCM-CHG-CAP-USED-CT.
           MOVE TCM-CHG-LINE TO TCM-CHG-CAP-LINE (TCM-CHG-CAP-IX).
       9550-EXIT.
           EXIT.
       9560-CAPTURE-EXC-LINE.
           IF TCM-EXC-CAP-USED-CT >= 5000
               MOVE 'Y' TO TCM-EXC-CAP-TRUNC-SW
               GO TO 9560-EXIT
           END-IF.
           ADD 1 TO TCM-EXC-CAP-USED-CT.
           SET TCM-EXC-CAP-IX TO TCM-EXC-CAP-USED-CT.
           MOVE TCM-EXC-LINE TO TCM-EXC-CAP-LINE (TCM-EXC-CAP-IX).
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
           MOVE 'TCM-TRUSTED-CONTACT' TO RPT-PROGRAM-ID-TX.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9520-EXIT.
           EXIT.
       9530-CLOSE-REPORT.
           SET RPT-FUNC-CLOSE TO TRUE.
           CALL 'RPT-REPORT-WRITER' USING RPT-COMMAREA.
       9530-EXIT.
           EXIT.
      *---------------------------------------------------------*
      *    BRIDGE TO THE COMMON DATE SERVICE                      *
      *---------------------------------------------------------*
       9600-CALL-DATE-SERVICE.
           CALL 'DTE-DATE-SERVICE' USING DTE-COMMAREA.
       9600-EXIT.
           EXIT.
