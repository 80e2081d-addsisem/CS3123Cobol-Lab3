       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3D.
       AUTHOR. Addyson Sisemore
      * DEFERMENT AND FORBEARANCE MAINTENANCE - APPLIES A CARD FILE *
      * OF ADDS, CHANGES, AND DELETES AGAINST THE DEFERMENT MASTER *
      * (DA-S-DEFER). EACH RECORD IS ONE PERIOD FOR ONE LOAN - THE *
      * ACCOUNT, THE LOAN SEQUENCE, AND THE START DATE ARE THE *
      * KEY, SO A LOAN CAN CARRY AS MANY PERIODS AS IT IS GRANTED. *
      * A PERIOD IS A DEFERMENT OR A FORBEARANCE, RUNS FROM ITS *
      * START DATE THROUGH ITS END DATE, AND MAY BE INTEREST *
      * SUBSIDIZED. WRITES A NEW MASTER IN KEY ORDER AND PRINTS A *
      * BEFORE/AFTER AUDIT LISTING OF EVERY FIELD IT CHANGED, THE *
      * SAME WAY LAB3M MAINTAINS THE LOAN MASTER. WHILE A PERIOD *
      * IS ACTIVE THE BILLING RUN (LAB3A) DOES NOT BILL THE LOAN, *
      * THE MONTHLY RUN (LAB3) KEEPS IT OFF THE DELINQUENCY *
      * EXTRACT, AND A SUBSIDIZED PERIOD ACCRUES NO INTEREST. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFER-FILE ASSIGN TO 'DA-S-DEFER'
             FILE STATUS IS DEFER-FILE-STATUS.
           SELECT DFMNT-FILE ASSIGN TO 'DA-S-DFMNT'.
           SELECT NEWDEF-FILE ASSIGN TO 'DA-S-NEWDEF'.
           SELECT DFWK-FILE ASSIGN TO 'DA-S-DFWK'.
           SELECT DFSRT-FILE ASSIGN TO 'DA-S-DFSRT'.
           SELECT AUDIT-FILE ASSIGN TO 'UR-S-DFAUD'.
           SELECT DF-SORT-FILE ASSIGN TO 'SORTWK1'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE OLD DEFERMENT MASTER - ONE 80-BYTE RECORD PER PERIOD *
      * IN ASCENDING ACCOUNT, LOAN SEQUENCE, AND START DATE ORDER. *
      * A MISSING FILE JUST MEANS A FIRST LOAD - EVERY CARD MUST *
      * THEN BE AN ADD *
      **************************************************************
       FD DEFER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DEFER-REC     PIC X(80).
      **************************************************************
      * MAINTENANCE TRANSACTION CARDS - ONE CARD PER ADD, CHANGE, *
      * OR DELETE, IN THE SAME COLUMN LAYOUT AS THE DEFERMENT *
      * MASTER SHIFTED ONE COLUMN RIGHT FOR THE ACTION CODE *
      **************************************************************
       FD DFMNT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DFMNT-REC     PIC X(80).
       FD NEWDEF-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEWDEF-REC    PIC X(80).
      **************************************************************
      * WORK FILE THE SURVIVING AND ADDED RECORDS ARE GATHERED *
      * ON, AND THE SORTED COPY OF IT - BUILT ON DISK THE WAY *
      * LAB3N BUILDS THE ADDRESS MASTER *
      **************************************************************
       FD DFWK-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DFWK-REC      PIC X(80).
       FD DFSRT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DFSRT-REC     PIC X(80).
       FD AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
       01 AUDIT-REC     PIC X(100).
      **************************************************************
      * SORT WORK FILE - PUTS THE NEW MASTER BACK IN KEY ORDER *
      * AFTER THE ADDS GO ON. THE BILLING RUN AND THE MONTHLY RUN *
      * MATCH IT BALANCE-LINE STYLE AGAINST THE LOAN MASTER *
      **************************************************************
       SD DF-SORT-FILE.
       01 DF-SD-RECORD.
         03 DF-SD-KEY       PIC X(17).
         03 FILLER          PIC X(63).
       WORKING-STORAGE SECTION.
       01 DEFER-FILE-STATUS PIC X(2).
      **************************************************************
      * LAYOUT FOR ONE DEFERMENT OR FORBEARANCE PERIOD - THE *
      * ACCOUNT, LOAN SEQUENCE, AND START DATE ARE THE KEY. THE *
      * PERIOD IS ACTIVE FROM ITS START DATE THROUGH ITS END DATE *
      * INCLUSIVE *
      **************************************************************
       01 DEFER-DATA.
         03 DF-ACCT-NO      PIC X(7).
         03 DF-LOAN-SEQ     PIC X(2).
         03 DF-START-DATE   PIC 9(8).
         03 DF-TYPE         PIC X(1).
           88 DF-IS-DEFERMENT    VALUE 'D'.
           88 DF-IS-FORBEARANCE  VALUE 'F'.
         03 DF-END-DATE     PIC 9(8).
         03 DF-SUBSIDIZED   PIC X(1).
           88 DF-INT-SUBSIDIZED  VALUE 'Y'.
         03 DF-REASON       PIC X(20).
         03 FILLER          PIC X(33).
      **************************************************************
      * LAYOUT FOR ONE MAINTENANCE CARD AS READ OFF DFMNT-FILE. *
      * THE DATES ARE ALSO VIEWED AS NUMBERS FOR THE EDITS *
      **************************************************************
       01 DFMNT-CARD-DATA.
         03 MC-ACTION       PIC X(1).
         03 MC-KEY.
           05 MC-ACCT-NO    PIC X(7).
           05 MC-LOAN-SEQ   PIC X(2).
           05 MC-START-DATE PIC X(8).
           05 MC-START-N    REDEFINES MC-START-DATE PIC 9(8).
         03 MC-TYPE         PIC X(1).
         03 MC-END-DATE     PIC X(8).
         03 MC-END-N        REDEFINES MC-END-DATE PIC 9(8).
         03 MC-SUBSIDIZED   PIC X(1).
         03 MC-REASON       PIC X(20).
         03 FILLER          PIC X(32).
      **************************************************************
      * TABLE OF MAINTENANCE TRANSACTIONS - LOADED UP FRONT SO *
      * THE MASTER CAN BE MATCHED IN ONE SEQUENTIAL PASS, SAME AS *
      * LAB3N. EACH ENTRY REMEMBERS WHETHER IT EVER MATCHED *
      **************************************************************
       01 MAINT-COUNT      PIC 9(4)  VALUE 0.
       01 MAINT-TABLE.
         03 MT-ENTRY OCCURS 200 TIMES INDEXED BY MT-IDX MT-IDX2.
           05 MT-ACTION    PIC X(1).
             88 MT-IS-ADD        VALUE 'A'.
             88 MT-IS-CHANGE     VALUE 'C'.
             88 MT-IS-DELETE     VALUE 'D'.
           05 MT-KEY       PIC X(17).
           05 MT-TYPE      PIC X(1).
           05 MT-END-DATE  PIC X(8).
           05 MT-SUBSIDIZED PIC X(1).
           05 MT-REASON    PIC X(20).
           05 MT-USED-SW   PIC 9.
             88 MT-WAS-USED      VALUE 1.
           05 MT-DUP-SW    PIC 9.
             88 MT-IS-DUP        VALUE 1.
      **************************************************************
      * COUNT OF THE RECORDS WRITTEN TO THE NEW MASTER WORK FILE *
      **************************************************************
       01 NEW-RECORD-COUNT PIC 9(5)  VALUE 0.
      **************************************************************
      * SET WHEN AN ADD CARD'S KEY IS ALREADY ON THE NEW MASTER - *
      * THE ADD IS REPORTED AND NOT APPLIED *
      **************************************************************
       01 DUP-ADD-SW       PIC 9   VALUE 0.
         88 ADD-IS-DUPLICATE      VALUE 1.
      **************************************************************
      * SET WHILE A CARD PASSES THE FIELD EDITS, AND THE REASON *
      * IT FAILED WHEN IT DOES NOT *
      **************************************************************
       01 CARD-EDIT-WORK.
         03 CE-VALID-SW    PIC 9   VALUE 0.
           88 CARD-IS-VALID       VALUE 1.
         03 CE-REASON      PIC X(40).
      **************************************************************
      * THE END DATE A CHANGE CARD WOULD LEAVE THE PERIOD WITH, *
      * CHECKED AGAINST THE START DATE BEFORE ANYTHING IS APPLIED *
      **************************************************************
       01 CHG-END-DATE     PIC 9(8).
      **************************************************************
      * THE AUDIT KEY COLUMN - LOAN SEQUENCE AND START DATE *
      **************************************************************
       01 AUDIT-KEY-WORK.
         03 FILLER      PIC X(4)        VALUE 'SEQ '.
         03 AK-SEQ      PIC X(2).
         03 FILLER      PIC X(6)        VALUE ' FROM '.
         03 AK-START    PIC X(8).
      **************************************************************
      * LAYOUTS FOR THE AUDIT LISTING, SAME SHAPE AS LAB3M'S *
      **************************************************************
       01 AUDIT-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(52)
           VALUE 'DEFERMENT/FORBEARANCE MAINTENANCE - AUDIT OF CHANGES'.
       01 AUDIT-ACTION-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AU-ACTION   PIC X(10).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AU-ACCT     PIC X(7).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AU-KEY      PIC X(20).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AU-NOTE     PIC X(40).
       01 AUDIT-FIELD-LINE.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 AF-FIELD    PIC X(10).
         03 FILLER      PIC X(2)        VALUE 'B:'.
         03 AF-BEFORE   PIC X(20).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(2)        VALUE 'A:'.
         03 AF-AFTER    PIC X(20).
       01 AUDIT-TOTAL-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AT-LABEL    PIC X(34).
         03 AT-COUNT    PIC ZZZZ9.
      **************************************************************
      * COUNTS FOR THE AUDIT TRAILER *
      **************************************************************
       01 MAINT-RUN-TOTALS.
         03 MR-MASTERS-READ   PIC 9(5)  VALUE 0.
         03 MR-ADDS-APPLIED   PIC 9(5)  VALUE 0.
         03 MR-CHGS-APPLIED   PIC 9(5)  VALUE 0.
         03 MR-DELS-APPLIED   PIC 9(5)  VALUE 0.
         03 MR-UNMATCHED      PIC 9(5)  VALUE 0.
         03 MR-BAD-CARDS      PIC 9(5)  VALUE 0.
         03 MR-DUP-ADDS       PIC 9(5)  VALUE 0.
         03 MR-NOKEY-CARDS    PIC 9(5)  VALUE 0.
         03 MR-BAD-DATA       PIC 9(5)  VALUE 0.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-M      PIC 9   VALUE 0.
         03 EOF-N      PIC 9   VALUE 0.
      **************************************************************
      *       SET WHEN THE CURRENT MASTER RECORD MATCHED A DELETE *
      *       CARD AND MUST NOT BE WRITTEN TO THE NEW MASTER *
      **************************************************************
         03 DROP-RECORD-SW  PIC 9   VALUE 0.
           88 DROP-THIS-RECORD     VALUE 1.
      **************************************************************
      *       SET WHEN THE OLD MASTER OPENED CLEAN, SO ONLY AN *
      *       OPENED FILE IS EVER READ AND CLOSED - A MISSING *
      *       FILE IS A FIRST LOAD, NOT AN ERROR *
      **************************************************************
         03 DEFER-OPEN-SW   PIC 9   VALUE 0.
           88 DEFER-WAS-OPENED     VALUE 1.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           OPEN OUTPUT AUDIT-FILE
             OUTPUT DFWK-FILE.
           PERFORM 1300-PRINT-AUDIT-HEAD.
           PERFORM 1200-LOAD-MAINT-TABLE.
           OPEN INPUT DEFER-FILE.
           IF DEFER-FILE-STATUS = '00'
               MOVE 1 TO DEFER-OPEN-SW
               PERFORM 2000-READ-MASTER
               PERFORM 1500-APPLY-MAINT
                 UNTIL EOF-I = 1
               CLOSE DEFER-FILE
           ELSE
               DISPLAY 'LAB3D - NO DEFERMENT MASTER ON FILE - '
                 'TREATED AS A FIRST LOAD, ADDS ONLY'
           END-IF.
           PERFORM 1600-APPLY-ADDS.
           PERFORM 1650-REPORT-UNMATCHED.
           PERFORM 1670-SORT-NEW-MASTER.
           PERFORM 1680-WRITE-NEW-MASTER.
           PERFORM 1690-PRINT-AUDIT-TOTALS.
           CLOSE AUDIT-FILE.
           STOP RUN.
      **************************************************************
      * LOADS EVERY MAINTENANCE CARD INTO THE TRANSACTION TABLE. *
      * A CARD WITH AN ACTION CODE OTHER THAN A, C, OR D, WITH NO *
      * ACCOUNT, LOAN SEQUENCE, OR START DATE, OR WHOSE FIELDS *
      * FAIL THE EDITS, IS COUNTED AND LOGGED RATHER THAN APPLIED *
      **************************************************************
       1200-LOAD-MAINT-TABLE.
           OPEN INPUT DFMNT-FILE.
           PERFORM 1210-LOAD-ONE-CARD
             UNTIL EOF-M = 1.
           CLOSE DFMNT-FILE.
       1210-LOAD-ONE-CARD.
           READ DFMNT-FILE INTO DFMNT-CARD-DATA
             AT END MOVE 1 TO EOF-M.
           IF EOF-M NOT = 1
               IF MC-ACTION = 'A' OR MC-ACTION = 'C'
                 OR MC-ACTION = 'D'
                   IF MC-ACCT-NO = SPACES OR MC-LOAN-SEQ = SPACES
                     OR MC-START-N NOT NUMERIC
                       ADD 1 TO MR-NOKEY-CARDS
                       DISPLAY 'LAB3D - WARNING - MAINTENANCE CARD '
                         'FOR ' MC-ACCT-NO ' HAS NO ACCOUNT, LOAN '
                         'SEQUENCE, OR START DATE - CARD IGNORED'
                   ELSE
                       PERFORM 1215-EDIT-ONE-CARD
                       IF CARD-IS-VALID
                           PERFORM 1220-HOLD-ONE-CARD
                       ELSE
                           ADD 1 TO MR-BAD-DATA
                           MOVE SPACES        TO AUDIT-ACTION-LINE
                           MOVE 'REJECTED'    TO AU-ACTION
                           MOVE MC-ACCT-NO    TO AU-ACCT
                           MOVE MC-LOAN-SEQ   TO AK-SEQ
                           MOVE MC-START-DATE TO AK-START
                           MOVE AUDIT-KEY-WORK TO AU-KEY
                           MOVE CE-REASON     TO AU-NOTE
                           PERFORM 1230-HOLD-REJECT-LINE
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO MR-BAD-CARDS
                   DISPLAY 'LAB3D - WARNING - MAINTENANCE CARD FOR '
                     MC-ACCT-NO ' HAS ACTION CODE ' MC-ACTION
                     ' - CARD IGNORED'
               END-IF
           END-IF.
      **************************************************************
      * EDITS THE FIELDS ON ONE CARD. AN ADD MUST CARRY A TYPE OF *
      * D (DEFERMENT) OR F (FORBEARANCE) AND AN END DATE NOT *
      * BEFORE THE START DATE. A CHANGE MAY LEAVE ANY FIELD BLANK *
      * TO KEEP IT, BUT A KEYED FIELD MUST BE VALID. THE *
      * SUBSIDIZED FLAG IS Y OR N - BLANK ON AN ADD MEANS N *
      **************************************************************
       1215-EDIT-ONE-CARD.
           MOVE 1      TO CE-VALID-SW.
           MOVE SPACES TO CE-REASON.
           IF MC-ACTION = 'A'
               IF MC-SUBSIDIZED = SPACE
                   MOVE 'N' TO MC-SUBSIDIZED
               END-IF
               IF MC-TYPE NOT = 'D' AND MC-TYPE NOT = 'F'
                   MOVE 0 TO CE-VALID-SW
                   MOVE 'TYPE MUST BE D OR F' TO CE-REASON
               ELSE IF MC-END-N NOT NUMERIC
                   MOVE 0 TO CE-VALID-SW
                   MOVE 'END DATE MISSING OR NOT NUMERIC'
                     TO CE-REASON
               ELSE IF MC-END-N < MC-START-N
                   MOVE 0 TO CE-VALID-SW
                   MOVE 'END DATE BEFORE START DATE' TO CE-REASON
               END-IF
           END-IF.
           IF MC-ACTION = 'C'
               IF MC-TYPE NOT = SPACE
                 AND MC-TYPE NOT = 'D' AND MC-TYPE NOT = 'F'
                   MOVE 0 TO CE-VALID-SW
                   MOVE 'TYPE MUST BE D OR F' TO CE-REASON
               ELSE IF MC-END-DATE NOT = SPACES
                 AND MC-END-N NOT NUMERIC
                   MOVE 0 TO CE-VALID-SW
                   MOVE 'END DATE NOT NUMERIC' TO CE-REASON
               END-IF
           END-IF.
           IF CARD-IS-VALID
             AND MC-SUBSIDIZED NOT = SPACE
             AND MC-SUBSIDIZED NOT = 'Y' AND MC-SUBSIDIZED NOT = 'N'
               MOVE 0 TO CE-VALID-SW
               MOVE 'SUBSIDIZED FLAG MUST BE Y OR N' TO CE-REASON
           END-IF.
      **************************************************************
      * MOVES ONE VALIDATED MAINTENANCE CARD INTO THE TABLE *
      **************************************************************
       1220-HOLD-ONE-CARD.
           IF MAINT-COUNT < 200
               ADD 1 TO MAINT-COUNT
               SET MT-IDX TO MAINT-COUNT
               MOVE MC-ACTION     TO MT-ACTION(MT-IDX)
               MOVE MC-KEY        TO MT-KEY(MT-IDX)
               MOVE MC-TYPE       TO MT-TYPE(MT-IDX)
               MOVE MC-END-DATE   TO MT-END-DATE(MT-IDX)
               MOVE MC-SUBSIDIZED TO MT-SUBSIDIZED(MT-IDX)
               MOVE MC-REASON     TO MT-REASON(MT-IDX)
               MOVE 0             TO MT-USED-SW(MT-IDX)
               MOVE 0             TO MT-DUP-SW(MT-IDX)
           ELSE
               DISPLAY 'LAB3D - MAINTENANCE TABLE FULL AT '
                 '200 CARDS - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               CLOSE DFMNT-FILE
                 AUDIT-FILE
                 DFWK-FILE
               STOP RUN
           END-IF.
      **************************************************************
      * A CARD THAT FAILS THE EDITS IS LISTED ON THE AUDIT REPORT *
      * WITH THE REASON AND IS NOT APPLIED *
      **************************************************************
       1230-HOLD-REJECT-LINE.
           WRITE AUDIT-REC FROM AUDIT-ACTION-LINE
             AFTER ADVANCING 1 LINE.
       1300-PRINT-AUDIT-HEAD.
           WRITE AUDIT-REC FROM AUDIT-HEADING1
             AFTER ADVANCING PAGE.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PROCESSES ONE OLD MASTER RECORD - LOOKS FOR A CHANGE OR *
      * DELETE CARD CARRYING THE SAME KEY, APPLIES IT, AND WRITES *
      * THE SURVIVING RECORD TO THE NEW MASTER WORK FILE *
      **************************************************************
       1500-APPLY-MAINT.
           ADD 1 TO MR-MASTERS-READ.
           MOVE 0 TO DROP-RECORD-SW.
           PERFORM 1510-MATCH-TRANSACTION
             VARYING MT-IDX FROM 1 BY 1
             UNTIL MT-IDX > MAINT-COUNT.
           IF NOT DROP-THIS-RECORD
               PERFORM 1515-FLAG-DUP-ADDS
                 VARYING MT-IDX FROM 1 BY 1
                 UNTIL MT-IDX > MAINT-COUNT
               PERFORM 1590-HOLD-NEW-RECORD
           END-IF.
           PERFORM 2000-READ-MASTER.
      **************************************************************
      * FLAGS ANY ADD CARD WHOSE KEY MATCHES A MASTER RECORD THAT *
      * SURVIVES ONTO THE NEW FILE *
      **************************************************************
       1515-FLAG-DUP-ADDS.
           IF MT-IS-ADD(MT-IDX)
             AND MT-KEY(MT-IDX) = DEFER-DATA(1:17)
               MOVE 1 TO MT-DUP-SW(MT-IDX)
           END-IF.
      **************************************************************
      * TESTS ONE TRANSACTION TABLE ENTRY AGAINST THE CURRENT *
      * MASTER RECORD AND APPLIES IT ON A KEY MATCH *
      **************************************************************
       1510-MATCH-TRANSACTION.
           IF MT-KEY(MT-IDX) = DEFER-DATA(1:17)
             AND NOT MT-WAS-USED(MT-IDX)
               IF MT-IS-CHANGE(MT-IDX)
                   MOVE 1 TO MT-USED-SW(MT-IDX)
                   PERFORM 1520-AUDIT-CHANGE
               ELSE IF MT-IS-DELETE(MT-IDX)
                   MOVE 1 TO MT-USED-SW(MT-IDX)
                   MOVE 1 TO DROP-RECORD-SW
                   PERFORM 1550-AUDIT-DELETE
               END-IF
           END-IF.
      **************************************************************
      * APPLIES ONE CHANGE CARD FIELD BY FIELD. A FIELD LEFT *
      * BLANK ON THE CARD KEEPS ITS PRESENT VALUE; A KEYED FIELD *
      * REPLACES IT, AND EVERY REPLACED FIELD IS LISTED ON THE *
      * AUDIT REPORT WITH ITS BEFORE AND AFTER VALUES. A CHANGE *
      * THAT WOULD END THE PERIOD BEFORE IT STARTS IS REFUSED *
      * WHOLE *
      **************************************************************
       1520-AUDIT-CHANGE.
           MOVE SPACES      TO AUDIT-ACTION-LINE.
           MOVE 'CHANGE'    TO AU-ACTION.
           MOVE DF-ACCT-NO  TO AU-ACCT.
           MOVE DF-LOAN-SEQ TO AK-SEQ.
           MOVE DF-START-DATE TO AK-START.
           MOVE AUDIT-KEY-WORK TO AU-KEY.
           MOVE DF-END-DATE TO CHG-END-DATE.
           IF MT-END-DATE(MT-IDX) NOT = SPACES
               MOVE MT-END-DATE(MT-IDX) TO CHG-END-DATE
           END-IF.
           IF CHG-END-DATE < DF-START-DATE
               ADD 1 TO MR-BAD-DATA
               MOVE 'REJECTED'  TO AU-ACTION
               MOVE 'END DATE BEFORE START DATE - NOT APPLIED'
                 TO AU-NOTE
               WRITE AUDIT-REC FROM AUDIT-ACTION-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO MR-CHGS-APPLIED
               WRITE AUDIT-REC FROM AUDIT-ACTION-LINE
                 AFTER ADVANCING 1 LINE
               PERFORM 1525-APPLY-CHANGE-FIELDS
           END-IF.
       1525-APPLY-CHANGE-FIELDS.
           IF MT-TYPE(MT-IDX) NOT = SPACE
             AND MT-TYPE(MT-IDX) NOT = DF-TYPE
               MOVE 'TYPE'              TO AF-FIELD
               MOVE DF-TYPE             TO AF-BEFORE
               MOVE MT-TYPE(MT-IDX)     TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE MT-TYPE(MT-IDX)     TO DF-TYPE
           END-IF.
           IF CHG-END-DATE NOT = DF-END-DATE
               MOVE 'END DATE'          TO AF-FIELD
               MOVE DF-END-DATE         TO AF-BEFORE
               MOVE CHG-END-DATE        TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE CHG-END-DATE        TO DF-END-DATE
           END-IF.
           IF MT-SUBSIDIZED(MT-IDX) NOT = SPACE
             AND MT-SUBSIDIZED(MT-IDX) NOT = DF-SUBSIDIZED
               MOVE 'SUBSIDIZED'        TO AF-FIELD
               MOVE DF-SUBSIDIZED       TO AF-BEFORE
               MOVE MT-SUBSIDIZED(MT-IDX) TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE MT-SUBSIDIZED(MT-IDX) TO DF-SUBSIDIZED
           END-IF.
           IF MT-REASON(MT-IDX) NOT = SPACES
             AND MT-REASON(MT-IDX) NOT = DF-REASON
               MOVE 'REASON'            TO AF-FIELD
               MOVE DF-REASON           TO AF-BEFORE
               MOVE MT-REASON(MT-IDX)   TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE MT-REASON(MT-IDX)   TO DF-REASON
           END-IF.
      **************************************************************
      * WRITES ONE BEFORE/AFTER FIELD LINE ON THE AUDIT LISTING *
      **************************************************************
       1530-WRITE-AUDIT-FIELD.
           WRITE AUDIT-REC FROM AUDIT-FIELD-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * LISTS A DELETED RECORD - THE FULL BEFORE IMAGE IS PRINTED *
      * SO THE AUDITORS CAN SEE EXACTLY WHAT CAME OFF *
      **************************************************************
       1550-AUDIT-DELETE.
           ADD 1 TO MR-DELS-APPLIED.
           MOVE SPACES      TO AUDIT-ACTION-LINE.
           MOVE 'DELETE'    TO AU-ACTION.
           MOVE DF-ACCT-NO  TO AU-ACCT.
           MOVE DF-LOAN-SEQ TO AK-SEQ.
           MOVE DF-START-DATE TO AK-START.
           MOVE AUDIT-KEY-WORK TO AU-KEY.
           MOVE 'RECORD REMOVED - BEFORE IMAGE BELOW'
             TO AU-NOTE.
           WRITE AUDIT-REC FROM AUDIT-ACTION-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES     TO AUDIT-REC.
           MOVE DEFER-DATA TO AUDIT-REC(7:80).
           WRITE AUDIT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES THE CURRENT (POSSIBLY CHANGED) RECORD TO THE NEW *
      * MASTER WORK FILE *
      **************************************************************
       1590-HOLD-NEW-RECORD.
           WRITE DFWK-REC FROM DEFER-DATA.
           ADD 1 TO NEW-RECORD-COUNT.
      **************************************************************
      * ONCE THE OLD MASTER IS EXHAUSTED, PUTS EVERY ADD CARD ON *
      * THE NEW MASTER AND LISTS IT ON THE AUDIT REPORT. AN ADD *
      * WHOSE KEY IS ALREADY ON THE NEW MASTER IS REPORTED AND *
      * NOT APPLIED *
      **************************************************************
       1600-APPLY-ADDS.
           PERFORM 1610-APPLY-ONE-ADD
             VARYING MT-IDX FROM 1 BY 1
             UNTIL MT-IDX > MAINT-COUNT.
       1610-APPLY-ONE-ADD.
           IF MT-IS-ADD(MT-IDX)
               MOVE 1 TO MT-USED-SW(MT-IDX)
               PERFORM 1620-CHECK-DUP-ADD
               IF ADD-IS-DUPLICATE
                   ADD 1 TO MR-DUP-ADDS
                   MOVE SPACES             TO AUDIT-ACTION-LINE
                   MOVE 'DUPLICATE'        TO AU-ACTION
                   MOVE MT-KEY(MT-IDX)(1:7) TO AU-ACCT
                   MOVE MT-KEY(MT-IDX)(8:2) TO AK-SEQ
                   MOVE MT-KEY(MT-IDX)(10:8) TO AK-START
                   MOVE AUDIT-KEY-WORK     TO AU-KEY
                   MOVE 'PERIOD ALREADY ON FILE - ADD SKIPPED'
                     TO AU-NOTE
                   WRITE AUDIT-REC FROM AUDIT-ACTION-LINE
                     AFTER ADVANCING 1 LINE
               ELSE
                   PERFORM 1630-BUILD-ONE-ADD
               END-IF
           END-IF.
      **************************************************************
      * DECIDES WHETHER THE ADD CARD'S KEY IS ALREADY ON THE NEW *
      * MASTER - EITHER FLAGGED DURING THE MASTER PASS (1515) OR *
      * MATCHING AN EARLIER ADD CARD ALREADY APPLIED *
      **************************************************************
       1620-CHECK-DUP-ADD.
           MOVE 0 TO DUP-ADD-SW.
           IF MT-IS-DUP(MT-IDX)
               MOVE 1 TO DUP-ADD-SW
           ELSE
               PERFORM 1625-SCAN-ONE-PRIOR-ADD
                 VARYING MT-IDX2 FROM 1 BY 1
                 UNTIL MT-IDX2 NOT < MT-IDX
           END-IF.
       1625-SCAN-ONE-PRIOR-ADD.
           IF MT-IS-ADD(MT-IDX2)
             AND NOT MT-IS-DUP(MT-IDX2)
             AND MT-KEY(MT-IDX2) = MT-KEY(MT-IDX)
               MOVE 1 TO DUP-ADD-SW
           END-IF.
      **************************************************************
      * BUILDS ONE ADDED RECORD, LISTS IT ON THE AUDIT REPORT, *
      * AND HOLDS IT FOR THE NEW MASTER *
      **************************************************************
       1630-BUILD-ONE-ADD.
           ADD 1 TO MR-ADDS-APPLIED.
           MOVE SPACES                TO DEFER-DATA.
           MOVE MT-KEY(MT-IDX)        TO DEFER-DATA(1:17).
           MOVE MT-TYPE(MT-IDX)       TO DF-TYPE.
           MOVE MT-END-DATE(MT-IDX)   TO DF-END-DATE.
           MOVE MT-SUBSIDIZED(MT-IDX) TO DF-SUBSIDIZED.
           MOVE MT-REASON(MT-IDX)     TO DF-REASON.
           MOVE SPACES      TO AUDIT-ACTION-LINE.
           MOVE 'ADD'       TO AU-ACTION.
           MOVE DF-ACCT-NO  TO AU-ACCT.
           MOVE DF-LOAN-SEQ TO AK-SEQ.
           MOVE DF-START-DATE TO AK-START.
           MOVE AUDIT-KEY-WORK TO AU-KEY.
           MOVE 'RECORD ADDED - AFTER IMAGE BELOW'
             TO AU-NOTE.
           WRITE AUDIT-REC FROM AUDIT-ACTION-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES     TO AUDIT-REC.
           MOVE DEFER-DATA TO AUDIT-REC(7:80).
           WRITE AUDIT-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 1590-HOLD-NEW-RECORD.
      **************************************************************
      * LISTS EVERY CHANGE OR DELETE CARD THAT NEVER MATCHED A *
      * MASTER RECORD - NOTHING WAS APPLIED FOR THESE *
      **************************************************************
       1650-REPORT-UNMATCHED.
           PERFORM 1660-REPORT-ONE-UNMATCHED
             VARYING MT-IDX FROM 1 BY 1
             UNTIL MT-IDX > MAINT-COUNT.
       1660-REPORT-ONE-UNMATCHED.
           IF NOT MT-WAS-USED(MT-IDX)
               ADD 1 TO MR-UNMATCHED
               MOVE SPACES              TO AUDIT-ACTION-LINE
               MOVE 'UNMATCHED'         TO AU-ACTION
               MOVE MT-KEY(MT-IDX)(1:7) TO AU-ACCT
               MOVE MT-KEY(MT-IDX)(8:2) TO AK-SEQ
               MOVE MT-KEY(MT-IDX)(10:8) TO AK-START
               MOVE AUDIT-KEY-WORK      TO AU-KEY
               MOVE 'NO MASTER RECORD - CARD NOT APPLIED'
                 TO AU-NOTE
               WRITE AUDIT-REC FROM AUDIT-ACTION-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * SORTS THE NEW MASTER WORK FILE INTO ACCOUNT, LOAN *
      * SEQUENCE, AND START DATE ORDER *
      **************************************************************
       1670-SORT-NEW-MASTER.
           CLOSE DFWK-FILE.
           SORT DF-SORT-FILE
             ON ASCENDING KEY DF-SD-KEY
             USING DFWK-FILE
             GIVING DFSRT-FILE.
      **************************************************************
      * WRITES THE NEW DEFERMENT MASTER FROM THE SORTED WORK FILE *
      **************************************************************
       1680-WRITE-NEW-MASTER.
           OPEN OUTPUT NEWDEF-FILE
             INPUT DFSRT-FILE.
           PERFORM 1685-COPY-ONE-RECORD
             UNTIL EOF-N = 1.
           CLOSE NEWDEF-FILE
             DFSRT-FILE.
       1685-COPY-ONE-RECORD.
           READ DFSRT-FILE
             AT END MOVE 1 TO EOF-N
             NOT AT END
               WRITE NEWDEF-REC FROM DFSRT-REC
           END-READ.
      **************************************************************
      * PRINTS THE AUDIT TRAILER - WHAT WAS READ AND WHAT WAS *
      * APPLIED *
      **************************************************************
       1690-PRINT-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'DEFERMENT RECORDS READ'    TO AT-LABEL.
           MOVE MR-MASTERS-READ             TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'ADDS APPLIED'              TO AT-LABEL.
           MOVE MR-ADDS-APPLIED             TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'CHANGES APPLIED'           TO AT-LABEL.
           MOVE MR-CHGS-APPLIED             TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'DELETES APPLIED'           TO AT-LABEL.
           MOVE MR-DELS-APPLIED             TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'UNMATCHED CARDS'           TO AT-LABEL.
           MOVE MR-UNMATCHED                TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'CARDS WITH BAD ACTION CODE' TO AT-LABEL.
           MOVE MR-BAD-CARDS                TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'CARDS FAILING FIELD EDITS' TO AT-LABEL.
           MOVE MR-BAD-DATA                 TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'DUPLICATE ADDS NOT APPLIED' TO AT-LABEL.
           MOVE MR-DUP-ADDS                 TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'CARDS WITH NO KEY'         TO AT-LABEL.
           MOVE MR-NOKEY-CARDS              TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'NEW DEFERMENT RECORDS WRITTEN' TO AT-LABEL.
           MOVE NEW-RECORD-COUNT            TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           DISPLAY 'LAB3D - NEW DEFERMENT MASTER RECORDS = '
             NEW-RECORD-COUNT.
      **************************************************************
      * READS THE OLD DEFERMENT MASTER *
      **************************************************************
       2000-READ-MASTER.
           READ DEFER-FILE INTO DEFER-DATA
             AT END MOVE 1 TO EOF-I.
