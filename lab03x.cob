       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3X.
       AUTHOR. Addyson Sisemore
      * ONE-TIME CONVERSION OF THE LOAN MASTER FROM THE OLD 80-BYTE *
      * LAYOUT WITH FOUR PAID SLOTS TO THE 120-BYTE LAYOUT CARRYING *
      * LIFE-TO-DATE PRINCIPAL AND INTEREST PAID, ACCRUED-UNPAID *
      * INTEREST, AND THE ORIGINATION, LAST PAYMENT AND NEXT DUE *
      * DATES. THE OLD MASTER IS PROVEN AGAINST ITS CONTROL RECORD *
      * BEFORE ANYTHING IS WRITTEN. THE FOUR SLOTS ARE FOLDED INTO *
      * ONE PAID FIGURE AND SPLIT INTEREST FIRST, THE WAY LAB3W *
      * SPLITS A BALANCE - INTEREST IS WORKED OUT THE SAME WAY LAB3 *
      * WORKS IT OUT. THE LAST NONZERO SLOT BECOMES THE LAST *
      * PAYMENT AMOUNT; THE OLD MASTER CARRIED NO DATES, SO THE *
      * DATES START AT ZERO AND ARE SET BY LAB3C AND LAB3M FROM *
      * HERE ON. THE NEW MASTER (DA-S-NEWMST) CARRIES THE SAME *
      * RECORD COUNT AND HASH TOTAL ON ITS CONTROL RECORD AND THE *
      * NEXT GENERATION. THE NEW MASTER IS THEN READ BACK AND THE *
      * CONVERSION PROOF (UR-S-CNVPRF) SHOWS THE COUNT, HASH AND *
      * DOLLARS BEFORE AND AFTER, AND LISTS EVERY SLOT THAT COULD *
      * NOT BE CARRIED. THE RUN STAMPS THE RUN-CONTROL FILE AND *
      * REFUSES TO RUN A SECOND TIME. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'.
           SELECT NEWMST-FILE ASSIGN TO 'DA-S-NEWMST'.
           SELECT RATE-FILE ASSIGN TO 'DA-S-RATETB'
             FILE STATUS IS RATE-FILE-STATUS.
           SELECT DEFER-FILE ASSIGN TO 'DA-S-DEFER'
             FILE STATUS IS DEFER-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'DA-S-RUNCTL'
             FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT PROOF-FILE ASSIGN TO 'UR-S-CNVPRF'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE LOAN MASTER IN THE OLD 80-BYTE LAYOUT *
      **************************************************************
       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(80).
      **************************************************************
      * THE LOAN MASTER IN THE NEW 120-BYTE LAYOUT - WRITTEN, THEN *
      * READ BACK FOR THE PROOF *
      **************************************************************
       FD NEWMST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEWMST-REC    PIC X(120).
      **************************************************************
      * EFFECTIVE-DATED INTEREST RATE TABLE, SAME FILE LAB3 *
      * READS *
      **************************************************************
       FD RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RATE-REC      PIC X(80).
      **************************************************************
      * THE DEFERMENT AND FORBEARANCE MASTER FROM LAB3D - A LOAN *
      * IN AN INTEREST-SUBSIDIZED PERIOD ACCRUES NO NEW INTEREST *
      **************************************************************
       FD DEFER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DEFER-REC     PIC X(80).
      **************************************************************
      * RUN-CONTROL FILE - SEE LAB3M *
      **************************************************************
       FD RUNCTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RUNCTL-REC    PIC X(30).
      **************************************************************
      * THE CONVERSION PROOF *
      **************************************************************
       FD PROOF-FILE
           LABEL RECORDS ARE OMITTED.
       01 PROOF-REC     PIC X(100).
       WORKING-STORAGE SECTION.
       01 DEFER-FILE-STATUS  PIC X(2).
      **************************************************************
      * THE EFFECTIVE-DATED RATE TABLE, LOADED UP FRONT THE SAME *
      * WAY LAB3 LOADS IT - A KEYED NONZERO RECORD RATE *
      * OVERRIDES THE TABLE *
      **************************************************************
       01 RATE-FILE-STATUS  PIC X(2).
       01 RATE-CARD-DATA.
         03 RA-CLASS      PIC X(4).
         03 RA-EFF-DATE   PIC 9(8).
         03 RA-RATE       PIC 9V999.
         03 FILLER        PIC X(64).
       01 RATE-COUNT        PIC 9(3)  VALUE 0.
       01 RATE-TABLE.
         03 RT-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
           05 RT-CLASS      PIC X(4).
           05 RT-EFF-DATE   PIC 9(8).
           05 RT-RATE       PIC 9V999.
       01 RATE-LOOKUP-WORK.
         03 WK-RATE       PIC 9V999.
         03 WK-ASOF-DATE  PIC 9(8)  VALUE 0.
         03 WK-BEST-DATE  PIC 9(8).
       01 WK-INTEREST   PIC 9(5)V99.
      **************************************************************
      * LAYOUT FOR THE OLD 80-BYTE LOAN MASTER - THE FOUR PAID *
      * SLOTS ALSO VIEWED AS A TABLE SO THEY CAN BE FOLDED IN ONE *
      * LOOP *
      **************************************************************
       01 INPUT-DATA.
         03 I-NAME       PIC X(20).
         03 I-DEGREE     PIC X(4).
         03 I-YEAR       PIC X(4).
         03 I-LOAN       PIC 9(5)V99.
         03 I-INT-RATE   PIC 9V999.
         03 I-PAID-SLOTS.
           05 I-PAID1      PIC 9(4)V99.
           05 I-PAID2      PIC 9(4)V99.
           05 I-PAID3      PIC 9(4)V99.
           05 I-PAID4      PIC 9(4)V99.
         03 I-PAID-TABLE REDEFINES I-PAID-SLOTS.
           05 I-PAID       PIC 9(4)V99 OCCURS 4 TIMES.
         03 I-STATUS     PIC X(1).
           88 I-WRITTEN-OFF   VALUE 'W'.
         03 I-ACCT-NO    PIC 9(7).
         03 I-LOAN-SEQ   PIC X(2).
         03 I-FILLER     PIC X(7).
      **************************************************************
      * LAYOUT FOR THE NEW 120-BYTE LOAN MASTER, SAME FORMAT LAB3 *
      * USES *
      **************************************************************
       01 NEW-MASTER-DATA.
         03 N-NAME       PIC X(20).
         03 N-DEGREE     PIC X(4).
         03 N-YEAR       PIC X(4).
         03 N-LOAN       PIC 9(5)V99.
         03 N-INT-RATE   PIC 9V999.
         03 N-LTD-PRIN-PAID PIC 9(6)V99.
         03 N-LTD-INT-PAID  PIC 9(6)V99.
         03 N-ACCRUED-INT   PIC 9(6)V99.
         03 N-STATUS     PIC X(1).
         03 N-ACCT-NO    PIC 9(7).
         03 N-LOAN-SEQ   PIC X(2).
         03 N-FILLER     PIC X(7).
         03 N-ORIG-DATE     PIC 9(8).
         03 N-LAST-PAY-DATE PIC 9(8).
         03 N-LAST-PAY-AMT  PIC 9(6)V99.
         03 N-NEXT-DUE-DATE PIC 9(8).
         03 FILLER       PIC X(8).
      **************************************************************
      * LEADING CONTROL RECORD ON INPUT-FILE (SEE LAB3), AND THE *
      * SAME RECORD AS IT IS CARRIED ONTO THE NEW MASTER *
      **************************************************************
       01 CONTROL-REC-DATA.
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(57).
       01 NEW-CONTROL-DATA.
         03 NC-RECORD-COUNT  PIC 9(6).
         03 NC-HASH-TOTAL    PIC 9(9)V99.
         03 NC-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
       01 CONTROL-RUN-TOTALS.
         03 CR-RUN-COUNT      PIC 9(6)    VALUE 0.
         03 CR-RUN-HASH       PIC 9(9)V99 VALUE 0.
       01 NEW-GENERATION      PIC 9(6)    VALUE 0.
      **************************************************************
      * THE RUN-CONTROL FILE LOADED INTO STORAGE AND THE STAMP *
      * BEING WRITTEN - SEE LAB3M *
      **************************************************************
       01 RUNCTL-FILE-STATUS PIC X(2).
       01 RUNCTL-DATA.
         03 RC-PROGRAM    PIC X(8).
         03 RC-RUN-DATE   PIC 9(8).
         03 RC-GEN        PIC 9(6).
         03 FILLER        PIC X(8).
       01 RUNCTL-COUNT     PIC 9(2)  VALUE 0.
       01 RUNCTL-TABLE.
         03 RC-ENTRY OCCURS 20 TIMES INDEXED BY RC-IDX.
           05 RC-T-PROGRAM  PIC X(8).
           05 RC-T-DATE     PIC 9(8).
           05 RC-T-GEN      PIC 9(6).
       01 RUNCTL-WORK.
         03 RC-STAMP-DATE  PIC 9(8)  VALUE 0.
      **************************************************************
      * LAYOUT OF ONE DEFERMENT OR FORBEARANCE PERIOD - SAME AS *
      * LAB3D *
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
      * THE MATCH KEYS - ACCOUNT PLUS LOAN SEQUENCE ON THE MASTER *
      * AND THE DEFERMENTS *
      **************************************************************
       01 MATCH-KEYS.
         03 K-LOAN-KEY      PIC X(9).
         03 K-DEFER-KEY     PIC X(9).
      **************************************************************
      * THE CURRENT LOAN'S CONVERSION - WHETHER IT IS IN AN *
      * INTEREST-SUBSIDIZED PERIOD, THE SLOT BEING FOLDED, AND THE *
      * PAID FIGURE THE SLOTS ADD UP TO *
      **************************************************************
       01 LOAN-WORK.
         03 DM-DEFER-STATE  PIC X(1).
           88 LOAN-NOT-DEFERRED     VALUE SPACE.
           88 LOAN-INT-SUBSIDIZED   VALUE 'S'.
         03 LW-SLOT         PIC 9.
         03 LW-PAID         PIC 9(6)V99.
      **************************************************************
      * DOLLAR TOTALS TAKEN FROM THE OLD MASTER AS IT IS READ, AND *
      * FROM THE NEW MASTER AS IT IS READ BACK *
      **************************************************************
       01 CONVERT-TOTALS.
         03 CT-OLD-PAID       PIC 9(9)V99  VALUE 0.
         03 CT-EXCEPTIONS     PIC 9(5)     VALUE 0.
         03 CT-NEW-COUNT      PIC 9(6)     VALUE 0.
         03 CT-NEW-HASH       PIC 9(9)V99  VALUE 0.
         03 CT-NEW-PRIN       PIC 9(9)V99  VALUE 0.
         03 CT-NEW-INT        PIC 9(9)V99  VALUE 0.
         03 CT-NEW-PAID       PIC 9(9)V99  VALUE 0.
         03 CT-NEW-ACCRUED    PIC 9(9)V99  VALUE 0.
         03 CT-NEW-LAST-AMT   PIC 9(9)V99  VALUE 0.
       01 PROOF-SW          PIC 9     VALUE 0.
         88 PROOF-IN-BALANCE       VALUE 0.
         88 PROOF-OUT-OF-BALANCE   VALUE 1.
       01 PR-RUN-DATE       PIC 9(8)  VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE CONVERSION PROOF *
      **************************************************************
       01 PRF-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(40)
              VALUE 'LOAN MASTER CONVERSION PROOF - RUN DATE'.
         03 PH-DATE     PIC 9(8).
       01 PRF-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(32)       VALUE SPACES.
         03 FILLER      PIC X(16)       VALUE '      BEFORE'.
         03 FILLER      PIC X(16)       VALUE '       AFTER'.
         03 FILLER      PIC X(16)       VALUE '  DIFFERENCE'.
       01 PRF-DATA1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 PD-LABEL     PIC X(32).
         03 PD-BEFORE    PIC ZZZZZZZZ9.99.
         03 FILLER       PIC X(4)       VALUE SPACES.
         03 PD-AFTER     PIC ZZZZZZZZ9.99.
         03 FILLER       PIC X(4)       VALUE SPACES.
         03 PD-DIFF      PIC ZZZZZZZZ9.99-.
       01 PRF-COUNT1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 PN-LABEL     PIC X(32).
         03 PN-BEFORE    PIC ZZZZZZZZZZZ9.
         03 FILLER       PIC X(4)       VALUE SPACES.
         03 PN-AFTER     PIC ZZZZZZZZZZZ9.
         03 FILLER       PIC X(4)       VALUE SPACES.
         03 PN-DIFF      PIC ZZZZZZZZZZZ9-.
       01 PRF-AMOUNT1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 PA-LABEL     PIC X(48).
         03 PA-AMOUNT    PIC ZZZZZZZZ9.99.
       01 PRF-EXC-COUNT.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 FILLER       PIC X(48)
              VALUE 'PAID SLOTS NOT CARRIED'.
         03 PE-COUNT     PIC ZZZZZZZZZZZ9.
       01 PRF-TITLE-LINE.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 PR-TITLE     PIC X(70).
       01 EXC-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'ACCOUNT'.
         03 FILLER      PIC X(4)        VALUE 'SEQ'.
         03 FILLER      PIC X(22)       VALUE 'NAME'.
         03 FILLER      PIC X(6)        VALUE 'SLOT'.
         03 FILLER      PIC X(10)       VALUE 'CONTENTS'.
         03 FILLER      PIC X(6)        VALUE 'ACTION'.
       01 EXC-DATA1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 EX-PACCT     PIC X(7).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 EX-PSEQ      PIC X(2).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 EX-PNAME     PIC X(20).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 EX-PSLOT     PIC 9.
         03 FILLER       PIC X(5)       VALUE SPACES.
         03 EX-PCONTENTS PIC X(6).
         03 FILLER       PIC X(4)       VALUE SPACES.
         03 EX-PACTION   PIC X(30).
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-N      PIC 9   VALUE 0.
         03 EOF-T      PIC 9   VALUE 0.
         03 EOF-R      PIC 9   VALUE 0.
         03 EOF-DF     PIC 9   VALUE 0.
           88 DEFER-AT-EOF      VALUE 1.
      **************************************************************
      *       SET WHEN THE OPTIONAL DEFERMENT FILE OPENED CLEAN, *
      *       SO ONLY AN OPENED FILE IS EVER CLOSED *
      **************************************************************
         03 DEFER-OPEN-SW  PIC 9  VALUE 0.
           88 DEFER-WAS-OPENED  VALUE 1.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1060-LOAD-RATE-TABLE.
           PERFORM 1070-LOAD-RUN-CONTROL.
           PERFORM 1080-CHECK-CONVERTED.
           PERFORM 1100-VERIFY-CONTROL.
           OPEN INPUT INPUT-FILE
             OUTPUT NEWMST-FILE
             OUTPUT PROOF-FILE.
           PERFORM 1150-SKIP-CONTROL-RECORD.
           PERFORM 1250-WRITE-NEWMST-CONTROL.
           PERFORM 1400-PRINT-HEAD.
           OPEN INPUT DEFER-FILE.
           IF DEFER-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-DF
               MOVE HIGH-VALUES TO K-DEFER-KEY
           ELSE
               MOVE 1 TO DEFER-OPEN-SW
               PERFORM 2800-READ-DEFER
           END-IF.
           PERFORM 2000-READ-INPUT.
           PERFORM 1500-LOOP
             UNTIL EOF-I = 1.
           CLOSE INPUT-FILE
             NEWMST-FILE.
           IF DEFER-WAS-OPENED
               CLOSE DEFER-FILE
           END-IF.
           PERFORM 1700-READ-BACK-NEWMST.
           PERFORM 1800-PRINT-PROOF.
           CLOSE PROOF-FILE.
           PERFORM 1690-DISPLAY-TOTALS.
           IF PROOF-OUT-OF-BALANCE
               DISPLAY 'LAB3X - CONVERSION PROOF OUT OF BALANCE - '
                 'NEW MASTER MUST NOT BE USED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1090-STAMP-RUN-CONTROL.
           STOP RUN.
      **************************************************************
      * LOADS THE EFFECTIVE-DATED RATE TABLE, SAME AS LAB3. A *
      * MISSING TABLE MEANS ONLY RECORD-LEVEL RATES ARE USED *
      **************************************************************
       1060-LOAD-RATE-TABLE.
           ACCEPT WK-ASOF-DATE FROM DATE YYYYMMDD.
           MOVE WK-ASOF-DATE TO PR-RUN-DATE.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS = '00'
               PERFORM 1065-LOAD-ONE-RATE
                 UNTIL EOF-T = 1
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'LAB3X - WARNING - NO RATE TABLE ON FILE - '
                 'ONLY RECORD-LEVEL RATES WILL BE USED'
           END-IF.
       1065-LOAD-ONE-RATE.
           READ RATE-FILE INTO RATE-CARD-DATA
             AT END MOVE 1 TO EOF-T.
           IF EOF-T NOT = 1
               IF RA-EFF-DATE NUMERIC AND RA-RATE NUMERIC
                 AND RA-RATE < 1
                   IF RATE-COUNT < 50
                       ADD 1 TO RATE-COUNT
                       SET RT-IDX TO RATE-COUNT
                       MOVE RA-CLASS    TO RT-CLASS(RT-IDX)
                       MOVE RA-EFF-DATE TO RT-EFF-DATE(RT-IDX)
                       MOVE RA-RATE     TO RT-RATE(RT-IDX)
                   ELSE
                       DISPLAY 'LAB3X - RATE TABLE FULL AT 50 ROWS '
                         '- RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE RATE-FILE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY 'LAB3X - WARNING - RATE TABLE ROW FOR '
                     'CLASS ' RA-CLASS ' IS NOT NUMERIC OR NOT '
                     'UNDER 1.000 - ROW IGNORED'
               END-IF
           END-IF.
      **************************************************************
      * LOADS THE RUN-CONTROL FILE INTO STORAGE - SEE LAB3M. A *
      * MISSING FILE IS THE FIRST CYCLE UNDER RUN CONTROL *
      **************************************************************
       1070-LOAD-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-FILE-STATUS = '00'
               PERFORM 1072-LOAD-ONE-STAMP
                 UNTIL EOF-R = 1
               CLOSE RUNCTL-FILE
           END-IF.
       1072-LOAD-ONE-STAMP.
           READ RUNCTL-FILE INTO RUNCTL-DATA
             AT END MOVE 1 TO EOF-R.
           IF EOF-R NOT = 1
               IF RUNCTL-COUNT < 20
                   ADD 1 TO RUNCTL-COUNT
                   SET RC-IDX TO RUNCTL-COUNT
                   MOVE RC-PROGRAM  TO RC-T-PROGRAM(RC-IDX)
                   MOVE RC-RUN-DATE TO RC-T-DATE(RC-IDX)
                   MOVE RC-GEN      TO RC-T-GEN(RC-IDX)
               END-IF
           END-IF.
      **************************************************************
      * THE CONVERSION RUNS ONCE - A LAB3X STAMP ON THE RUN-CONTROL *
      * FILE MEANS THE MASTER IS ALREADY IN THE NEW LAYOUT, AND *
      * READING IT AS THE OLD ONE WOULD WRECK IT *
      **************************************************************
       1080-CHECK-CONVERTED.
           PERFORM 1092-FIND-OWN-STAMP
             VARYING RC-IDX FROM 1 BY 1
             UNTIL RC-IDX > RUNCTL-COUNT
               OR RC-T-PROGRAM(RC-IDX) = 'LAB3X'.
           IF RC-IDX NOT > RUNCTL-COUNT
               DISPLAY 'LAB3X - LOAN MASTER WAS ALREADY CONVERTED ON '
                 RC-T-DATE(RC-IDX) ' AT GENERATION '
                 RC-T-GEN(RC-IDX) ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      **************************************************************
      * STAMPS THIS PROGRAM'S RUN DATE AND THE GENERATION IT *
      * WROTE INTO THE RUN-CONTROL FILE - ONLY A CONVERSION THAT *
      * PROVED, SO A FAILED ONE CAN BE RERUN *
      **************************************************************
       1090-STAMP-RUN-CONTROL.
           MOVE WK-ASOF-DATE TO RC-STAMP-DATE.
           IF RUNCTL-COUNT < 20
               ADD 1 TO RUNCTL-COUNT
           END-IF.
           SET RC-IDX TO RUNCTL-COUNT.
           MOVE 'LAB3X'        TO RC-T-PROGRAM(RC-IDX).
           MOVE RC-STAMP-DATE  TO RC-T-DATE(RC-IDX).
           MOVE NEW-GENERATION TO RC-T-GEN(RC-IDX).
           OPEN OUTPUT RUNCTL-FILE.
           PERFORM 1094-WRITE-ONE-STAMP
             VARYING RC-IDX FROM 1 BY 1
             UNTIL RC-IDX > RUNCTL-COUNT.
           CLOSE RUNCTL-FILE.
       1092-FIND-OWN-STAMP.
           CONTINUE.
       1094-WRITE-ONE-STAMP.
           MOVE SPACES              TO RUNCTL-DATA.
           MOVE RC-T-PROGRAM(RC-IDX) TO RC-PROGRAM.
           MOVE RC-T-DATE(RC-IDX)   TO RC-RUN-DATE.
           MOVE RC-T-GEN(RC-IDX)    TO RC-GEN.
           WRITE RUNCTL-REC FROM RUNCTL-DATA.
      **************************************************************
      * PASS 1 OVER INPUT-FILE - READS THE LEADING CONTROL RECORD *
      * AND COUNTS EVERY RECORD BEHIND IT SO THE OLD MASTER IS *
      * PROVEN IN BALANCE BEFORE IT IS CONVERTED *
      **************************************************************
       1100-VERIFY-CONTROL.
           OPEN INPUT INPUT-FILE.
           READ INPUT-FILE INTO CONTROL-REC-DATA
             AT END
               DISPLAY 'LAB3X - INPUT-FILE IS EMPTY - NO CONTROL '
                 'RECORD FOUND - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               CLOSE INPUT-FILE
               STOP RUN
           END-READ.
           PERFORM 1110-COUNT-RECORD
             UNTIL EOF-I = 1.
           CLOSE INPUT-FILE.
           MOVE 0 TO EOF-I.
           IF CR-RUN-COUNT NOT = CR-RECORD-COUNT
             OR CR-RUN-HASH NOT = CR-HASH-TOTAL
               DISPLAY 'LAB3X - MASTER CONTROL TOTALS OUT OF '
                 'BALANCE - RUN ABORTED'
               DISPLAY 'EXPECTED COUNT = ' CR-RECORD-COUNT
                 ' ACTUAL COUNT = ' CR-RUN-COUNT
               DISPLAY 'EXPECTED HASH  = ' CR-HASH-TOTAL
                 ' ACTUAL HASH  = ' CR-RUN-HASH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      **************************************************************
      * COUNTS ONE DETAIL RECORD AND ADDS ITS LOAN AMOUNT INTO THE *
      * RUNNING HASH TOTAL DURING THE CONTROL VERIFICATION PASS *
      **************************************************************
       1110-COUNT-RECORD.
           READ INPUT-FILE INTO INPUT-DATA
             AT END MOVE 1 TO EOF-I.
           IF EOF-I NOT = 1
               ADD 1 TO CR-RUN-COUNT
               IF I-LOAN NUMERIC
                   ADD I-LOAN TO CR-RUN-HASH
               END-IF
           END-IF.
      **************************************************************
      * DISCARDS THE LEADING CONTROL RECORD ON DA-S-INPUT SO THE *
      * FIRST READ LINES UP ON THE FIRST REAL LOAN MASTER RECORD *
      **************************************************************
       1150-SKIP-CONTROL-RECORD.
           READ INPUT-FILE INTO CONTROL-REC-DATA
             AT END CONTINUE
           END-READ.
      **************************************************************
      * CARRIES THE OLD CONTROL RECORD ONTO THE NEW MASTER - THE *
      * SAME COUNT AND HASH TOTAL, AND THE NEXT GENERATION *
      **************************************************************
       1250-WRITE-NEWMST-CONTROL.
           IF CR-GENERATION NUMERIC
               COMPUTE NEW-GENERATION = CR-GENERATION + 1
           ELSE
               MOVE 1 TO NEW-GENERATION
           END-IF.
           MOVE SPACES          TO NEW-CONTROL-DATA.
           MOVE CR-RECORD-COUNT TO NC-RECORD-COUNT.
           MOVE CR-HASH-TOTAL   TO NC-HASH-TOTAL.
           MOVE NEW-GENERATION  TO NC-GENERATION.
           WRITE NEWMST-REC FROM NEW-CONTROL-DATA.
      **************************************************************
      * PRINTS THE HEADING FOR THE CONVERSION PROOF *
      **************************************************************
       1400-PRINT-HEAD.
           MOVE PR-RUN-DATE TO PH-DATE.
           WRITE PROOF-REC FROM PRF-HEADING1
             AFTER ADVANCING PAGE.
           MOVE SPACES TO PROOF-REC.
           WRITE PROOF-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'PAID SLOTS NOT CARRIED' TO PR-TITLE.
           WRITE PROOF-REC FROM PRF-TITLE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE PROOF-REC FROM EXC-HEADING1
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PROOF-REC.
           WRITE PROOF-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE OLD MASTER RECORD PER PASS - THE DEFERMENTS ARE *
      * BROUGHT UP TO THE LOAN, THE PAID SLOTS ARE FOLDED, AND THE *
      * RECORD IS WRITTEN IN THE NEW LAYOUT. THE LOAN, THE RATE *
      * AND THE STATUS THROUGH THE FILLER SIT AT THE SAME BYTES IN *
      * BOTH LAYOUTS AND ARE CARRIED BYTE FOR BYTE, SO A FIELD *
      * THAT DOES NOT READ GOES ACROSS EXACTLY AS IT WAS *
      **************************************************************
       1500-LOOP.
           MOVE SPACE TO DM-DEFER-STATE.
           IF I-ACCT-NO NUMERIC
               MOVE I-ACCT-NO  TO K-LOAN-KEY(1:7)
               MOVE I-LOAN-SEQ TO K-LOAN-KEY(8:2)
               PERFORM 1530-CHECK-DEFERMENT
           END-IF.
           MOVE SPACES TO NEW-MASTER-DATA.
           MOVE I-NAME     TO N-NAME.
           MOVE I-DEGREE   TO N-DEGREE.
           MOVE I-YEAR     TO N-YEAR.
           MOVE INPUT-DATA(29:7)  TO NEW-MASTER-DATA(29:7).
           MOVE INPUT-DATA(36:4)  TO NEW-MASTER-DATA(36:4).
           MOVE INPUT-DATA(64:17) TO NEW-MASTER-DATA(64:17).
           MOVE 0 TO LW-PAID.
           MOVE 0 TO N-LAST-PAY-AMT.
           PERFORM 1550-FOLD-ONE-SLOT
             VARYING LW-SLOT FROM 1 BY 1
             UNTIL LW-SLOT > 4.
           ADD LW-PAID TO CT-OLD-PAID.
           PERFORM 1600-SPLIT-PAID.
           MOVE 0 TO N-ORIG-DATE.
           MOVE 0 TO N-LAST-PAY-DATE.
           MOVE 0 TO N-NEXT-DUE-DATE.
           WRITE NEWMST-REC FROM NEW-MASTER-DATA.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * SETS WHETHER THE LOAN IS IN AN INTEREST-SUBSIDIZED *
      * DEFERMENT OR FORBEARANCE TODAY, SO THE INTEREST THE *
      * PAYMENTS ARE SPLIT AGAINST MATCHES THE BALANCE LAB3 SHOWS *
      **************************************************************
       1530-CHECK-DEFERMENT.
           PERFORM 2800-READ-DEFER
             UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT < K-LOAN-KEY.
           PERFORM 1535-CHECK-ONE-PERIOD
             UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT = K-LOAN-KEY.
       1535-CHECK-ONE-PERIOD.
           IF DF-START-DATE NUMERIC AND DF-END-DATE NUMERIC
               IF DF-START-DATE NOT > WK-ASOF-DATE
                 AND DF-END-DATE NOT < WK-ASOF-DATE
                 AND DF-INT-SUBSIDIZED
                   MOVE 'S' TO DM-DEFER-STATE
               END-IF
           END-IF.
           PERFORM 2800-READ-DEFER.
      **************************************************************
      * ADDS ONE PAID SLOT INTO THE LOAN'S PAID FIGURE. A SLOT *
      * THAT IS NOT NUMERIC CANNOT BE CARRIED - IT GOES OVER AS *
      * ZERO AND IS LISTED FOR CORRECTION BY PAYMENT ADJUSTMENT. *
      * THE SLOTS FILLED IN ORDER, SO THE LAST NONZERO ONE HOLDS *
      * THE LAST PAYMENT *
      **************************************************************
       1550-FOLD-ONE-SLOT.
           IF I-PAID(LW-SLOT) NUMERIC
               IF I-PAID(LW-SLOT) > 0
                   ADD I-PAID(LW-SLOT) TO LW-PAID
                   MOVE I-PAID(LW-SLOT) TO N-LAST-PAY-AMT
               END-IF
           ELSE
               PERFORM 1560-PRINT-EXCEPTION
           END-IF.
       1560-PRINT-EXCEPTION.
           ADD 1 TO CT-EXCEPTIONS.
           MOVE SPACES TO EXC-DATA1.
           MOVE INPUT-DATA(65:7) TO EX-PACCT.
           MOVE I-LOAN-SEQ       TO EX-PSEQ.
           MOVE I-NAME           TO EX-PNAME.
           MOVE LW-SLOT          TO EX-PSLOT.
           MOVE INPUT-DATA(40 + (LW-SLOT - 1) * 6:6)
             TO EX-PCONTENTS.
           MOVE 'NOT NUMERIC - CARRIED AS ZERO' TO EX-PACTION.
           WRITE PROOF-REC FROM EXC-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * SPLITS THE PAID FIGURE INTEREST FIRST - THE INTEREST THE *
      * LOAN CARRIES (WORKED OUT THE SAME WAY LAB3 DOES) IS TAKEN *
      * AS PAID FIRST AND THE REST IS PRINCIPAL. INTEREST NOT YET *
      * COVERED IS THE ACCRUED-UNPAID INTEREST, EXCEPT ON A LOAN *
      * ALREADY CHARGED OFF, WHERE NOTHING IS STILL ACCRUING, AND *
      * ON A LOAN IN AN INTEREST-SUBSIDIZED PERIOD, WHERE THE *
      * INTEREST IS HELD AT WHAT HAS BEEN PAID - THE FIGURE LAB3 *
      * HOLDS IT AT UNTIL THE PERIOD ENDS *
      **************************************************************
       1600-SPLIT-PAID.
           MOVE 0 TO WK-INTEREST.
           IF I-LOAN NUMERIC
               PERFORM 1840-LOOK-UP-RATE
               IF WK-RATE > 0
                   COMPUTE WK-INTEREST ROUNDED = I-LOAN * WK-RATE
                     ON SIZE ERROR
                         DISPLAY 'LAB3X - WARNING - INTEREST '
                           'OVERFLOW FOR ' I-ACCT-NO
                           ' - INTEREST FORCED TO ZERO'
                         MOVE 0 TO WK-INTEREST
                   END-COMPUTE
               END-IF
           END-IF.
           IF LW-PAID > WK-INTEREST
               MOVE WK-INTEREST TO N-LTD-INT-PAID
           ELSE
               MOVE LW-PAID TO N-LTD-INT-PAID
           END-IF.
           SUBTRACT N-LTD-INT-PAID FROM LW-PAID
             GIVING N-LTD-PRIN-PAID.
           IF I-WRITTEN-OFF OR LOAN-INT-SUBSIDIZED
               MOVE 0 TO N-ACCRUED-INT
           ELSE
               SUBTRACT N-LTD-INT-PAID FROM WK-INTEREST
                 GIVING N-ACCRUED-INT
           END-IF.
      **************************************************************
      * CONSOLE SUMMARY OF THE CONVERSION *
      **************************************************************
       1690-DISPLAY-TOTALS.
           DISPLAY 'LAB3X - RECORDS CONVERTED     = ' CT-NEW-COUNT.
           DISPLAY 'LAB3X - PAID SLOTS NOT CARRIED = ' CT-EXCEPTIONS.
           DISPLAY 'LAB3X - NEW MASTER GENERATION = ' NEW-GENERATION.
      **************************************************************
      * PASS 2 OVER THE NEW MASTER - READS IT BACK AND TOTALS WHAT *
      * WAS ACTUALLY WRITTEN, SO THE PROOF IS TAKEN FROM THE FILE *
      * THE NEXT CYCLE WILL READ *
      **************************************************************
       1700-READ-BACK-NEWMST.
           OPEN INPUT NEWMST-FILE.
           READ NEWMST-FILE INTO NEW-CONTROL-DATA
             AT END MOVE 1 TO EOF-N.
           PERFORM 1710-TOTAL-ONE-RECORD
             UNTIL EOF-N = 1.
           CLOSE NEWMST-FILE.
       1710-TOTAL-ONE-RECORD.
           READ NEWMST-FILE INTO NEW-MASTER-DATA
             AT END MOVE 1 TO EOF-N.
           IF EOF-N NOT = 1
               ADD 1 TO CT-NEW-COUNT
               IF N-LOAN NUMERIC
                   ADD N-LOAN TO CT-NEW-HASH
               END-IF
               ADD N-LTD-PRIN-PAID TO CT-NEW-PRIN
               ADD N-LTD-INT-PAID  TO CT-NEW-INT
               ADD N-ACCRUED-INT   TO CT-NEW-ACCRUED
               ADD N-LAST-PAY-AMT  TO CT-NEW-LAST-AMT
           END-IF.
      **************************************************************
      * PRINTS THE BEFORE AND AFTER FIGURES. THE RECORD COUNT AND *
      * HASH ARE PROVEN BOTH AGAINST THE OLD MASTER AND AGAINST *
      * THE NEW CONTROL RECORD; THE DOLLARS PAID ON THE OLD SLOTS *
      * MUST EQUAL THE PRINCIPAL PLUS INTEREST PAID ON THE NEW *
      * MASTER TO THE PENNY *
      **************************************************************
       1800-PRINT-PROOF.
           ADD CT-NEW-PRIN CT-NEW-INT GIVING CT-NEW-PAID.
           IF CT-NEW-COUNT NOT = CR-RUN-COUNT
             OR CT-NEW-COUNT NOT = NC-RECORD-COUNT
             OR CT-NEW-HASH NOT = CR-RUN-HASH
             OR CT-NEW-HASH NOT = NC-HASH-TOTAL
             OR CT-NEW-PAID NOT = CT-OLD-PAID
               MOVE 1 TO PROOF-SW
           END-IF.
           MOVE SPACES TO PROOF-REC.
           WRITE PROOF-REC
             AFTER ADVANCING 1 LINE.
           MOVE CT-EXCEPTIONS TO PE-COUNT.
           WRITE PROOF-REC FROM PRF-EXC-COUNT
             AFTER ADVANCING 1 LINE.
           MOVE 'CONTROL TOTALS AND DOLLARS' TO PR-TITLE.
           WRITE PROOF-REC FROM PRF-TITLE-LINE
             AFTER ADVANCING 3 LINES.
           WRITE PROOF-REC FROM PRF-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE 'RECORD COUNT' TO PN-LABEL.
           MOVE CR-RUN-COUNT   TO PN-BEFORE.
           MOVE CT-NEW-COUNT   TO PN-AFTER.
           COMPUTE PN-DIFF = CT-NEW-COUNT - CR-RUN-COUNT.
           WRITE PROOF-REC FROM PRF-COUNT1
             AFTER ADVANCING 2 LINES.
           MOVE 'CONTROL RECORD COUNT' TO PN-LABEL.
           MOVE CR-RECORD-COUNT   TO PN-BEFORE.
           MOVE NC-RECORD-COUNT   TO PN-AFTER.
           COMPUTE PN-DIFF = NC-RECORD-COUNT - CR-RECORD-COUNT.
           WRITE PROOF-REC FROM PRF-COUNT1
             AFTER ADVANCING 1 LINE.
           MOVE 'LOAN AMOUNT HASH TOTAL' TO PD-LABEL.
           MOVE CR-RUN-HASH TO PD-BEFORE.
           MOVE CT-NEW-HASH TO PD-AFTER.
           COMPUTE PD-DIFF = CT-NEW-HASH - CR-RUN-HASH.
           WRITE PROOF-REC FROM PRF-DATA1
             AFTER ADVANCING 1 LINE.
           MOVE 'CONTROL RECORD HASH TOTAL' TO PD-LABEL.
           MOVE CR-HASH-TOTAL TO PD-BEFORE.
           MOVE NC-HASH-TOTAL TO PD-AFTER.
           COMPUTE PD-DIFF = NC-HASH-TOTAL - CR-HASH-TOTAL.
           WRITE PROOF-REC FROM PRF-DATA1
             AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL PAID' TO PD-LABEL.
           MOVE CT-OLD-PAID TO PD-BEFORE.
           MOVE CT-NEW-PAID TO PD-AFTER.
           COMPUTE PD-DIFF = CT-NEW-PAID - CT-OLD-PAID.
           WRITE PROOF-REC FROM PRF-DATA1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROOF-REC.
           WRITE PROOF-REC
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRF-AMOUNT1.
           MOVE '  OF WHICH PRINCIPAL PAID' TO PA-LABEL.
           MOVE CT-NEW-PRIN TO PA-AMOUNT.
           WRITE PROOF-REC FROM PRF-AMOUNT1
             AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH INTEREST PAID' TO PA-LABEL.
           MOVE CT-NEW-INT TO PA-AMOUNT.
           WRITE PROOF-REC FROM PRF-AMOUNT1
             AFTER ADVANCING 1 LINE.
           MOVE 'ACCRUED UNPAID INTEREST ESTABLISHED' TO PA-LABEL.
           MOVE CT-NEW-ACCRUED TO PA-AMOUNT.
           WRITE PROOF-REC FROM PRF-AMOUNT1
             AFTER ADVANCING 1 LINE.
           MOVE 'LAST PAYMENT AMOUNTS CARRIED' TO PA-LABEL.
           MOVE CT-NEW-LAST-AMT TO PA-AMOUNT.
           WRITE PROOF-REC FROM PRF-AMOUNT1
             AFTER ADVANCING 1 LINE.
           IF PROOF-IN-BALANCE
               MOVE 'CONVERSION IN BALANCE' TO PR-TITLE
           ELSE
               MOVE 'CONVERSION OUT OF BALANCE - DO NOT USE NEW MASTER'
                 TO PR-TITLE
           END-IF.
           WRITE PROOF-REC FROM PRF-TITLE-LINE
             AFTER ADVANCING 3 LINES.
      **************************************************************
      * SETS THE RATE FOR THE CURRENT LOAN RECORD - A KEYED *
      * NONZERO RECORD RATE OVERRIDES, OTHERWISE THE LATEST *
      * TABLE ROW FOR THE LOAN'S CLASS APPLIES *
      **************************************************************
       1840-LOOK-UP-RATE.
           IF I-INT-RATE NUMERIC AND I-INT-RATE > 0
               MOVE I-INT-RATE TO WK-RATE
           ELSE
               MOVE 0 TO WK-RATE
               MOVE 0 TO WK-BEST-DATE
               PERFORM 1845-TEST-ONE-RATE
                 VARYING RT-IDX FROM 1 BY 1
                 UNTIL RT-IDX > RATE-COUNT
           END-IF.
       1845-TEST-ONE-RATE.
           IF RT-CLASS(RT-IDX) = I-DEGREE
             AND RT-EFF-DATE(RT-IDX) NOT > WK-ASOF-DATE
             AND RT-EFF-DATE(RT-IDX) NOT < WK-BEST-DATE
               MOVE RT-EFF-DATE(RT-IDX) TO WK-BEST-DATE
               MOVE RT-RATE(RT-IDX)     TO WK-RATE
           END-IF.
      **************************************************************
      * READS THE OLD LOAN MASTER FILE *
      **************************************************************
       2000-READ-INPUT.
           READ INPUT-FILE INTO INPUT-DATA
             AT END MOVE 1 TO EOF-I.
      **************************************************************
      * READS ONE DEFERMENT PERIOD - HIGH-VALUES AT EOF *
      **************************************************************
       2800-READ-DEFER.
           READ DEFER-FILE INTO DEFER-DATA
             AT END
               MOVE 1           TO EOF-DF
               MOVE HIGH-VALUES TO K-DEFER-KEY
           END-READ.
           IF NOT DEFER-AT-EOF
               MOVE DEFER-DATA(1:9) TO K-DEFER-KEY
           END-IF.
