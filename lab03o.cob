       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3O.
       AUTHOR. Addyson Sisemore
      * LOAN ORIGINATION AND DISBURSEMENT RUN - TAKES THE AWARD *
      * CARDS FROM FINANCIAL AID (DA-S-AWARD) AND CHECKS EACH ONE *
      * AGAINST THE BORROWING LIMITS TABLE (DA-S-LIMITS), WHICH *
      * CARRIES AN ANNUAL AND AN AGGREGATE LIMIT BY DEGREE AND *
      * YEAR. THE ANNUAL LIMIT COVERS EVERY LOAN THE STUDENT HAS *
      * FOR THE SAME DEGREE AND YEAR; THE AGGREGATE LIMIT COVERS *
      * EVERY LOAN SEQUENCE THE STUDENT HAS ON THE LOAN MASTER, *
      * OPEN OR CLOSED. AN AWARD WITHIN BOTH LIMITS IS GIVEN THE *
      * ACCOUNT'S NEXT LOAN SEQUENCE NUMBER AND WRITTEN AS A LAB3M *
      * ADD CARD (DA-S-ORMAINT), SO THE MASTER ITSELF IS ONLY EVER *
      * CHANGED THROUGH THE MAINTENANCE RUN AND ITS AUDIT. EACH *
      * LOAN ORIGINATED IS LISTED ON THE DISBURSEMENT REGISTER AND *
      * SENT TO THE BURSAR ON DA-S-BURSAR, WHICH ENDS WITH A COUNT *
      * AND DOLLAR TRAILER. AN AWARD OVER EITHER LIMIT GOES ON THE *
      * REJECTED-AWARD REPORT WITH THE ELIGIBILITY STILL LEFT. THE *
      * RUN STAMPS THE MASTER GENERATION IT ORIGINATED AGAINST AND *
      * REFUSES THE SAME GENERATION TWICE, SO NO LOAN IS AWARDED *
      * OR DISBURSED TWICE BEFORE LAB3M HAS ADDED THE NEW LOANS. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'.
           SELECT AWARD-FILE ASSIGN TO 'DA-S-AWARD'.
           SELECT LIMIT-FILE ASSIGN TO 'DA-S-LIMITS'
             FILE STATUS IS LIMIT-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'DA-S-RUNCTL'
             FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT ORMAINT-FILE ASSIGN TO 'DA-S-ORMAINT'.
           SELECT BURSAR-FILE ASSIGN TO 'DA-S-BURSAR'.
           SELECT REGISTER-FILE ASSIGN TO 'UR-S-DISREG'.
           SELECT REJECT-FILE ASSIGN TO 'UR-S-AWREJ'.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * THE AWARD CARDS FROM FINANCIAL AID - ONE PER LOAN AWARDED *
      **************************************************************
       FD AWARD-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 AWARD-REC     PIC X(80).
      **************************************************************
      * THE BORROWING LIMITS TABLE - ONE ROW PER DEGREE AND YEAR. *
      * A ROW WITH A BLANK YEAR IS THE DEGREE'S LIMIT FOR ANY *
      * YEAR WITHOUT A ROW OF ITS OWN *
      **************************************************************
       FD LIMIT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LIMIT-REC     PIC X(80).
      **************************************************************
      * RUN-CONTROL FILE - SEE LAB3M *
      **************************************************************
       FD RUNCTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RUNCTL-REC    PIC X(30).
      **************************************************************
      * LAB3M ADD CARDS FOR THE LOANS ORIGINATED *
      **************************************************************
       FD ORMAINT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ORMAINT-REC   PIC X(80).
      **************************************************************
      * THE BURSAR'S DISBURSEMENT FILE - ONE DETAIL RECORD PER *
      * LOAN ORIGINATED AND A COUNT AND DOLLAR TRAILER *
      **************************************************************
       FD BURSAR-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BURSAR-REC    PIC X(80).
      **************************************************************
      * THE DISBURSEMENT REGISTER FOR THE FINANCIAL AID OFFICER'S *
      * SIGN-OFF *
      **************************************************************
       FD REGISTER-FILE
           LABEL RECORDS ARE OMITTED.
       01 REGISTER-REC  PIC X(100).
      **************************************************************
      * THE REJECTED-AWARD REPORT *
      **************************************************************
       FD REJECT-FILE
           LABEL RECORDS ARE OMITTED.
       01 REJECT-REC    PIC X(132).
       WORKING-STORAGE SECTION.
       01 LIMIT-FILE-STATUS PIC X(2).
      **************************************************************
      * LAYOUT FOR THE LOAN MASTER, SAME FORMAT LAB3 USES. THE *
      * LOAN SEQUENCE IS REDEFINED NUMERIC TO FIND THE HIGHEST *
      * ONE ON AN ACCOUNT *
      **************************************************************
       01 INPUT-DATA.
         03 I-NAME       PIC X(20).
         03 I-DEGREE     PIC X(4).
         03 I-YEAR       PIC X(4).
         03 I-LOAN       PIC 9(5)V99.
         03 I-INT-RATE   PIC 9V999.
         03 I-LTD-PRIN-PAID PIC 9(6)V99.
         03 I-LTD-INT-PAID  PIC 9(6)V99.
         03 I-ACCRUED-INT   PIC 9(6)V99.
         03 I-STATUS     PIC X(1).
           88 I-PAID-IN-FULL  VALUE 'P'.
           88 I-WRITTEN-OFF   VALUE 'W'.
         03 I-ACCT-NO    PIC 9(7).
         03 I-LOAN-SEQ   PIC X(2).
         03 I-LOAN-SEQ-9 REDEFINES I-LOAN-SEQ PIC 9(2).
         03 FILLER       PIC X(7).
         03 I-ORIG-DATE     PIC 9(8).
         03 I-LAST-PAY-DATE PIC 9(8).
         03 I-LAST-PAY-AMT  PIC 9(6)V99.
         03 I-NEXT-DUE-DATE PIC 9(8).
         03 FILLER       PIC X(8).
      **************************************************************
      * LEADING CONTROL RECORD ON INPUT-FILE (SEE LAB3) - SKIPPED *
      * HERE, THE GENERATION PICKED OUT FOR THE RUN-CONTROL CHECK *
      **************************************************************
       01 CONTROL-REC-DATA.
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
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
         03 MASTER-GEN     PIC 9(6)  VALUE 0.
      **************************************************************
      * LAYOUT FOR ONE BORROWING LIMITS ROW, AND THE TABLE IT IS *
      * LOADED INTO *
      **************************************************************
       01 LIMIT-CARD-DATA.
         03 LM-DEGREE       PIC X(4).
         03 LM-YEAR         PIC X(4).
         03 LM-ANNUAL       PIC 9(5)V99.
         03 LM-AGGREGATE    PIC 9(6)V99.
         03 FILLER          PIC X(57).
       01 LIMIT-COUNT      PIC 9(3)  VALUE 0.
       01 LIMIT-TABLE.
         03 LT-ENTRY OCCURS 50 TIMES INDEXED BY LT-IDX.
           05 LT-DEGREE     PIC X(4).
           05 LT-YEAR       PIC X(4).
           05 LT-ANNUAL     PIC 9(5)V99.
           05 LT-AGGREGATE  PIC 9(6)V99.
      **************************************************************
      * LAYOUT FOR ONE AWARD CARD - THE ACCOUNT, THE STUDENT'S *
      * NAME (NEEDED ONLY FOR A STUDENT NOT YET ON THE MASTER), *
      * THE DEGREE AND YEAR THE LOAN IS FOR, THE AMOUNT, AN *
      * OPTIONAL RATE OVERRIDE, THE DISBURSEMENT DATE (BLANK FOR *
      * THE DAY OF THE RUN), AN OPTIONAL FIRST DUE DATE, AND THE *
      * FINANCIAL AID OFFICE'S OWN AWARD NUMBER *
      **************************************************************
       01 AWARD-CARD-DATA.
         03 AW-ACCT-NO      PIC X(7).
         03 AW-ACCT-NO-9    REDEFINES AW-ACCT-NO PIC 9(7).
         03 AW-NAME         PIC X(20).
         03 AW-DEGREE       PIC X(4).
         03 AW-YEAR         PIC X(4).
         03 AW-AMOUNT       PIC X(7).
         03 AW-AMOUNT-9     REDEFINES AW-AMOUNT PIC 9(5)V99.
         03 AW-INT-RATE     PIC X(4).
         03 AW-DISB-DATE    PIC X(8).
         03 AW-DISB-DATE-9  REDEFINES AW-DISB-DATE PIC 9(8).
         03 AW-FIRST-DUE    PIC X(8).
         03 AW-AWARD-ID     PIC X(10).
         03 FILLER          PIC X(8).
      **************************************************************
      * TABLE OF AWARD CARDS - LOADED UP FRONT SO THE MASTER CAN *
      * BE MATCHED IN ONE PASS REGARDLESS OF THE ORDER THE CARDS *
      * CAME IN, THE WAY LAB3M LOADS ITS CARDS. THE PASS OVER THE *
      * MASTER TOTALS EACH AWARD'S ACCOUNT - WHAT IS ALREADY *
      * BORROWED FOR THE SAME DEGREE AND YEAR, WHAT IS BORROWED *
      * ALTOGETHER, AND THE HIGHEST LOAN SEQUENCE IN USE. EACH *
      * ENTRY IS PENDING UNTIL IT IS APPROVED OR REJECTED *
      **************************************************************
       01 AWARD-COUNT      PIC 9(4)  VALUE 0.
       01 AWARD-TABLE.
         03 AT-ENTRY OCCURS 200 TIMES INDEXED BY AT-IDX AT-IDX2.
           05 AT-ACCT-X       PIC X(7).
           05 AT-ACCT-NO      PIC 9(7).
           05 AT-NAME         PIC X(20).
           05 AT-DEGREE       PIC X(4).
           05 AT-YEAR         PIC X(4).
           05 AT-AMOUNT       PIC 9(5)V99.
           05 AT-INT-RATE     PIC X(4).
           05 AT-DISB-DATE    PIC 9(8).
           05 AT-FIRST-DUE    PIC X(8).
           05 AT-AWARD-ID     PIC X(10).
           05 AT-ANNUAL-LIMIT PIC 9(5)V99.
           05 AT-AGGR-LIMIT   PIC 9(6)V99.
           05 AT-ANNUAL-USED  PIC 9(7)V99.
           05 AT-AGGR-USED    PIC 9(7)V99.
           05 AT-HIGH-SEQ     PIC 9(2).
           05 AT-MASTER-SW    PIC 9.
             88 AT-ON-MASTER       VALUE 1.
           05 AT-LOAN-SEQ     PIC X(2).
           05 AT-STATE        PIC X(1).
             88 AT-PENDING         VALUE SPACE.
             88 AT-APPROVED        VALUE 'A'.
             88 AT-REJECTED        VALUE 'R'.
           05 AT-REASON       PIC X(30).
      **************************************************************
      * THE FIGURES FOR THE AWARD BEING DECIDED - ITS ACCOUNT'S *
      * TOTALS FROM THE MASTER PLUS ANY AWARD ALREADY APPROVED *
      * FOR THE ACCOUNT EARLIER IN THIS RUN, AND THE ELIGIBILITY *
      * LEFT UNDER EACH LIMIT. THE ELIGIBILITY LEFT IS THE *
      * SMALLER OF THE TWO *
      **************************************************************
       01 ORIG-WORK.
         03 OW-ANNUAL-USED  PIC 9(7)V99.
         03 OW-AGGR-USED    PIC 9(7)V99.
         03 OW-HIGH-SEQ     PIC 9(2).
         03 OW-ANNUAL-LEFT  PIC 9(6)V99.
         03 OW-AGGR-LEFT    PIC 9(6)V99.
         03 OW-ELIGIBLE     PIC 9(6)V99.
         03 OW-NEW-SEQ      PIC 9(2).
         03 OW-PRIOR-SEQ    PIC 9(2).
      **************************************************************
      * LAYOUT FOR ONE LAB3M MAINTENANCE CARD - SAME AS LAB3M, *
      * THE LOAN AMOUNT REDEFINED NUMERIC FOR THE MOVE *
      **************************************************************
       01 MAINT-CARD-DATA.
         03 MC-ACTION    PIC X(1).
         03 MC-NAME      PIC X(20).
         03 MC-DEGREE    PIC X(4).
         03 MC-YEAR      PIC X(4).
         03 MC-LOAN      PIC X(7).
         03 MC-LOAN-9    REDEFINES MC-LOAN PIC 9(5)V99.
         03 MC-INT-RATE  PIC X(4).
         03 MC-ORIG-DATE PIC X(8).
         03 MC-NEXT-DUE  PIC X(8).
         03 FILLER       PIC X(8).
         03 MC-STATUS    PIC X(1).
         03 MC-ACCT-NO   PIC X(7).
         03 MC-LOAN-SEQ  PIC X(2).
         03 FILLER       PIC X(6).
      **************************************************************
      * THE BURSAR FILE'S DETAIL AND TRAILER LAYOUTS *
      **************************************************************
       01 BURSAR-DETAIL-DATA.
         03 BD-REC-TYPE     PIC X(1)   VALUE 'D'.
         03 BD-ACCT-NO      PIC 9(7).
         03 BD-LOAN-SEQ     PIC X(2).
         03 BD-NAME         PIC X(20).
         03 BD-AWARD-ID     PIC X(10).
         03 BD-DISB-DATE    PIC 9(8).
         03 BD-AMOUNT       PIC 9(5)V99.
         03 BD-DEGREE       PIC X(4).
         03 BD-YEAR         PIC X(4).
         03 FILLER          PIC X(17)  VALUE SPACES.
       01 BURSAR-TRAILER-DATA.
         03 BT-REC-TYPE     PIC X(1)   VALUE 'T'.
         03 BT-RUN-DATE     PIC 9(8).
         03 BT-COUNT        PIC 9(6).
         03 BT-AMOUNT       PIC 9(9)V99.
         03 FILLER          PIC X(54)  VALUE SPACES.
      **************************************************************
      * COUNTS AND DOLLAR TOTALS FOR THE REPORTS, THE BURSAR *
      * TRAILER, AND THE CONSOLE *
      **************************************************************
       01 ORIG-RUN-TOTALS.
         03 OT-CARDS-READ     PIC 9(5)     VALUE 0.
         03 OT-LOANS          PIC 9(5)     VALUE 0.
         03 OT-LOAN-AMOUNT    PIC 9(9)V99  VALUE 0.
         03 OT-REJECTED       PIC 9(5)     VALUE 0.
         03 OT-REJ-AMOUNT     PIC 9(9)V99  VALUE 0.
         03 OT-NEW-ACCOUNTS   PIC 9(5)     VALUE 0.
       01 RG-RUN-DATE       PIC 9(8)  VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE DISBURSEMENT REGISTER *
      **************************************************************
       01 REG-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(40)
              VALUE 'DISBURSEMENT REGISTER - RUN DATE'.
         03 RH-DATE     PIC 9(8).
       01 REG-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'ACCOUNT'.
         03 FILLER      PIC X(4)        VALUE 'SEQ'.
         03 FILLER      PIC X(22)       VALUE 'NAME'.
         03 FILLER      PIC X(6)        VALUE 'DEGR'.
         03 FILLER      PIC X(6)        VALUE 'YEAR'.
         03 FILLER      PIC X(10)       VALUE 'DISBURSED'.
         03 FILLER      PIC X(12)       VALUE '     AMOUNT'.
         03 FILLER      PIC X(8)        VALUE 'AWARD'.
       01 REG-DATA1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RD-PACCT     PIC 9(7).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RD-PSEQ      PIC X(2).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RD-PNAME     PIC X(20).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RD-PDEGREE   PIC X(4).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RD-PYEAR     PIC X(4).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RD-PDATE     PIC 9(8).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RD-PAMOUNT   PIC ZZZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RD-PAWARD    PIC X(10).
       01 REG-TOTAL-LINE.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RT-LABEL     PIC X(33).
         03 RT-COUNT     PIC ZZZZ9.
         03 FILLER       PIC X(14)      VALUE SPACES.
         03 RT-AMOUNT    PIC ZZZZZZZZ9.99.
       01 REG-TITLE-LINE.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RG-TITLE     PIC X(70).
       01 SIGNOFF-LINE1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(45)
              VALUE 'DISBURSEMENTS ABOVE REVIEWED AND RELEASED'.
       01 SIGNOFF-LINE2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(24)
              VALUE 'FINANCIAL AID OFFICER  '.
         03 FILLER      PIC X(30)
              VALUE '______________________________'.
         03 FILLER      PIC X(8)        VALUE '  DATE '.
         03 FILLER      PIC X(10)       VALUE '__________'.
      **************************************************************
      * LAYOUTS FOR THE REJECTED-AWARD REPORT - THE ELIGIBILITY *
      * LEFT UNDER EACH LIMIT IS SHOWN WHEREVER THE AWARD GOT AS *
      * FAR AS THE LIMIT CHECK *
      **************************************************************
       01 REJ-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(40)
              VALUE 'REJECTED AWARDS - RUN DATE'.
         03 RJ-HDATE    PIC 9(8).
       01 REJ-HEADING2.
         03 FILLER      PIC X(66)       VALUE SPACES.
         03 FILLER      PIC X(33)
              VALUE '---- ELIGIBILITY REMAINING ----'.
       01 REJ-HEADING3.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'ACCOUNT'.
         03 FILLER      PIC X(22)       VALUE 'NAME'.
         03 FILLER      PIC X(6)        VALUE 'DEGR'.
         03 FILLER      PIC X(6)        VALUE 'YEAR'.
         03 FILLER      PIC X(12)       VALUE 'AWARD'.
         03 FILLER      PIC X(10)       VALUE '    AMOUNT'.
         03 FILLER      PIC X(11)       VALUE '     ANNUAL'.
         03 FILLER      PIC X(11)       VALUE '  AGGREGATE'.
         03 FILLER      PIC X(11)       VALUE '   ELIGIBLE'.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'REASON'.
       01 REJ-DATA1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PACCT     PIC X(7).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PNAME     PIC X(20).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PDEGREE   PIC X(4).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PYEAR     PIC X(4).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PAWARD    PIC X(10).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PAMOUNT   PIC ZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PANNUAL   PIC ZZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PAGGR     PIC ZZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PELIG     PIC ZZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PREASON   PIC X(30).
       01 REJ-TOTAL-LINE.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RR-LABEL     PIC X(33).
         03 RR-COUNT     PIC ZZZZ9.
         03 FILLER       PIC X(14)      VALUE SPACES.
         03 RR-AMOUNT    PIC ZZZZZZZZ9.99.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-AW     PIC 9   VALUE 0.
         03 EOF-L      PIC 9   VALUE 0.
         03 EOF-R      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RG-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1060-LOAD-LIMIT-TABLE.
           PERFORM 1070-LOAD-RUN-CONTROL.
           OPEN INPUT INPUT-FILE.
           PERFORM 1150-SKIP-CONTROL-RECORD.
           PERFORM 1080-CHECK-GENERATION.
           PERFORM 1200-LOAD-AWARDS.
           PERFORM 2000-READ-INPUT.
           PERFORM 1500-LOOP
             UNTIL EOF-I = 1.
           CLOSE INPUT-FILE.
           OPEN OUTPUT ORMAINT-FILE
             OUTPUT BURSAR-FILE
             OUTPUT REGISTER-FILE
             OUTPUT REJECT-FILE.
           PERFORM 1400-PRINT-HEADS.
           PERFORM 1600-DECIDE-ONE-AWARD
             VARYING AT-IDX FROM 1 BY 1
             UNTIL AT-IDX > AWARD-COUNT.
           PERFORM 1680-WRITE-BURSAR-TRAILER.
           PERFORM 1690-PRINT-TOTALS.
           PERFORM 1990-PRINT-SIGNOFF.
           CLOSE ORMAINT-FILE
             BURSAR-FILE
             REGISTER-FILE
             REJECT-FILE.
           IF OT-LOANS NOT = 0
               PERFORM 1090-STAMP-RUN-CONTROL
           END-IF.
           PERFORM 1695-DISPLAY-TOTALS.
           STOP RUN.
      **************************************************************
      * LOADS THE BORROWING LIMITS TABLE. THERE IS NO SAFE *
      * DEFAULT FOR A LIMIT, SO A MISSING OR EMPTY TABLE STOPS *
      * THE RUN BEFORE ANY AWARD IS LOOKED AT *
      **************************************************************
       1060-LOAD-LIMIT-TABLE.
           OPEN INPUT LIMIT-FILE.
           IF LIMIT-FILE-STATUS NOT = '00'
               DISPLAY 'LAB3O - NO BORROWING LIMITS TABLE ON FILE - '
                 'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1065-LOAD-ONE-LIMIT
             UNTIL EOF-L = 1.
           CLOSE LIMIT-FILE.
           IF LIMIT-COUNT = 0
               DISPLAY 'LAB3O - BORROWING LIMITS TABLE IS EMPTY - '
                 'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1065-LOAD-ONE-LIMIT.
           READ LIMIT-FILE INTO LIMIT-CARD-DATA
             AT END MOVE 1 TO EOF-L.
           IF EOF-L NOT = 1
               IF LM-DEGREE NOT = SPACES
                 AND LM-ANNUAL NUMERIC AND LM-AGGREGATE NUMERIC
                   IF LIMIT-COUNT < 50
                       ADD 1 TO LIMIT-COUNT
                       SET LT-IDX TO LIMIT-COUNT
                       MOVE LM-DEGREE    TO LT-DEGREE(LT-IDX)
                       MOVE LM-YEAR      TO LT-YEAR(LT-IDX)
                       MOVE LM-ANNUAL    TO LT-ANNUAL(LT-IDX)
                       MOVE LM-AGGREGATE TO LT-AGGREGATE(LT-IDX)
                   ELSE
                       DISPLAY 'LAB3O - LIMITS TABLE FULL AT 50 ROWS '
                         '- RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE LIMIT-FILE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY 'LAB3O - WARNING - LIMITS ROW FOR DEGREE '
                     LM-DEGREE ' YEAR ' LM-YEAR ' IS INCOMPLETE OR '
                     'NOT NUMERIC - ROW IGNORED'
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
      * REFUSES TO ORIGINATE AGAINST THE SAME MASTER GENERATION *
      * TWICE - UNTIL LAB3M ADDS THIS RUN'S LOANS THE MASTER DOES *
      * NOT SHOW THEM, AND A SECOND RUN WOULD COUNT THE STUDENT *
      * AS NOT HAVING BORROWED THEM, HAND OUT THE SAME LOAN *
      * SEQUENCES AGAIN, AND SEND THE BURSAR THE SAME MONEY. A *
      * MASTER WITH NO GENERATION PREDATES RUN CONTROL AND RUNS *
      * WITH A WARNING *
      **************************************************************
       1080-CHECK-GENERATION.
           IF MASTER-GEN = 0
               DISPLAY 'LAB3O - WARNING - MASTER CARRIES NO '
                 'GENERATION - REPEAT ORIGINATION NOT CHECKED'
           ELSE
               PERFORM 1092-FIND-OWN-STAMP
                 VARYING RC-IDX FROM 1 BY 1
                 UNTIL RC-IDX > RUNCTL-COUNT
                   OR RC-T-PROGRAM(RC-IDX) = 'LAB3O'
               IF RC-IDX NOT > RUNCTL-COUNT
                 AND RC-T-GEN(RC-IDX) = MASTER-GEN
                   DISPLAY 'LAB3O - MASTER GENERATION ' MASTER-GEN
                     ' WAS ALREADY ORIGINATED AGAINST ON '
                     RC-T-DATE(RC-IDX) ' - RUN LAB3M FIRST - '
                     'RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE INPUT-FILE
                   STOP RUN
               END-IF
           END-IF.
      **************************************************************
      * STAMPS THIS PROGRAM'S RUN DATE AND THE GENERATION IT *
      * ORIGINATED AGAINST INTO THE RUN-CONTROL FILE - ONLY A RUN *
      * THAT ORIGINATED SOMETHING, SO A RUN WHOSE AWARDS WERE ALL *
      * REJECTED CAN BE RERUN WITH CORRECTED CARDS *
      **************************************************************
       1090-STAMP-RUN-CONTROL.
           MOVE RG-RUN-DATE TO RC-STAMP-DATE.
           PERFORM 1092-FIND-OWN-STAMP
             VARYING RC-IDX FROM 1 BY 1
             UNTIL RC-IDX > RUNCTL-COUNT
               OR RC-T-PROGRAM(RC-IDX) = 'LAB3O'.
           IF RC-IDX > RUNCTL-COUNT
               ADD 1 TO RUNCTL-COUNT
               SET RC-IDX TO RUNCTL-COUNT
               MOVE 'LAB3O' TO RC-T-PROGRAM(RC-IDX)
           END-IF.
           MOVE RC-STAMP-DATE TO RC-T-DATE(RC-IDX).
           MOVE MASTER-GEN    TO RC-T-GEN(RC-IDX).
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
      * DISCARDS THE LEADING CONTROL RECORD ON DA-S-INPUT SO THE *
      * FIRST READ LINES UP ON THE FIRST REAL LOAN MASTER RECORD *
      **************************************************************
       1150-SKIP-CONTROL-RECORD.
           READ INPUT-FILE INTO CONTROL-REC-DATA
             AT END CONTINUE
           END-READ.
           IF CR-GENERATION NUMERIC
               MOVE CR-GENERATION TO MASTER-GEN
           ELSE
               MOVE 0 TO MASTER-GEN
           END-IF.
      **************************************************************
      * LOADS THE AWARD CARDS. A CARD IS REJECTED HERE WHEN IT IS *
      * INCOMPLETE OR NOT NUMERIC, WHEN IT REPEATS AN EARLIER *
      * AWARD NUMBER, OR WHEN THE LIMITS TABLE HAS NO ROW FOR ITS *
      * DEGREE AND YEAR; OTHERWISE IT WAITS FOR THE PASS OVER THE *
      * MASTER *
      **************************************************************
       1200-LOAD-AWARDS.
           OPEN INPUT AWARD-FILE.
           PERFORM 1210-LOAD-ONE-CARD
             UNTIL EOF-AW = 1.
           CLOSE AWARD-FILE.
           IF AWARD-COUNT = 0
               DISPLAY 'LAB3O - WARNING - NO AWARD CARDS - NOTHING '
                 'TO ORIGINATE'
           END-IF.
       1210-LOAD-ONE-CARD.
           READ AWARD-FILE INTO AWARD-CARD-DATA
             AT END MOVE 1 TO EOF-AW.
           IF EOF-AW NOT = 1
               ADD 1 TO OT-CARDS-READ
               IF AWARD-COUNT < 200
                   ADD 1 TO AWARD-COUNT
                   SET AT-IDX TO AWARD-COUNT
                   MOVE AW-ACCT-NO   TO AT-ACCT-X(AT-IDX)
                   MOVE AW-NAME      TO AT-NAME(AT-IDX)
                   MOVE AW-DEGREE    TO AT-DEGREE(AT-IDX)
                   MOVE AW-YEAR      TO AT-YEAR(AT-IDX)
                   MOVE AW-INT-RATE  TO AT-INT-RATE(AT-IDX)
                   MOVE AW-FIRST-DUE TO AT-FIRST-DUE(AT-IDX)
                   MOVE AW-AWARD-ID  TO AT-AWARD-ID(AT-IDX)
                   MOVE 0 TO AT-ACCT-NO(AT-IDX) AT-AMOUNT(AT-IDX)
                     AT-DISB-DATE(AT-IDX) AT-ANNUAL-LIMIT(AT-IDX)
                     AT-AGGR-LIMIT(AT-IDX) AT-ANNUAL-USED(AT-IDX)
                     AT-AGGR-USED(AT-IDX) AT-HIGH-SEQ(AT-IDX)
                     AT-MASTER-SW(AT-IDX)
                   MOVE SPACES       TO AT-LOAN-SEQ(AT-IDX)
                   MOVE SPACE        TO AT-STATE(AT-IDX)
                   MOVE SPACES       TO AT-REASON(AT-IDX)
                   PERFORM 1220-EDIT-ONE-CARD
               ELSE
                   DISPLAY 'LAB3O - MORE THAN 200 AWARD CARDS - '
                     'RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE AWARD-FILE INPUT-FILE
                   STOP RUN
               END-IF
           END-IF.
       1220-EDIT-ONE-CARD.
           IF AW-ACCT-NO NOT NUMERIC
               MOVE 'ACCOUNT NOT NUMERIC' TO AT-REASON(AT-IDX)
           ELSE IF AW-DEGREE = SPACES OR AW-YEAR = SPACES
               MOVE 'NO DEGREE OR YEAR ON CARD' TO AT-REASON(AT-IDX)
           ELSE IF AW-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO AT-REASON(AT-IDX)
           ELSE IF AW-AMOUNT-9 = 0
               MOVE 'AMOUNT IS ZERO' TO AT-REASON(AT-IDX)
           ELSE IF AW-INT-RATE NOT = SPACES
             AND AW-INT-RATE NOT NUMERIC
               MOVE 'RATE NOT NUMERIC' TO AT-REASON(AT-IDX)
           ELSE IF AW-DISB-DATE NOT = SPACES
             AND AW-DISB-DATE NOT NUMERIC
               MOVE 'DISBURSEMENT DATE NOT NUMERIC'
                 TO AT-REASON(AT-IDX)
           ELSE IF AW-FIRST-DUE NOT = SPACES
             AND AW-FIRST-DUE NOT NUMERIC
               MOVE 'FIRST DUE DATE NOT NUMERIC' TO AT-REASON(AT-IDX)
           ELSE
               MOVE AW-ACCT-NO-9 TO AT-ACCT-NO(AT-IDX)
               MOVE AW-AMOUNT-9  TO AT-AMOUNT(AT-IDX)
               IF AW-DISB-DATE = SPACES
                   MOVE RG-RUN-DATE    TO AT-DISB-DATE(AT-IDX)
               ELSE
                   MOVE AW-DISB-DATE-9 TO AT-DISB-DATE(AT-IDX)
               END-IF
               PERFORM 1230-CHECK-DUPLICATE
               IF AT-REASON(AT-IDX) = SPACES
                   PERFORM 1240-FIND-LIMITS
               END-IF
           END-IF.
           IF AT-REASON(AT-IDX) NOT = SPACES
               MOVE 'R' TO AT-STATE(AT-IDX)
           END-IF.
      **************************************************************
      * AN AWARD NUMBER SEEN ON AN EARLIER CARD THAT WAS NOT *
      * REJECTED IS THE SAME AWARD SENT TWICE *
      **************************************************************
       1230-CHECK-DUPLICATE.
           IF AW-AWARD-ID NOT = SPACES
               PERFORM 1235-FIND-DUPLICATE
                 VARYING AT-IDX2 FROM 1 BY 1
                 UNTIL AT-IDX2 NOT < AT-IDX
                   OR (AT-AWARD-ID(AT-IDX2) = AW-AWARD-ID
                   AND NOT AT-REJECTED(AT-IDX2))
               IF AT-IDX2 < AT-IDX
                   MOVE 'DUPLICATE AWARD NUMBER' TO AT-REASON(AT-IDX)
               END-IF
           END-IF.
       1235-FIND-DUPLICATE.
           CONTINUE.
      **************************************************************
      * PICKS THE LIMITS FOR THE AWARD'S DEGREE AND YEAR - THE *
      * ROW FOR THE YEAR ITSELF IF THERE IS ONE, OTHERWISE THE *
      * DEGREE'S BLANK-YEAR ROW *
      **************************************************************
       1240-FIND-LIMITS.
           PERFORM 1245-TEST-ONE-LIMIT
             VARYING LT-IDX FROM 1 BY 1
             UNTIL LT-IDX > LIMIT-COUNT
               OR (LT-DEGREE(LT-IDX) = AW-DEGREE
               AND LT-YEAR(LT-IDX) = AW-YEAR).
           IF LT-IDX > LIMIT-COUNT
               PERFORM 1245-TEST-ONE-LIMIT
                 VARYING LT-IDX FROM 1 BY 1
                 UNTIL LT-IDX > LIMIT-COUNT
                   OR (LT-DEGREE(LT-IDX) = AW-DEGREE
                   AND LT-YEAR(LT-IDX) = SPACES)
           END-IF.
           IF LT-IDX > LIMIT-COUNT
               MOVE 'NO LIMITS FOR DEGREE AND YEAR' TO AT-REASON(AT-IDX)
           ELSE
               MOVE LT-ANNUAL(LT-IDX)    TO AT-ANNUAL-LIMIT(AT-IDX)
               MOVE LT-AGGREGATE(LT-IDX) TO AT-AGGR-LIMIT(AT-IDX)
           END-IF.
       1245-TEST-ONE-LIMIT.
           CONTINUE.
      **************************************************************
      * PRINTS THE HEADINGS FOR THE REGISTER AND THE REJECTED- *
      * AWARD REPORT *
      **************************************************************
       1400-PRINT-HEADS.
           MOVE RG-RUN-DATE TO RH-DATE.
           WRITE REGISTER-REC FROM REG-HEADING1
             AFTER ADVANCING PAGE.
           WRITE REGISTER-REC FROM REG-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC
             AFTER ADVANCING 1 LINE.
           MOVE RG-RUN-DATE TO RJ-HDATE.
           WRITE REJECT-REC FROM REJ-HEADING1
             AFTER ADVANCING PAGE.
           WRITE REJECT-REC FROM REJ-HEADING2
             AFTER ADVANCING 2 LINES.
           WRITE REJECT-REC FROM REJ-HEADING3
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REJECT-REC.
           WRITE REJECT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE LOAN MASTER RECORD PER PASS - ITS LOAN IS COUNTED *
      * INTO EVERY LIVE AWARD FOR ITS ACCOUNT *
      **************************************************************
       1500-LOOP.
           IF I-ACCT-NO NUMERIC
               PERFORM 1550-TALLY-ONE-AWARD
                 VARYING AT-IDX FROM 1 BY 1
                 UNTIL AT-IDX > AWARD-COUNT
           END-IF.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * COUNTS THE CURRENT LOAN INTO ONE AWARD FOR THE SAME *
      * ACCOUNT - EVERY LOAN ON THE MASTER, OPEN, PAID OFF OR *
      * WRITTEN OFF, COUNTS AT ITS ORIGINAL AMOUNT TOWARD THE *
      * AGGREGATE LIMIT, AND TOWARD THE ANNUAL LIMIT WHEN IT WAS *
      * FOR THE SAME DEGREE AND YEAR AS THE AWARD *
      **************************************************************
       1550-TALLY-ONE-AWARD.
           IF NOT AT-REJECTED(AT-IDX)
             AND AT-ACCT-NO(AT-IDX) = I-ACCT-NO
               MOVE 1 TO AT-MASTER-SW(AT-IDX)
               IF AT-NAME(AT-IDX) = SPACES
                   MOVE I-NAME TO AT-NAME(AT-IDX)
               END-IF
               IF I-LOAN NUMERIC
                   ADD I-LOAN TO AT-AGGR-USED(AT-IDX)
                   IF I-DEGREE = AT-DEGREE(AT-IDX)
                     AND I-YEAR = AT-YEAR(AT-IDX)
                       ADD I-LOAN TO AT-ANNUAL-USED(AT-IDX)
                   END-IF
               ELSE
                   DISPLAY 'LAB3O - WARNING - MASTER RECORD FOR '
                     I-ACCT-NO ' LOAN SEQ ' I-LOAN-SEQ
                     ' HAS A LOAN AMOUNT THAT IS NOT NUMERIC - NOT '
                     'COUNTED TOWARD THE LIMITS'
               END-IF
               IF I-LOAN-SEQ NUMERIC
                 AND I-LOAN-SEQ-9 > AT-HIGH-SEQ(AT-IDX)
                   MOVE I-LOAN-SEQ-9 TO AT-HIGH-SEQ(AT-IDX)
               END-IF
           END-IF.
      **************************************************************
      * DECIDES ONE AWARD, IN THE ORDER THE CARDS CAME IN. AN *
      * AWARD APPROVED EARLIER IN THE RUN FOR THE SAME ACCOUNT *
      * COUNTS TOWARD THE LIMITS AND TAKES ITS LOAN SEQUENCE *
      * JUST AS A LOAN ON THE MASTER DOES *
      **************************************************************
       1600-DECIDE-ONE-AWARD.
           IF AT-PENDING(AT-IDX)
               MOVE AT-ANNUAL-USED(AT-IDX) TO OW-ANNUAL-USED
               MOVE AT-AGGR-USED(AT-IDX)   TO OW-AGGR-USED
               MOVE AT-HIGH-SEQ(AT-IDX)    TO OW-HIGH-SEQ
               PERFORM 1610-ADD-PRIOR-AWARD
                 VARYING AT-IDX2 FROM 1 BY 1
                 UNTIL AT-IDX2 NOT < AT-IDX
               PERFORM 1620-FIGURE-ELIGIBILITY
               PERFORM 1630-CHECK-LIMITS
               IF AT-REASON(AT-IDX) = SPACES
                   PERFORM 1650-ORIGINATE
               ELSE
                   MOVE 'R' TO AT-STATE(AT-IDX)
                   PERFORM 1640-PRINT-REJECT
               END-IF
           ELSE
               MOVE SPACES TO REJ-DATA1
               PERFORM 1640-PRINT-REJECT
           END-IF.
       1610-ADD-PRIOR-AWARD.
           IF AT-APPROVED(AT-IDX2)
             AND AT-ACCT-NO(AT-IDX2) = AT-ACCT-NO(AT-IDX)
               ADD AT-AMOUNT(AT-IDX2) TO OW-AGGR-USED
               IF AT-DEGREE(AT-IDX2) = AT-DEGREE(AT-IDX)
                 AND AT-YEAR(AT-IDX2) = AT-YEAR(AT-IDX)
                   ADD AT-AMOUNT(AT-IDX2) TO OW-ANNUAL-USED
               END-IF
               IF AT-NAME(AT-IDX) = SPACES
                   MOVE AT-NAME(AT-IDX2) TO AT-NAME(AT-IDX)
               END-IF
               MOVE AT-LOAN-SEQ(AT-IDX2) TO OW-PRIOR-SEQ
               IF OW-PRIOR-SEQ > OW-HIGH-SEQ
                   MOVE OW-PRIOR-SEQ TO OW-HIGH-SEQ
               END-IF
           END-IF.
      **************************************************************
      * WORKS OUT THE ELIGIBILITY LEFT UNDER EACH LIMIT - NEVER *
      * BELOW ZERO - AND THE SMALLER OF THE TWO *
      **************************************************************
       1620-FIGURE-ELIGIBILITY.
           IF OW-ANNUAL-USED < AT-ANNUAL-LIMIT(AT-IDX)
               SUBTRACT OW-ANNUAL-USED FROM AT-ANNUAL-LIMIT(AT-IDX)
                 GIVING OW-ANNUAL-LEFT
           ELSE
               MOVE 0 TO OW-ANNUAL-LEFT
           END-IF.
           IF OW-AGGR-USED < AT-AGGR-LIMIT(AT-IDX)
               SUBTRACT OW-AGGR-USED FROM AT-AGGR-LIMIT(AT-IDX)
                 GIVING OW-AGGR-LEFT
           ELSE
               MOVE 0 TO OW-AGGR-LEFT
           END-IF.
           IF OW-ANNUAL-LEFT < OW-AGGR-LEFT
               MOVE OW-ANNUAL-LEFT TO OW-ELIGIBLE
           ELSE
               MOVE OW-AGGR-LEFT   TO OW-ELIGIBLE
           END-IF.
           MOVE SPACES         TO REJ-DATA1.
           MOVE OW-ANNUAL-LEFT TO RJ-PANNUAL.
           MOVE OW-AGGR-LEFT   TO RJ-PAGGR.
           MOVE OW-ELIGIBLE    TO RJ-PELIG.
      **************************************************************
      * THE AWARD MUST FIT UNDER BOTH LIMITS, AND A STUDENT NEW *
      * TO THE MASTER MUST BE NAMED ON THE CARD *
      **************************************************************
       1630-CHECK-LIMITS.
           IF NOT AT-ON-MASTER(AT-IDX)
             AND AT-NAME(AT-IDX) = SPACES
               MOVE 'NO NAME FOR NEW ACCOUNT' TO AT-REASON(AT-IDX)
           ELSE IF AT-AMOUNT(AT-IDX) > OW-ANNUAL-LEFT
               MOVE 'OVER ANNUAL LIMIT' TO AT-REASON(AT-IDX)
           ELSE IF AT-AMOUNT(AT-IDX) > OW-AGGR-LEFT
               MOVE 'OVER AGGREGATE LIMIT' TO AT-REASON(AT-IDX)
           ELSE IF OW-HIGH-SEQ = 99
               MOVE 'NO LOAN SEQUENCE LEFT ON ACCOUNT'
                 TO AT-REASON(AT-IDX)
           END-IF.
      **************************************************************
      * LISTS ONE REJECTED AWARD. THE ELIGIBILITY FIGURES ARE *
      * ALREADY IN THE LINE WHEN THE AWARD REACHED THE LIMIT *
      * CHECK, AND BLANK WHEN IT WAS REJECTED BEFORE THAT *
      **************************************************************
       1640-PRINT-REJECT.
           ADD 1 TO OT-REJECTED.
           MOVE AT-ACCT-X(AT-IDX)   TO RJ-PACCT.
           MOVE AT-NAME(AT-IDX)     TO RJ-PNAME.
           MOVE AT-DEGREE(AT-IDX)   TO RJ-PDEGREE.
           MOVE AT-YEAR(AT-IDX)     TO RJ-PYEAR.
           MOVE AT-AWARD-ID(AT-IDX) TO RJ-PAWARD.
           IF AT-AMOUNT(AT-IDX) NOT = 0
               MOVE AT-AMOUNT(AT-IDX) TO RJ-PAMOUNT
               ADD AT-AMOUNT(AT-IDX)  TO OT-REJ-AMOUNT
           END-IF.
           MOVE AT-REASON(AT-IDX)   TO RJ-PREASON.
           WRITE REJECT-REC FROM REJ-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ORIGINATES ONE APPROVED AWARD UNDER THE ACCOUNT'S NEXT *
      * LOAN SEQUENCE - WRITES THE LAB3M ADD CARD AND THE BURSAR *
      * DETAIL RECORD AND LISTS THE LOAN ON THE REGISTER. A *
      * BLANK RATE ON THE CARD GOES ON THE MASTER AS ZERO, SO THE *
      * RATE TABLE APPLIES *
      **************************************************************
       1650-ORIGINATE.
           MOVE 'A' TO AT-STATE(AT-IDX).
           ADD 1 OW-HIGH-SEQ GIVING OW-NEW-SEQ.
           MOVE OW-NEW-SEQ TO AT-LOAN-SEQ(AT-IDX).
           IF NOT AT-ON-MASTER(AT-IDX)
               PERFORM 1655-COUNT-NEW-ACCOUNT
           END-IF.
           MOVE SPACES               TO MAINT-CARD-DATA.
           MOVE 'A'                  TO MC-ACTION.
           MOVE AT-NAME(AT-IDX)      TO MC-NAME.
           MOVE AT-DEGREE(AT-IDX)    TO MC-DEGREE.
           MOVE AT-YEAR(AT-IDX)      TO MC-YEAR.
           MOVE AT-AMOUNT(AT-IDX)    TO MC-LOAN-9.
           IF AT-INT-RATE(AT-IDX) = SPACES
               MOVE '0000'              TO MC-INT-RATE
           ELSE
               MOVE AT-INT-RATE(AT-IDX) TO MC-INT-RATE
           END-IF.
           MOVE AT-DISB-DATE(AT-IDX) TO MC-ORIG-DATE.
           MOVE AT-FIRST-DUE(AT-IDX) TO MC-NEXT-DUE.
           MOVE AT-ACCT-X(AT-IDX)    TO MC-ACCT-NO.
           MOVE AT-LOAN-SEQ(AT-IDX)  TO MC-LOAN-SEQ.
           WRITE ORMAINT-REC FROM MAINT-CARD-DATA.
           MOVE AT-ACCT-NO(AT-IDX)   TO BD-ACCT-NO.
           MOVE AT-LOAN-SEQ(AT-IDX)  TO BD-LOAN-SEQ.
           MOVE AT-NAME(AT-IDX)      TO BD-NAME.
           MOVE AT-AWARD-ID(AT-IDX)  TO BD-AWARD-ID.
           MOVE AT-DISB-DATE(AT-IDX) TO BD-DISB-DATE.
           MOVE AT-AMOUNT(AT-IDX)    TO BD-AMOUNT.
           MOVE AT-DEGREE(AT-IDX)    TO BD-DEGREE.
           MOVE AT-YEAR(AT-IDX)      TO BD-YEAR.
           WRITE BURSAR-REC FROM BURSAR-DETAIL-DATA.
           ADD 1 TO OT-LOANS.
           ADD AT-AMOUNT(AT-IDX) TO OT-LOAN-AMOUNT.
           MOVE AT-ACCT-NO(AT-IDX)   TO RD-PACCT.
           MOVE AT-LOAN-SEQ(AT-IDX)  TO RD-PSEQ.
           MOVE AT-NAME(AT-IDX)      TO RD-PNAME.
           MOVE AT-DEGREE(AT-IDX)    TO RD-PDEGREE.
           MOVE AT-YEAR(AT-IDX)      TO RD-PYEAR.
           MOVE AT-DISB-DATE(AT-IDX) TO RD-PDATE.
           MOVE AT-AMOUNT(AT-IDX)    TO RD-PAMOUNT.
           MOVE AT-AWARD-ID(AT-IDX)  TO RD-PAWARD.
           WRITE REGISTER-REC FROM REG-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * COUNTS A STUDENT NEW TO THE MASTER ONCE, HOWEVER MANY *
      * AWARDS THEY ARE APPROVED FOR IN THE RUN *
      **************************************************************
       1655-COUNT-NEW-ACCOUNT.
           PERFORM 1657-FIND-EARLIER-LOAN
             VARYING AT-IDX2 FROM 1 BY 1
             UNTIL AT-IDX2 NOT < AT-IDX
               OR (AT-APPROVED(AT-IDX2)
               AND AT-ACCT-NO(AT-IDX2) = AT-ACCT-NO(AT-IDX)).
           IF AT-IDX2 NOT < AT-IDX
               ADD 1 TO OT-NEW-ACCOUNTS
           END-IF.
       1657-FIND-EARLIER-LOAN.
           CONTINUE.
      **************************************************************
      * ENDS THE BURSAR FILE WITH THE COUNT AND DOLLAR TRAILER - *
      * WRITTEN EVEN WHEN NOTHING WAS ORIGINATED, SO THE BURSAR *
      * CAN TELL AN EMPTY RUN FROM A LOST FILE *
      **************************************************************
       1680-WRITE-BURSAR-TRAILER.
           MOVE RG-RUN-DATE    TO BT-RUN-DATE.
           MOVE OT-LOANS       TO BT-COUNT.
           MOVE OT-LOAN-AMOUNT TO BT-AMOUNT.
           WRITE BURSAR-REC FROM BURSAR-TRAILER-DATA.
      **************************************************************
      * PRINTS THE TOTALS AT THE FOOT OF THE REGISTER AND THE *
      * REJECTED-AWARD REPORT *
      **************************************************************
       1690-PRINT-TOTALS.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC
             AFTER ADVANCING 1 LINE.
           MOVE SPACES             TO REG-TOTAL-LINE.
           MOVE 'LOANS ORIGINATED' TO RT-LABEL.
           MOVE OT-LOANS           TO RT-COUNT.
           MOVE OT-LOAN-AMOUNT     TO RT-AMOUNT.
           WRITE REGISTER-REC FROM REG-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES             TO REG-TOTAL-LINE.
           MOVE 'AWARDS REJECTED - SEE UR-S-AWREJ' TO RT-LABEL.
           MOVE OT-REJECTED        TO RT-COUNT.
           MOVE OT-REJ-AMOUNT      TO RT-AMOUNT.
           WRITE REGISTER-REC FROM REG-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           IF OT-LOANS = 0
               MOVE SPACES TO REG-TITLE-LINE
               MOVE 'NO LOANS ORIGINATED' TO RG-TITLE
               WRITE REGISTER-REC FROM REG-TITLE-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
           IF OT-REJECTED = 0
               MOVE SPACES TO REG-TITLE-LINE
               MOVE 'NONE' TO RG-TITLE
               WRITE REJECT-REC FROM REG-TITLE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO REJECT-REC.
           WRITE REJECT-REC
             AFTER ADVANCING 1 LINE.
           MOVE SPACES             TO REJ-TOTAL-LINE.
           MOVE 'AWARDS REJECTED'  TO RR-LABEL.
           MOVE OT-REJECTED        TO RR-COUNT.
           MOVE OT-REJ-AMOUNT      TO RR-AMOUNT.
           WRITE REJECT-REC FROM REJ-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * THE FINANCIAL AID OFFICER'S SIGN-OFF AT THE FOOT OF THE *
      * REGISTER *
      **************************************************************
       1990-PRINT-SIGNOFF.
           WRITE REGISTER-REC FROM SIGNOFF-LINE1
             AFTER ADVANCING 4 LINES.
           WRITE REGISTER-REC FROM SIGNOFF-LINE2
             AFTER ADVANCING 3 LINES.
      **************************************************************
      * CONSOLE SUMMARY OF THE ORIGINATION RUN *
      **************************************************************
       1695-DISPLAY-TOTALS.
           DISPLAY 'LAB3O - AWARD CARDS READ      = ' OT-CARDS-READ.
           DISPLAY 'LAB3O - LOANS ORIGINATED      = ' OT-LOANS.
           DISPLAY 'LAB3O - AMOUNT DISBURSED      = ' OT-LOAN-AMOUNT.
           DISPLAY 'LAB3O - NEW ACCOUNTS          = ' OT-NEW-ACCOUNTS.
           DISPLAY 'LAB3O - AWARDS REJECTED       = ' OT-REJECTED.
           IF OT-REJECTED NOT = 0
               DISPLAY 'LAB3O - WARNING - ' OT-REJECTED
                 ' AWARDS REJECTED - SEE THE REJECTED-AWARD REPORT'
           END-IF.
           IF OT-LOANS NOT = 0
               DISPLAY 'LAB3O - RUN LAB3M WITH DA-S-ORMAINT TO ADD '
                 'THE NEW LOANS TO THE MASTER'
           END-IF.
      **************************************************************
      * READS THE LOAN MASTER FILE *
      **************************************************************
       2000-READ-INPUT.
           READ INPUT-FILE INTO INPUT-DATA
             AT END MOVE 1 TO EOF-I.
