       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3W.
       AUTHOR. Addyson Sisemore
      * CHARGE-OFF APPROVAL RUN - TAKES THE FINAL-DEMAND WORKLIST *
      * LAB3K WRITES (DA-S-WRKLST) AND THE APPROVAL CARDS FROM THE *
      * COLLECTIONS SUPERVISOR (DA-S-COAPPR), AND CHARGES OFF EVERY *
      * APPROVED LOAN STILL OWING ON THE LOAN MASTER. EACH LOAN *
      * CHARGED OFF GETS A CHARGE-OFF RECORD ON THE CHARGE-OFF *
      * FILE (DA-S-CHGOFF) CARRYING THE DATE AND THE PRINCIPAL AND *
      * INTEREST CHARGED OFF, AND A LAB3M CHANGE CARD SETTING ITS *
      * STATUS TO W (DA-S-COMAINT), SO THE MASTER ITSELF IS ONLY *
      * EVER CHANGED THROUGH THE MAINTENANCE RUN AND ITS AUDIT. *
      * A CARD FOR AN ACCOUNT NOT ON THE WORKLIST IS REJECTED - *
      * ONLY AN ACCOUNT ALREADY THROUGH FINAL DEMAND CAN BE *
      * CHARGED OFF. THE CHARGE-OFF REGISTER LISTS THE LOANS *
      * CHARGED OFF, THE CARDS REJECTED, AND THE WORKLIST ACCOUNTS *
      * STILL AWAITING A DECISION, AND ENDS WITH THE SUPERVISOR'S *
      * SIGN-OFF. THE RUN STAMPS THE MASTER GENERATION IT CHARGED *
      * OFF AGAINST AND REFUSES THE SAME GENERATION TWICE, SO A *
      * LOAN CANNOT BE CHARGED OFF AGAIN BEFORE LAB3M HAS APPLIED *
      * THE CHANGE CARDS. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'.
           SELECT WRKLST-FILE ASSIGN TO 'DA-S-WRKLST'.
           SELECT APPR-FILE ASSIGN TO 'DA-S-COAPPR'.
           SELECT RATE-FILE ASSIGN TO 'DA-S-RATETB'
             FILE STATUS IS RATE-FILE-STATUS.
           SELECT DEFER-FILE ASSIGN TO 'DA-S-DEFER'
             FILE STATUS IS DEFER-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'DA-S-RUNCTL'
             FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT CHGOFF-FILE ASSIGN TO 'DA-S-CHGOFF'
             FILE STATUS IS CHGOFF-FILE-STATUS.
           SELECT COMAINT-FILE ASSIGN TO 'DA-S-COMAINT'.
           SELECT REGISTER-FILE ASSIGN TO 'UR-S-COREG'.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * THE FINAL-DEMAND WORKLIST EXTRACT FROM LAB3K - ONE RECORD *
      * PER ACCOUNT AT FINAL DEMAND WITH NO PAYMENT SINCE *
      **************************************************************
       FD WRKLST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 WRKLST-REC    PIC X(60).
      **************************************************************
      * THE SUPERVISOR'S APPROVAL CARDS - ONE PER ACCOUNT, OR ONE *
      * PER LOAN WHEN ONLY SOME OF AN ACCOUNT'S LOANS GO *
      **************************************************************
       FD APPR-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 APPR-REC      PIC X(80).
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
      * IN AN INTEREST-SUBSIDIZED PERIOD CHARGES OFF ONLY THE *
      * INTEREST THE MASTER ALREADY CARRIES *
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
      * THE CHARGE-OFF FILE - EVERY LOAN EVER CHARGED OFF, ADDED *
      * TO ON EACH RUN. THE RECOVERIES REPORT (LAB3V) READS IT *
      * BESIDE THE RECOVERY LEDGER *
      **************************************************************
       FD CHGOFF-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CHGOFF-REC    PIC X(80).
      **************************************************************
      * LAB3M CHANGE CARDS SETTING EACH CHARGED-OFF LOAN TO W *
      **************************************************************
       FD COMAINT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 COMAINT-REC   PIC X(80).
      **************************************************************
      * THE CHARGE-OFF REGISTER FOR THE SUPERVISOR'S SIGN-OFF *
      **************************************************************
       FD REGISTER-FILE
           LABEL RECORDS ARE OMITTED.
       01 REGISTER-REC  PIC X(100).
       WORKING-STORAGE SECTION.
       01 DEFER-FILE-STATUS  PIC X(2).
       01 CHGOFF-FILE-STATUS PIC X(2).
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
       01 TOTAL         PIC 9(6)V99.
       01 WK-BALANCE    PIC S9(6)V99.
       01 WK-INTEREST   PIC 9(5)V99.
       01 WK-PRINCIPAL  PIC 9(6)V99.
      **************************************************************
      * LAYOUT FOR THE LOAN MASTER, SAME FORMAT LAB3 USES *
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
      * LAYOUT OF ONE WORKLIST EXTRACT RECORD - SAME AS LAB3K *
      **************************************************************
       01 WRKLST-DATA.
         03 WX-ACCT-NO      PIC 9(7).
         03 WX-NAME         PIC X(20).
         03 WX-BALANCE      PIC S9(7)V99.
         03 WX-DEMAND-DATE  PIC X(8).
         03 WX-DEMAND-BAL   PIC S9(6)V99.
         03 WX-RUN-DATE     PIC 9(8).
      **************************************************************
      * THE WORKLIST LOADED INTO STORAGE - EACH ENTRY REMEMBERS *
      * WHETHER AN APPROVAL CARD WAS ACCEPTED FOR IT, SO THE *
      * ACCOUNTS STILL AWAITING A DECISION CAN BE LISTED *
      **************************************************************
       01 WORKLIST-COUNT   PIC 9(4)  VALUE 0.
       01 WORKLIST-TABLE.
         03 WT-ENTRY OCCURS 500 TIMES INDEXED BY WT-IDX.
           05 WT-ACCT-NO      PIC 9(7).
           05 WT-NAME         PIC X(20).
           05 WT-BALANCE      PIC S9(7)V99.
           05 WT-DEMAND-DATE  PIC X(8).
           05 WT-APPROVED-SW  PIC 9.
             88 WT-APPROVED        VALUE 1.
      **************************************************************
      * LAYOUT FOR ONE APPROVAL CARD - THE ACCOUNT, THE LOAN *
      * SEQUENCE (BLANK FOR EVERY OPEN LOAN ON THE ACCOUNT), THE *
      * APPROVING SUPERVISOR, AND THE DATE APPROVED *
      **************************************************************
       01 APPR-CARD-DATA.
         03 AC-ACCT-NO      PIC X(7).
         03 AC-ACCT-NO-9    REDEFINES AC-ACCT-NO PIC 9(7).
         03 AC-LOAN-SEQ     PIC X(2).
         03 AC-APPROVER     PIC X(8).
         03 AC-APPR-DATE    PIC X(8).
         03 FILLER          PIC X(55).
      **************************************************************
      * TABLE OF APPROVAL CARDS - LOADED UP FRONT SO THE MASTER *
      * CAN BE MATCHED IN ONE PASS REGARDLESS OF THE ORDER THE *
      * CARDS WERE KEYED IN, THE WAY LAB3M LOADS ITS CARDS. EACH *
      * ENTRY IS PENDING UNTIL IT CHARGES OFF A LOAN OR IS *
      * REJECTED WITH A REASON *
      **************************************************************
       01 APPR-COUNT       PIC 9(4)  VALUE 0.
       01 APPR-TABLE.
         03 AT-ENTRY OCCURS 200 TIMES INDEXED BY AT-IDX AT-IDX2.
           05 AT-ACCT-X       PIC X(7).
           05 AT-ACCT-NO      PIC 9(7).
           05 AT-LOAN-SEQ     PIC X(2).
           05 AT-APPROVER     PIC X(8).
           05 AT-APPR-DATE    PIC X(8).
           05 AT-STATE        PIC X(1).
             88 AT-PENDING         VALUE SPACE.
             88 AT-USED            VALUE 'U'.
             88 AT-REJECTED        VALUE 'R'.
           05 AT-REASON       PIC X(30).
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
      * LAYOUT OF ONE CHARGE-OFF RECORD - THE LOAN, ITS CLASS FOR *
      * THE RECOVERIES REPORT, THE DATE CHARGED OFF, THE *
      * PRINCIPAL AND INTEREST CHARGED OFF, AND WHO APPROVED IT *
      **************************************************************
       01 CHGOFF-DATA.
         03 CO-ACCT-NO      PIC 9(7).
         03 CO-LOAN-SEQ     PIC X(2).
         03 CO-NAME         PIC X(20).
         03 CO-DEGREE       PIC X(4).
         03 CO-YEAR         PIC X(4).
         03 CO-DATE         PIC 9(8).
         03 CO-PRINCIPAL    PIC 9(6)V99.
         03 CO-INTEREST     PIC 9(6)V99.
         03 CO-APPROVER     PIC X(8).
         03 CO-APPR-DATE    PIC X(8).
         03 FILLER          PIC X(3).
      **************************************************************
      * LAYOUT FOR ONE LAB3M MAINTENANCE CARD - SAME AS LAB3M *
      **************************************************************
       01 MAINT-CARD-DATA.
         03 MC-ACTION    PIC X(1).
         03 MC-NAME      PIC X(20).
         03 MC-DEGREE    PIC X(4).
         03 MC-YEAR      PIC X(4).
         03 MC-LOAN      PIC X(7).
         03 MC-INT-RATE  PIC X(4).
         03 MC-ORIG-DATE PIC X(8).
         03 MC-NEXT-DUE  PIC X(8).
         03 FILLER       PIC X(8).
         03 MC-STATUS    PIC X(1).
         03 MC-ACCT-NO   PIC X(7).
         03 MC-LOAN-SEQ  PIC X(2).
         03 FILLER       PIC X(6).
      **************************************************************
      * THE MATCH KEYS - ACCOUNT PLUS LOAN SEQUENCE ON THE MASTER *
      * AND THE DEFERMENTS *
      **************************************************************
       01 MATCH-KEYS.
         03 K-LOAN-KEY      PIC X(9).
         03 K-DEFER-KEY     PIC X(9).
      **************************************************************
      * THE CURRENT LOAN'S STANDING - WHETHER IT IS IN AN *
      * INTEREST-SUBSIDIZED PERIOD, WHETHER A CARD HAS ALREADY *
      * CHARGED IT OFF THIS RUN, AND THE SPLIT OF ITS BALANCE *
      * INTO PRINCIPAL AND INTEREST. PAYMENTS ARE TAKEN AGAINST *
      * THE INTEREST FIRST, SO WHAT IS CHARGED OFF IS ANY *
      * INTEREST NOT YET COVERED PLUS THE PRINCIPAL LEFT *
      **************************************************************
       01 LOAN-WORK.
         03 DM-DEFER-STATE  PIC X(1).
           88 LOAN-NOT-DEFERRED     VALUE SPACE.
           88 LOAN-INT-SUBSIDIZED   VALUE 'S'.
         03 LW-DONE-SW      PIC 9.
           88 LW-CHARGED-OFF        VALUE 1.
         03 LW-CO-PRINCIPAL PIC 9(6)V99.
         03 LW-CO-INTEREST  PIC 9(6)V99.
         03 LW-CO-TOTAL     PIC 9(7)V99.
      **************************************************************
      * COUNTS AND DOLLAR TOTALS FOR THE REGISTER AND THE CONSOLE *
      **************************************************************
       01 CHGOFF-RUN-TOTALS.
         03 CT-CARDS-READ     PIC 9(5)     VALUE 0.
         03 CT-CARDS-REJECTED PIC 9(5)     VALUE 0.
         03 CT-LOANS          PIC 9(5)     VALUE 0.
         03 CT-PRINCIPAL      PIC 9(8)V99  VALUE 0.
         03 CT-INTEREST       PIC 9(8)V99  VALUE 0.
         03 CT-TOTAL          PIC 9(8)V99  VALUE 0.
         03 CT-AWAITING       PIC 9(5)     VALUE 0.
       01 RG-RUN-DATE       PIC 9(8)  VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE CHARGE-OFF REGISTER *
      **************************************************************
       01 REG-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(40)
              VALUE 'CHARGE-OFF REGISTER - RUN DATE'.
         03 RH-DATE     PIC 9(8).
       01 REG-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'ACCOUNT'.
         03 FILLER      PIC X(4)        VALUE 'SEQ'.
         03 FILLER      PIC X(22)       VALUE 'NAME'.
         03 FILLER      PIC X(6)        VALUE 'DEGR'.
         03 FILLER      PIC X(6)        VALUE 'YEAR'.
         03 FILLER      PIC X(12)       VALUE ' PRINCIPAL'.
         03 FILLER      PIC X(12)       VALUE '  INTEREST'.
         03 FILLER      PIC X(13)       VALUE '      TOTAL'.
         03 FILLER      PIC X(8)        VALUE 'APPROVER'.
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
         03 RD-PPRIN     PIC ZZZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RD-PINT      PIC ZZZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RD-PTOTAL    PIC ZZZZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RD-PAPPR     PIC X(8).
       01 REG-TOTAL-LINE.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RT-LABEL     PIC X(33).
         03 RT-COUNT     PIC ZZZZ9.
         03 FILLER       PIC X(9)       VALUE SPACES.
         03 RT-PRIN      PIC ZZZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RT-INT       PIC ZZZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RT-TOTAL     PIC ZZZZZZZ9.99.
       01 REG-TITLE-LINE.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RG-TITLE     PIC X(70).
       01 REJ-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'ACCOUNT'.
         03 FILLER      PIC X(4)        VALUE 'SEQ'.
         03 FILLER      PIC X(10)       VALUE 'APPROVER'.
         03 FILLER      PIC X(10)       VALUE 'APPROVED'.
         03 FILLER      PIC X(6)        VALUE 'REASON'.
       01 REJ-DATA1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PACCT     PIC X(7).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PSEQ      PIC X(2).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PAPPR     PIC X(8).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PDATE     PIC X(8).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RJ-PREASON   PIC X(30).
       01 AWAIT-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'ACCOUNT'.
         03 FILLER      PIC X(22)       VALUE 'NAME'.
         03 FILLER      PIC X(13)       VALUE '    BALANCE'.
         03 FILLER      PIC X(10)       VALUE 'FINAL SENT'.
       01 AWAIT-DATA1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 AW-PACCT     PIC 9(7).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 AW-PNAME     PIC X(20).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 AW-PBALANCE  PIC ZZZZZZ9.99-.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 AW-PDATE     PIC X(8).
       01 SIGNOFF-LINE1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(40)
              VALUE 'CHARGE-OFFS ABOVE REVIEWED AND APPROVED'.
       01 SIGNOFF-LINE2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(24)
              VALUE 'COLLECTIONS SUPERVISOR '.
         03 FILLER      PIC X(30)
              VALUE '______________________________'.
         03 FILLER      PIC X(8)        VALUE '  DATE '.
         03 FILLER      PIC X(10)       VALUE '__________'.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-W      PIC 9   VALUE 0.
         03 EOF-AP     PIC 9   VALUE 0.
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
           OPEN INPUT INPUT-FILE.
           PERFORM 1150-SKIP-CONTROL-RECORD.
           PERFORM 1080-CHECK-GENERATION.
           PERFORM 1100-LOAD-WORKLIST.
           PERFORM 1200-LOAD-APPROVALS.
           OPEN OUTPUT COMAINT-FILE
             OUTPUT REGISTER-FILE.
           PERFORM 1300-OPEN-CHGOFF.
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
           PERFORM 1660-REJECT-UNUSED
             VARYING AT-IDX FROM 1 BY 1
             UNTIL AT-IDX > APPR-COUNT.
           PERFORM 1690-PRINT-TOTALS.
           PERFORM 1900-PRINT-REJECTS.
           PERFORM 1950-PRINT-AWAITING.
           PERFORM 1990-PRINT-SIGNOFF.
           CLOSE INPUT-FILE
             CHGOFF-FILE
             COMAINT-FILE
             REGISTER-FILE.
           IF DEFER-WAS-OPENED
               CLOSE DEFER-FILE
           END-IF.
           IF CT-LOANS NOT = 0
               PERFORM 1090-STAMP-RUN-CONTROL
           END-IF.
           PERFORM 1695-DISPLAY-TOTALS.
           STOP RUN.
      **************************************************************
      * LOADS THE EFFECTIVE-DATED RATE TABLE, SAME AS LAB3. A *
      * MISSING TABLE MEANS ONLY RECORD-LEVEL RATES ARE USED *
      **************************************************************
       1060-LOAD-RATE-TABLE.
           ACCEPT WK-ASOF-DATE FROM DATE YYYYMMDD.
           MOVE WK-ASOF-DATE TO RG-RUN-DATE.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS = '00'
               PERFORM 1065-LOAD-ONE-RATE
                 UNTIL EOF-T = 1
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'LAB3W - WARNING - NO RATE TABLE ON FILE - '
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
                       DISPLAY 'LAB3W - RATE TABLE FULL AT 50 ROWS '
                         '- RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE RATE-FILE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY 'LAB3W - WARNING - RATE TABLE ROW FOR '
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
      * REFUSES TO CHARGE OFF AGAINST THE SAME MASTER GENERATION *
      * TWICE - UNTIL LAB3M APPLIES THIS RUN'S CHANGE CARDS THE *
      * LOANS STILL SHOW OPEN, AND A SECOND RUN WOULD CHARGE THEM *
      * OFF AGAIN. A MASTER WITH NO GENERATION PREDATES RUN *
      * CONTROL AND RUNS WITH A WARNING *
      **************************************************************
       1080-CHECK-GENERATION.
           IF MASTER-GEN = 0
               DISPLAY 'LAB3W - WARNING - MASTER CARRIES NO '
                 'GENERATION - REPEAT CHARGE-OFF NOT CHECKED'
           ELSE
               PERFORM 1092-FIND-OWN-STAMP
                 VARYING RC-IDX FROM 1 BY 1
                 UNTIL RC-IDX > RUNCTL-COUNT
                   OR RC-T-PROGRAM(RC-IDX) = 'LAB3W'
               IF RC-IDX NOT > RUNCTL-COUNT
                 AND RC-T-GEN(RC-IDX) = MASTER-GEN
                   DISPLAY 'LAB3W - MASTER GENERATION ' MASTER-GEN
                     ' WAS ALREADY CHARGED OFF AGAINST ON '
                     RC-T-DATE(RC-IDX) ' - RUN LAB3M FIRST - '
                     'RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE INPUT-FILE
                   STOP RUN
               END-IF
           END-IF.
      **************************************************************
      * STAMPS THIS PROGRAM'S RUN DATE AND THE GENERATION IT *
      * CHARGED OFF AGAINST INTO THE RUN-CONTROL FILE - ONLY A *
      * RUN THAT CHARGED SOMETHING OFF, SO A RUN WHOSE CARDS WERE *
      * ALL REJECTED CAN BE RERUN WITH CORRECTED CARDS *
      **************************************************************
       1090-STAMP-RUN-CONTROL.
           MOVE WK-ASOF-DATE TO RC-STAMP-DATE.
           PERFORM 1092-FIND-OWN-STAMP
             VARYING RC-IDX FROM 1 BY 1
             UNTIL RC-IDX > RUNCTL-COUNT
               OR RC-T-PROGRAM(RC-IDX) = 'LAB3W'.
           IF RC-IDX > RUNCTL-COUNT
               ADD 1 TO RUNCTL-COUNT
               SET RC-IDX TO RUNCTL-COUNT
               MOVE 'LAB3W' TO RC-T-PROGRAM(RC-IDX)
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
      * LOADS THE FINAL-DEMAND WORKLIST INTO STORAGE *
      **************************************************************
       1100-LOAD-WORKLIST.
           OPEN INPUT WRKLST-FILE.
           PERFORM 1110-LOAD-ONE-ENTRY
             UNTIL EOF-W = 1.
           CLOSE WRKLST-FILE.
           IF WORKLIST-COUNT = 0
               DISPLAY 'LAB3W - WARNING - THE FINAL-DEMAND WORKLIST '
                 'IS EMPTY - NO CARD CAN BE ACCEPTED'
           END-IF.
       1110-LOAD-ONE-ENTRY.
           READ WRKLST-FILE INTO WRKLST-DATA
             AT END MOVE 1 TO EOF-W.
           IF EOF-W NOT = 1
               IF WX-ACCT-NO NUMERIC AND WX-BALANCE NUMERIC
                   IF WORKLIST-COUNT < 500
                       ADD 1 TO WORKLIST-COUNT
                       SET WT-IDX TO WORKLIST-COUNT
                       MOVE WX-ACCT-NO     TO WT-ACCT-NO(WT-IDX)
                       MOVE WX-NAME        TO WT-NAME(WT-IDX)
                       MOVE WX-BALANCE     TO WT-BALANCE(WT-IDX)
                       MOVE WX-DEMAND-DATE TO WT-DEMAND-DATE(WT-IDX)
                       MOVE 0              TO WT-APPROVED-SW(WT-IDX)
                   ELSE
                       DISPLAY 'LAB3W - WORKLIST HAS MORE THAN 500 '
                         'ACCOUNTS - RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE WRKLST-FILE INPUT-FILE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY 'LAB3W - WARNING - WORKLIST RECORD FOR '
                     WX-NAME ' IS NOT NUMERIC - RECORD IGNORED'
               END-IF
           END-IF.
      **************************************************************
      * LOADS THE APPROVAL CARDS. A CARD IS REJECTED HERE WHEN IT *
      * IS INCOMPLETE, WHEN ITS ACCOUNT IS NOT ON THE FINAL-DEMAND *
      * WORKLIST, OR WHEN IT REPEATS AN EARLIER CARD; OTHERWISE IT *
      * WAITS FOR THE PASS OVER THE MASTER AND ITS WORKLIST ENTRY *
      * IS MARKED APPROVED *
      **************************************************************
       1200-LOAD-APPROVALS.
           OPEN INPUT APPR-FILE.
           PERFORM 1210-LOAD-ONE-CARD
             UNTIL EOF-AP = 1.
           CLOSE APPR-FILE.
       1210-LOAD-ONE-CARD.
           READ APPR-FILE INTO APPR-CARD-DATA
             AT END MOVE 1 TO EOF-AP.
           IF EOF-AP NOT = 1
               ADD 1 TO CT-CARDS-READ
               IF APPR-COUNT < 200
                   ADD 1 TO APPR-COUNT
                   SET AT-IDX TO APPR-COUNT
                   MOVE AC-ACCT-NO   TO AT-ACCT-X(AT-IDX)
                   MOVE 0            TO AT-ACCT-NO(AT-IDX)
                   MOVE AC-LOAN-SEQ  TO AT-LOAN-SEQ(AT-IDX)
                   MOVE AC-APPROVER  TO AT-APPROVER(AT-IDX)
                   MOVE AC-APPR-DATE TO AT-APPR-DATE(AT-IDX)
                   MOVE SPACE        TO AT-STATE(AT-IDX)
                   MOVE SPACES       TO AT-REASON(AT-IDX)
                   PERFORM 1220-EDIT-ONE-CARD
               ELSE
                   DISPLAY 'LAB3W - MORE THAN 200 APPROVAL CARDS - '
                     'RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE APPR-FILE INPUT-FILE
                   STOP RUN
               END-IF
           END-IF.
       1220-EDIT-ONE-CARD.
           IF AC-ACCT-NO NOT NUMERIC
               MOVE 'ACCOUNT NOT NUMERIC' TO AT-REASON(AT-IDX)
           ELSE IF AC-APPROVER = SPACES
               MOVE 'NO APPROVER ON CARD' TO AT-REASON(AT-IDX)
           ELSE IF AC-APPR-DATE NOT NUMERIC
               MOVE 'APPROVAL DATE NOT NUMERIC' TO AT-REASON(AT-IDX)
           ELSE
               MOVE AC-ACCT-NO-9 TO AT-ACCT-NO(AT-IDX)
               PERFORM 1225-FIND-WORKLIST
                 VARYING WT-IDX FROM 1 BY 1
                 UNTIL WT-IDX > WORKLIST-COUNT
                   OR WT-ACCT-NO(WT-IDX) = AC-ACCT-NO-9
               IF WT-IDX > WORKLIST-COUNT
                   MOVE 'NOT ON FINAL-DEMAND WORKLIST'
                     TO AT-REASON(AT-IDX)
               ELSE
                   PERFORM 1227-FIND-DUPLICATE
                     VARYING AT-IDX2 FROM 1 BY 1
                     UNTIL AT-IDX2 NOT < AT-IDX
                       OR (AT-ACCT-X(AT-IDX2) = AC-ACCT-NO
                       AND AT-LOAN-SEQ(AT-IDX2) = AC-LOAN-SEQ
                       AND NOT AT-REJECTED(AT-IDX2))
                   IF AT-IDX2 < AT-IDX
                       MOVE 'DUPLICATE APPROVAL CARD'
                         TO AT-REASON(AT-IDX)
                   ELSE
                       MOVE 1 TO WT-APPROVED-SW(WT-IDX)
                   END-IF
               END-IF
           END-IF.
           IF AT-REASON(AT-IDX) NOT = SPACES
               MOVE 'R' TO AT-STATE(AT-IDX)
           END-IF.
       1225-FIND-WORKLIST.
           CONTINUE.
       1227-FIND-DUPLICATE.
           CONTINUE.
      **************************************************************
      * OPENS THE CHARGE-OFF FILE TO ADD TO IT - THE FIRST RUN *
      * EVER FINDS NO FILE AND CREATES ONE *
      **************************************************************
       1300-OPEN-CHGOFF.
           OPEN EXTEND CHGOFF-FILE.
           IF CHGOFF-FILE-STATUS NOT = '00'
               OPEN OUTPUT CHGOFF-FILE
           END-IF.
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
      * PRINTS THE HEADING FOR THE CHARGE-OFF REGISTER *
      **************************************************************
       1400-PRINT-HEAD.
           MOVE RG-RUN-DATE TO RH-DATE.
           WRITE REGISTER-REC FROM REG-HEADING1
             AFTER ADVANCING PAGE.
           WRITE REGISTER-REC FROM REG-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE LOAN MASTER RECORD PER PASS - THE DEFERMENTS ARE *
      * BROUGHT UP TO THE LOAN, THEN EVERY LIVE APPROVAL CARD FOR *
      * ITS ACCOUNT IS TRIED AGAINST IT *
      **************************************************************
       1500-LOOP.
           IF I-ACCT-NO NUMERIC
               MOVE I-ACCT-NO  TO K-LOAN-KEY(1:7)
               MOVE I-LOAN-SEQ TO K-LOAN-KEY(8:2)
               PERFORM 1530-CHECK-DEFERMENT
               MOVE 0 TO LW-DONE-SW
               PERFORM 1550-MATCH-ONE-CARD
                 VARYING AT-IDX FROM 1 BY 1
                 UNTIL AT-IDX > APPR-COUNT
           END-IF.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * SETS WHETHER THE LOAN IS IN AN INTEREST-SUBSIDIZED *
      * DEFERMENT OR FORBEARANCE TODAY, SO THE INTEREST CHARGED *
      * OFF MATCHES THE BALANCE THE MONTHLY SCHEDULE SHOWS *
      **************************************************************
       1530-CHECK-DEFERMENT.
           MOVE SPACE TO DM-DEFER-STATE.
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
      * TRIES ONE APPROVAL CARD AGAINST THE CURRENT LOAN. A CARD *
      * NAMING THIS LOAN IS REJECTED WHEN THE LOAN CANNOT BE *
      * CHARGED OFF; A CARD FOR THE WHOLE ACCOUNT SIMPLY PASSES *
      * OVER A LOAN THAT IS CLOSED OR OWES NOTHING. THE FIRST *
      * CARD TO CHARGE A LOAN OFF TAKES IT *
      **************************************************************
       1550-MATCH-ONE-CARD.
           IF NOT AT-REJECTED(AT-IDX)
             AND AT-ACCT-NO(AT-IDX) = I-ACCT-NO
             AND (AT-LOAN-SEQ(AT-IDX) = SPACES
               OR AT-LOAN-SEQ(AT-IDX) = I-LOAN-SEQ)
               PERFORM 1560-TRY-ONE-LOAN
               IF AT-REASON(AT-IDX) NOT = SPACES
                   MOVE 'R' TO AT-STATE(AT-IDX)
               END-IF
           END-IF.
       1560-TRY-ONE-LOAN.
           IF LW-CHARGED-OFF
               IF AT-LOAN-SEQ(AT-IDX) NOT = SPACES
                   MOVE 'LOAN COVERED BY EARLIER CARD'
                     TO AT-REASON(AT-IDX)
               END-IF
           ELSE IF I-WRITTEN-OFF
               IF AT-LOAN-SEQ(AT-IDX) NOT = SPACES
                   MOVE 'LOAN ALREADY CHARGED OFF' TO AT-REASON(AT-IDX)
               END-IF
           ELSE IF I-PAID-IN-FULL
               IF AT-LOAN-SEQ(AT-IDX) NOT = SPACES
                   MOVE 'LOAN PAID IN FULL' TO AT-REASON(AT-IDX)
               END-IF
           ELSE IF I-LOAN NOT NUMERIC
             OR I-LTD-PRIN-PAID NOT NUMERIC
             OR I-LTD-INT-PAID NOT NUMERIC
               DISPLAY 'LAB3W - WARNING - MASTER RECORD FOR '
                 I-ACCT-NO ' LOAN SEQ ' I-LOAN-SEQ
                 ' IS NOT NUMERIC - NOT CHARGED OFF'
               IF AT-LOAN-SEQ(AT-IDX) NOT = SPACES
                   MOVE 'MASTER RECORD NOT NUMERIC' TO AT-REASON(AT-IDX)
               END-IF
           ELSE
               PERFORM 1700-CALC-TOTAL
               PERFORM 1800-CALC-BALANCE
               IF WK-BALANCE > 0
                   PERFORM 1600-CHARGE-OFF
               ELSE IF AT-LOAN-SEQ(AT-IDX) NOT = SPACES
                   MOVE 'NOTHING OWING ON LOAN' TO AT-REASON(AT-IDX)
               END-IF
           END-IF.
      **************************************************************
      * CHARGES OFF THE CURRENT LOAN UNDER THE CURRENT CARD - *
      * SPLITS THE BALANCE INTO PRINCIPAL AND INTEREST - THE *
      * INTEREST STILL UNPAID AFTER THE LIFE-TO-DATE INTEREST *
      * PAID, THE REST PRINCIPAL - WRITES *
      * THE CHARGE-OFF RECORD AND THE LAB3M CHANGE CARD, AND *
      * LISTS THE LOAN ON THE REGISTER *
      **************************************************************
       1600-CHARGE-OFF.
           MOVE 1   TO LW-DONE-SW.
           MOVE 'U' TO AT-STATE(AT-IDX).
           IF I-LTD-INT-PAID < WK-INTEREST
               SUBTRACT I-LTD-INT-PAID FROM WK-INTEREST
                 GIVING LW-CO-INTEREST
           ELSE
               MOVE 0 TO LW-CO-INTEREST
           END-IF.
           IF LW-CO-INTEREST > WK-BALANCE
               MOVE WK-BALANCE TO LW-CO-INTEREST
           END-IF.
           SUBTRACT LW-CO-INTEREST FROM WK-BALANCE
             GIVING LW-CO-PRINCIPAL.
           ADD LW-CO-PRINCIPAL LW-CO-INTEREST GIVING LW-CO-TOTAL.
           MOVE SPACES          TO CHGOFF-DATA.
           MOVE I-ACCT-NO       TO CO-ACCT-NO.
           MOVE I-LOAN-SEQ      TO CO-LOAN-SEQ.
           MOVE I-NAME          TO CO-NAME.
           MOVE I-DEGREE        TO CO-DEGREE.
           MOVE I-YEAR          TO CO-YEAR.
           MOVE RG-RUN-DATE     TO CO-DATE.
           MOVE LW-CO-PRINCIPAL TO CO-PRINCIPAL.
           MOVE LW-CO-INTEREST  TO CO-INTEREST.
           MOVE AT-APPROVER(AT-IDX)  TO CO-APPROVER.
           MOVE AT-APPR-DATE(AT-IDX) TO CO-APPR-DATE.
           WRITE CHGOFF-REC FROM CHGOFF-DATA.
           MOVE SPACES     TO MAINT-CARD-DATA.
           MOVE 'C'        TO MC-ACTION.
           MOVE 'W'        TO MC-STATUS.
           MOVE I-ACCT-NO  TO MC-ACCT-NO.
           MOVE I-LOAN-SEQ TO MC-LOAN-SEQ.
           WRITE COMAINT-REC FROM MAINT-CARD-DATA.
           ADD 1 TO CT-LOANS.
           ADD LW-CO-PRINCIPAL TO CT-PRINCIPAL.
           ADD LW-CO-INTEREST  TO CT-INTEREST.
           ADD LW-CO-TOTAL     TO CT-TOTAL.
           MOVE I-ACCT-NO       TO RD-PACCT.
           MOVE I-LOAN-SEQ      TO RD-PSEQ.
           MOVE I-NAME          TO RD-PNAME.
           MOVE I-DEGREE        TO RD-PDEGREE.
           MOVE I-YEAR          TO RD-PYEAR.
           MOVE LW-CO-PRINCIPAL TO RD-PPRIN.
           MOVE LW-CO-INTEREST  TO RD-PINT.
           MOVE LW-CO-TOTAL     TO RD-PTOTAL.
           MOVE AT-APPROVER(AT-IDX) TO RD-PAPPR.
           WRITE REGISTER-REC FROM REG-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * A CARD STILL PENDING AFTER THE WHOLE MASTER HAS PASSED *
      * CHARGED NOTHING OFF - ITS LOAN IS NOT ON THE MASTER, OR *
      * ITS ACCOUNT HAS NO OPEN LOAN OWING *
      **************************************************************
       1660-REJECT-UNUSED.
           IF AT-PENDING(AT-IDX)
               IF AT-LOAN-SEQ(AT-IDX) NOT = SPACES
                   MOVE 'LOAN NOT ON MASTER' TO AT-REASON(AT-IDX)
               ELSE
                   MOVE 'NO OPEN LOAN OWING ON ACCOUNT'
                     TO AT-REASON(AT-IDX)
               END-IF
               MOVE 'R' TO AT-STATE(AT-IDX)
           END-IF.
      **************************************************************
      * PRINTS THE TOTALS OF THE LOANS CHARGED OFF *
      **************************************************************
       1690-PRINT-TOTALS.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC
             AFTER ADVANCING 1 LINE.
           MOVE SPACES             TO REG-TOTAL-LINE.
           MOVE 'LOANS CHARGED OFF' TO RT-LABEL.
           MOVE CT-LOANS           TO RT-COUNT.
           MOVE CT-PRINCIPAL       TO RT-PRIN.
           MOVE CT-INTEREST        TO RT-INT.
           MOVE CT-TOTAL           TO RT-TOTAL.
           WRITE REGISTER-REC FROM REG-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * LISTS EVERY REJECTED APPROVAL CARD WITH ITS REASON *
      **************************************************************
       1900-PRINT-REJECTS.
           MOVE SPACES TO REG-TITLE-LINE.
           MOVE 'APPROVAL CARDS REJECTED' TO RG-TITLE.
           WRITE REGISTER-REC FROM REG-TITLE-LINE
             AFTER ADVANCING 3 LINES.
           WRITE REGISTER-REC FROM REJ-HEADING1
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 1910-PRINT-ONE-REJECT
             VARYING AT-IDX FROM 1 BY 1
             UNTIL AT-IDX > APPR-COUNT.
           IF CT-CARDS-REJECTED = 0
               MOVE SPACES TO REG-TITLE-LINE
               MOVE 'NONE' TO RG-TITLE
               WRITE REGISTER-REC FROM REG-TITLE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
       1910-PRINT-ONE-REJECT.
           IF AT-REJECTED(AT-IDX)
               ADD 1 TO CT-CARDS-REJECTED
               MOVE AT-ACCT-X(AT-IDX)    TO RJ-PACCT
               MOVE AT-LOAN-SEQ(AT-IDX)  TO RJ-PSEQ
               MOVE AT-APPROVER(AT-IDX)  TO RJ-PAPPR
               MOVE AT-APPR-DATE(AT-IDX) TO RJ-PDATE
               MOVE AT-REASON(AT-IDX)    TO RJ-PREASON
               WRITE REGISTER-REC FROM REJ-DATA1
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * LISTS THE WORKLIST ACCOUNTS NO CARD WAS ACCEPTED FOR - *
      * STILL AT FINAL DEMAND, AWAITING THE SUPERVISOR *
      **************************************************************
       1950-PRINT-AWAITING.
           MOVE SPACES TO REG-TITLE-LINE.
           MOVE 'WORKLIST ACCOUNTS AWAITING A CHARGE-OFF DECISION'
             TO RG-TITLE.
           WRITE REGISTER-REC FROM REG-TITLE-LINE
             AFTER ADVANCING 3 LINES.
           WRITE REGISTER-REC FROM AWAIT-HEADING1
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 1960-PRINT-ONE-AWAITING
             VARYING WT-IDX FROM 1 BY 1
             UNTIL WT-IDX > WORKLIST-COUNT.
           IF CT-AWAITING = 0
               MOVE SPACES TO REG-TITLE-LINE
               MOVE 'NONE' TO RG-TITLE
               WRITE REGISTER-REC FROM REG-TITLE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
       1960-PRINT-ONE-AWAITING.
           IF NOT WT-APPROVED(WT-IDX)
               ADD 1 TO CT-AWAITING
               MOVE WT-ACCT-NO(WT-IDX)     TO AW-PACCT
               MOVE WT-NAME(WT-IDX)        TO AW-PNAME
               MOVE WT-BALANCE(WT-IDX)     TO AW-PBALANCE
               MOVE WT-DEMAND-DATE(WT-IDX) TO AW-PDATE
               WRITE REGISTER-REC FROM AWAIT-DATA1
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * THE SUPERVISOR'S SIGN-OFF AT THE FOOT OF THE REGISTER *
      **************************************************************
       1990-PRINT-SIGNOFF.
           WRITE REGISTER-REC FROM SIGNOFF-LINE1
             AFTER ADVANCING 4 LINES.
           WRITE REGISTER-REC FROM SIGNOFF-LINE2
             AFTER ADVANCING 3 LINES.
      **************************************************************
      * CONSOLE SUMMARY OF THE CHARGE-OFF RUN *
      **************************************************************
       1695-DISPLAY-TOTALS.
           DISPLAY 'LAB3W - APPROVAL CARDS READ   = ' CT-CARDS-READ.
           DISPLAY 'LAB3W - CARDS REJECTED        = '
             CT-CARDS-REJECTED.
           DISPLAY 'LAB3W - LOANS CHARGED OFF     = ' CT-LOANS.
           DISPLAY 'LAB3W - TOTAL CHARGED OFF     = ' CT-TOTAL.
           DISPLAY 'LAB3W - ACCOUNTS AWAITING     = ' CT-AWAITING.
           IF CT-CARDS-REJECTED NOT = 0
               DISPLAY 'LAB3W - WARNING - ' CT-CARDS-REJECTED
                 ' APPROVAL CARDS REJECTED - SEE THE REGISTER'
           END-IF.
           IF CT-LOANS NOT = 0
               DISPLAY 'LAB3W - RUN LAB3M WITH DA-S-COMAINT TO SET '
                 'THE CHARGED-OFF LOANS TO W'
           END-IF.
      **************************************************************
      * CALCULATE THE TOTAL AMOUNT PAID
      **************************************************************
       1700-CALC-TOTAL.
           ADD I-LTD-PRIN-PAID TO I-LTD-INT-PAID GIVING
                TOTAL.
      **************************************************************
      * CALCULATE LEFTOVER BALANCE THE SAME WAY LAB3 DOES - THE *
      * LOAN PLUS THE INTEREST ACCRUED AT ITS RATE, LESS PAYMENTS. *
      * IN AN INTEREST-SUBSIDIZED PERIOD THE INTEREST IS HELD AT *
      * WHAT THE MASTER ALREADY CARRIES, PAID PLUS ACCRUED-UNPAID *
      **************************************************************
       1800-CALC-BALANCE.
           MOVE 0 TO WK-INTEREST.
           PERFORM 1840-LOOK-UP-RATE.
           IF LOAN-INT-SUBSIDIZED
               IF I-LTD-INT-PAID NUMERIC AND I-ACCRUED-INT NUMERIC
                   ADD I-LTD-INT-PAID I-ACCRUED-INT GIVING WK-INTEREST
                     ON SIZE ERROR
                         DISPLAY 'LAB3W - WARNING - INTEREST OVERFLOW '
                           'FOR ' I-ACCT-NO ' - INTEREST FORCED TO ZERO'
                         MOVE 0 TO WK-INTEREST
                   END-ADD
               END-IF
           ELSE
               IF WK-RATE > 0
                   COMPUTE WK-INTEREST ROUNDED = I-LOAN * WK-RATE
                     ON SIZE ERROR
                         DISPLAY 'LAB3W - WARNING - INTEREST OVERFLOW '
                           'FOR ' I-ACCT-NO ' - INTEREST FORCED TO ZERO'
                         MOVE 0 TO WK-INTEREST
                   END-COMPUTE
               END-IF
           END-IF.
           ADD I-LOAN WK-INTEREST GIVING WK-PRINCIPAL.
           SUBTRACT TOTAL FROM WK-PRINCIPAL GIVING WK-BALANCE
             ON SIZE ERROR
                 DISPLAY 'LAB3W - WARNING - BALANCE OVERFLOW FOR '
                   I-ACCT-NO ' - BALANCE FORCED TO ZERO'
                 MOVE 0 TO WK-BALANCE
           END-SUBTRACT.
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
      * READS THE LOAN MASTER FILE *
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
