      * BORROWER STATEMENT RUN - PRODUCES A ONE-PAGE MAILABLE *
      * STATEMENT PER STUDENT OFF THE LOAN MASTER (DA-S-INPUT), *
      * SHOWING THE ORIGINAL LOAN, THE INTEREST ACCRUED THE SAME *
      * WAY LAB3 COMPUTES IT, WHAT WAS PAID BEFORE THIS PERIOD *
      * (THE LIFE-TO-DATE FIGURES THE CLOSE KEEPS ON THE MASTER), *
      * EACH INDIVIDUAL PAYMENT THIS PERIOD (THE ITEMIZED *
      * DA-S-PAYHST TRANSACTIONS), THE RESULTING BALANCE, AND A *
      * REMITTANCE STUB AT THE BOTTOM. THE PARM CARD CAN SELECT A *
      * SINGLE ACCOUNT OR A DEGREE/YEAR GROUP SO ONE DISPUTE DOES *
      * NOT MEAN PRINTING THE WHOLE FILE. A STUDENT BILLED BY THE *
      * MONTHLY BILLING RUN (LAB3A) IS ALSO SHOWN THE AMOUNT DUE *
      * BY THE NEXT DUE DATE, AND THAT IS WHAT THE STUB ASKS FOR. *
      * EVERY ACTIVE COSIGNER ON THE ACCOUNT (DA-S-COSIGN, KEPT BY *
      * LAB3N) IS SENT A COPY OF THE STATEMENT AT THE COSIGNER'S *
      * OWN ADDRESS. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             FILE STATUS IS RATE-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'DA-S-RUNCTL'
             FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT BILLEX-FILE ASSIGN TO 'DA-S-BILLEX'
             FILE STATUS IS BILX-FILE-STATUS.
           SELECT DEFER-FILE ASSIGN TO 'DA-S-DEFER'
             FILE STATUS IS DEFER-FILE-STATUS.
           SELECT COSIGN-FILE ASSIGN TO 'DA-S-COSIGN'
             FILE STATUS IS COSIGN-FILE-STATUS.
           SELECT STMT-FILE ASSIGN TO 'UR-S-STMT'.
           SELECT NOADR-FILE ASSIGN TO 'UR-S-NOADR'.

       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * PAYMENT HISTORY TRANSACTIONS, SAME FILE LAB3B READS - *
      * OPTIONAL HERE; A STUDENT WITH NO TRANSACTIONS JUST SHOWS *
      * NO PAYMENTS RECEIVED THIS PERIOD *
      **************************************************************
       FD PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RUNCTL-REC    PIC X(30).
      **************************************************************
      * BILLING EXTRACT FROM THE MONTHLY BILLING RUN (LAB3A) - ONE *
      * RECORD PER BILLED LOAN IN ACCOUNT-PLUS-SEQUENCE ORDER. *
      * OPTIONAL - A STUDENT WITH NO BILLED LOAN GETS THE BALANCE *
      * DUE ON THE STUB AS BEFORE *
      **************************************************************
       FD BILLEX-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BILLEX-REC    PIC X(80).
       FD STMT-FILE
           LABEL RECORDS ARE OMITTED.
       01 STMT-REC      PIC X(80).
       FD NOADR-FILE
           LABEL RECORDS ARE OMITTED.
       01 NOADR-REC     PIC X(60).
      **************************************************************
      * DEFERMENT AND FORBEARANCE MASTER MAINTAINED BY LAB3D - NO *
      * NEW INTEREST IS SHOWN ON A LOAN IN AN INTEREST-SUBSIDIZED *
      * PERIOD, THE SAME AS LAB3. OPTIONAL *
      **************************************************************
       FD DEFER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DEFER-REC     PIC X(80).
      **************************************************************
      * THE COSIGNER MASTER MAINTAINED BY LAB3N, IN ACCOUNT ORDER *
      * - MATCHED BALANCE-LINE STYLE LIKE THE ADDRESSES. OPTIONAL *
      **************************************************************
       FD COSIGN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 COSIGN-REC    PIC X(100).
       WORKING-STORAGE SECTION.
       01 PARM-FILE-STATUS  PIC X(2).
       01 PAYH-FILE-STATUS  PIC X(2).
       01 NAMA-FILE-STATUS  PIC X(2).
       01 BILX-FILE-STATUS  PIC X(2).
       01 DEFER-FILE-STATUS PIC X(2).
       01 COSIGN-FILE-STATUS PIC X(2).
      **************************************************************
      * LAYOUT OF ONE DEFERMENT OR FORBEARANCE PERIOD - SAME AS *
      * LAB3D - AND THE CURRENT LOAN'S STANDING AS OF TODAY *
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
       01 DEFERMENT-MATCH.
         03 K-LOAN-KEY      PIC X(9).
         03 K-DEFER-KEY     PIC X(9).
         03 DM-DEFER-STATE  PIC X(1).
           88 LOAN-NOT-DEFERRED     VALUE SPACE.
           88 LOAN-IN-DEFERMENT     VALUE 'D' 'S'.
           88 LOAN-INT-SUBSIDIZED   VALUE 'S'.
      **************************************************************
      * LAYOUT OF ONE BILLING EXTRACT RECORD - SAME AS LAB3A - AND *
      * THE CURRENT STUDENT'S BILL SUMMED ACROSS THE ACCOUNT'S *
      * BILLED LOANS. THE ACCOUNT IS DUE BY THE EARLIEST OF ITS *
      * LOANS' NEXT DUE DATES *
      **************************************************************
       01 BILLEX-DATA.
         03 BX-ACCT-NO       PIC 9(7).
         03 BX-LOAN-SEQ      PIC X(2).
         03 BX-NAME          PIC X(20).
         03 BX-AMOUNT-DUE    PIC 9(6)V99.
         03 BX-DUE-DATE      PIC 9(8).
         03 BX-PAST-DUE      PIC 9(6)V99.
         03 BX-DAYS-PAST-DUE PIC 9(4).
         03 BX-BUCKET        PIC X(7).
         03 BX-INSTALLMENT   PIC 9(5)V99.
         03 BX-BILL-DATE     PIC 9(8).
         03 FILLER           PIC X(1).
       01 ACCT-BILL-WORK.
         03 S-AMOUNT-DUE  PIC 9(7)V99.
         03 S-PAST-DUE    PIC 9(7)V99.
         03 S-DUE-DATE    PIC 9(8).
         03 S-DUE-DATE-R  REDEFINES S-DUE-DATE.
           05 S-DUE-YYYY  PIC 9(4).
           05 S-DUE-MM    PIC 9(2).
           05 S-DUE-DD    PIC 9(2).
      **************************************************************
      * THE EFFECTIVE-DATED RATE TABLE, LOADED UP FRONT THE SAME *
      * WAY LAB3 LOADS IT - A KEYED NONZERO RECORD RATE *
      * TOTAL IS SIGNED - REVERSALS ON THE PAYMENT HISTORY CAN *
      * DRIVE A STUDENT'S NET PAID BELOW ZERO *
      **************************************************************
       01 TOTAL         PIC S9(7)V99.
      **************************************************************
      * THE BALANCE IS SIGNED - AN OVERPAID STUDENT CARRIES A *
      * REAL CREDIT BALANCE, SHOWN AS CR ON THE STATEMENT AND *
       01 WK-PRINCIPAL  PIC 9(7)V99.
      **************************************************************
      * THE CURRENT STUDENT'S LOANS - A STATEMENT NOW COVERS THE *
      * WHOLE ACCOUNT, ONE ITEMIZED LINE PER LOAN RECORD, AND *
      * THE LIFE-TO-DATE PAID FIGURES OF EVERY LOAN ROLLED INTO *
      * ONE PAID-BEFORE-THIS-PERIOD AMOUNT. THE NAME, DEGREE, *
      * AND YEAR COME OFF THE FIRST LOAN RECORD *
      **************************************************************
       01 ACCT-WORK.
         03 S-CUR-ACCT    PIC 9(7).
         03 S-HOLD-YEAR   PIC X(4).
         03 S-ACCT-LOAN   PIC 9(7)V99  VALUE 0.
         03 S-ACCT-INT    PIC 9(7)V99  VALUE 0.
         03 S-ACCT-PRIOR  PIC 9(7)V99  VALUE 0.
       01 LOAN-COUNT        PIC 9(3)  VALUE 0.
       01 LOAN-TABLE.
         03 LN-ENTRY OCCURS 20 TIMES INDEXED BY LN-IDX.
           05 LN-LOAN     PIC 9(5)V99.
           05 LN-RATE     PIC 9V999.
           05 LN-INTEREST PIC 9(5)V99.
      **************************************************************
      * SET WHEN A STUDENT HAS MORE LOAN RECORDS THAN THE TABLE *
      * HOLDS - THE EXTRAS STILL GO INTO THE ACCOUNT TOTALS, AND *
       01 LOANS-OVER-SW     PIC 9   VALUE 0.
         88 LOANS-OVERFLOWED      VALUE 1.
      **************************************************************
      * LAYOUT FOR ONE NAME-AND-ADDRESS RECORD, SAME AS LAB3N *
      **************************************************************
       01 ADDR-DATA.
         03 NX-PNAME     PIC X(20).
       01 NOADR-COUNT       PIC 9(5)  VALUE 0.
      **************************************************************
      * LAYOUT FOR ONE COSIGNER RECORD, SAME AS LAB3N *
      **************************************************************
       01 COSIGNER-DATA.
         03 CN-KEY.
           05 CN-ACCT-NO      PIC X(7).
           05 CN-LOAN-SEQ     PIC X(2).
           05 CN-COSIGNER-NO  PIC X(1).
         03 CN-NAME         PIC X(20).
         03 CN-STREET       PIC X(20).
         03 CN-CITY         PIC X(15).
         03 CN-STATE        PIC X(2).
         03 CN-ZIP          PIC X(9).
         03 CN-STATUS       PIC X(1).
           88 CN-ACTIVE          VALUE 'A'.
           88 CN-RELEASED        VALUE 'R'.
         03 CN-ADD-DATE     PIC 9(8).
         03 CN-RELEASE-DATE PIC 9(8).
         03 CN-RELEASE-PMTS PIC 9(2).
         03 FILLER          PIC X(5).
      **************************************************************
      * THE CURRENT STUDENT'S ACTIVE COSIGNERS, ONE ENTRY PER *
      * PERSON - SOMEONE WHO COSIGNED TWO OF THE ACCOUNT'S LOANS *
      * (SAME NAME AND STREET) GETS ONE COPY, NOT TWO *
      **************************************************************
       01 COS-COPY-COUNT    PIC 9(2)  VALUE 0.
       01 COS-COPY-TABLE.
         03 CP-ENTRY OCCURS 10 TIMES INDEXED BY CP-IDX.
           05 CP-NAME     PIC X(20).
           05 CP-STREET   PIC X(20).
           05 CP-CITY     PIC X(15).
           05 CP-STATE    PIC X(2).
           05 CP-ZIP      PIC X(9).
       01 COS-COPIES-PRINTED PIC 9(5) VALUE 0.
      **************************************************************
      * LAYOUT FOR THE LOAN MASTER, SAME FORMAT LAB3 USES *
      **************************************************************
       01 INPUT-DATA.
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
      * HERE RATHER THAN RECONCILED, SINCE THIS PROGRAM ONLY READS *
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
      **************************************************************
      * THE RUN-CONTROL FILE LOADED INTO STORAGE AND THE STAMP *
      * BEING WRITTEN - SEE LAB3M *
         03 SP-YEAR       PIC X(4).
         03 FILLER        PIC X(65).
      **************************************************************
      * THE CURRENT STUDENT'S ITEMIZED PAYMENTS THIS PERIOD - *
      * FILLED FROM THE PAYMENT HISTORY TRANSACTIONS *
      **************************************************************
       01 PAYMENT-COUNT     PIC 9(3)  VALUE 0.
       01 PAYMENT-TABLE.
      * ONE ITEMIZED LOAN LINE - THE SEQUENCE, THE AMOUNT, THE *
      * RATE IT ACCRUES AT, AND THE INTEREST ACCRUED ON IT *
      **************************************************************
      **************************************************************
      * THE AMOUNT-DUE-BY LINE FOR A BILLED STUDENT *
      **************************************************************
       01 STMT-DUE-LINE.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(14)       VALUE 'AMOUNT DUE BY '.
         03 SU-MM       PIC 9(2).
         03 FILLER      PIC X(1)        VALUE '/'.
         03 SU-DD       PIC 9(2).
         03 FILLER      PIC X(1)        VALUE '/'.
         03 SU-YYYY     PIC 9(4).
         03 FILLER      PIC X(12)       VALUE ' ...........'.
         03 SU-AMOUNT   PIC ZZZZZZ9.99CR.
       01 STMT-LOAN-LINE.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'LOAN '.
           88 ADR-AT-EOF        VALUE 1.
         03 EOF-T      PIC 9   VALUE 0.
         03 EOF-R      PIC 9   VALUE 0.
         03 EOF-X      PIC 9   VALUE 0.
           88 BILL-AT-EOF       VALUE 1.
      **************************************************************
      *       SET WHEN THE CURRENT STUDENT PASSES THE PARM CARD *
      *       SELECTION AND A STATEMENT IS TO BE PRINTED *
         03 ADDR-FOUND-SW PIC 9   VALUE 0.
           88 ADDRESS-FOUND     VALUE 1.
      **************************************************************
      *       SET WHEN THE OPTIONAL BILLING EXTRACT OPENED CLEAN, *
      *       AND WHEN THE CURRENT STUDENT HAS A BILLED LOAN *
      **************************************************************
         03 BILX-OPEN-SW  PIC 9   VALUE 0.
           88 BILX-WAS-OPENED   VALUE 1.
         03 BILLED-SW     PIC 9   VALUE 0.
           88 STUDENT-BILLED    VALUE 1.
      **************************************************************
      *       END OF FILE AND OPEN SWITCHES FOR THE OPTIONAL *
      *       DEFERMENT MASTER, AND SET WHEN ONE OF THE CURRENT *
      *       STUDENT'S LOANS WAS BILLED AS IN A PERIOD *
      **************************************************************
         03 EOF-DF        PIC 9   VALUE 0.
           88 DEFER-AT-EOF      VALUE 1.
         03 DEFER-OPEN-SW PIC 9   VALUE 0.
           88 DEFER-WAS-OPENED  VALUE 1.
         03 DEFERRED-SW   PIC 9   VALUE 0.
           88 STUDENT-DEFERRED  VALUE 1.
      **************************************************************
      *       END OF FILE AND OPEN SWITCHES FOR THE OPTIONAL *
      *       COSIGNER MASTER, AND SET WHILE A COSIGNER'S COPY OF *
      *       THE STATEMENT IS BEING PRINTED *
      **************************************************************
         03 EOF-C         PIC 9   VALUE 0.
           88 COS-AT-EOF        VALUE 1.
         03 COS-OPEN-SW   PIC 9   VALUE 0.
           88 COS-WAS-OPENED    VALUE 1.
         03 COS-COPY-SW   PIC 9   VALUE 0.
           88 PRINTING-COS-COPY VALUE 1.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
                   PERFORM 2500-READ-PAYMENT
               END-IF
           END-IF.
           OPEN INPUT BILLEX-FILE.
           IF BILX-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-X
           ELSE
               MOVE 1 TO BILX-OPEN-SW
               PERFORM 2700-READ-BILLING
           END-IF.
           OPEN INPUT DEFER-FILE.
           IF DEFER-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-DF
               MOVE HIGH-VALUES TO K-DEFER-KEY
           ELSE
               MOVE 1 TO DEFER-OPEN-SW
               PERFORM 2800-READ-DEFER
           END-IF.
           OPEN INPUT COSIGN-FILE.
           IF COSIGN-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-C
               MOVE HIGH-VALUES TO CN-ACCT-NO
               DISPLAY 'LAB3S - WARNING - NO COSIGNER MASTER ON '
                 'FILE - NO COSIGNER COPIES WILL BE PRINTED'
           ELSE
               MOVE 1 TO COS-OPEN-SW
               PERFORM 2900-READ-COSIGNER
           END-IF.
           PERFORM 1150-SKIP-CONTROL-RECORD.
           PERFORM 2000-READ-INPUT.
           PERFORM 1500-LOOP
               DISPLAY 'LAB3S - WARNING - NO STUDENT MATCHED THE '
                 'PARM CARD SELECTION - NO STATEMENTS PRINTED'
           END-IF.
           IF COS-COPIES-PRINTED NOT = 0
               DISPLAY 'LAB3S - COSIGNER COPIES PRINTED = '
                 COS-COPIES-PRINTED
           END-IF.
           IF NOADR-COUNT NOT = 0
               DISPLAY 'LAB3S - WARNING - ' NOADR-COUNT
                 ' SELECTED STUDENTS HAVE NO ADDRESS RECORD - '
           IF PAYH-WAS-OPENED
               CLOSE PAYHIST-FILE
           END-IF.
           IF BILX-WAS-OPENED
               CLOSE BILLEX-FILE
           END-IF.
           IF DEFER-WAS-OPENED
               CLOSE DEFER-FILE
           END-IF.
           IF NAMA-WAS-OPENED
               CLOSE NAMADR-FILE
           END-IF.
           IF COS-WAS-OPENED
               CLOSE COSIGN-FILE
           END-IF.
           PERFORM 1090-STAMP-RUN-CONTROL.
           STOP RUN.
      **************************************************************
           END-READ.
      **************************************************************
      * DISCARDS THE LEADING CONTROL RECORD LAB3I WRITES ON *
      * DA-S-PAYHST. AN EMPTY PAYMENT FILE JUST MEANS NO *
      * STATEMENT SHOWS ANY PAYMENTS THIS PERIOD *
      **************************************************************
       1160-SKIP-PAY-CONTROL.
           READ PAYHIST-FILE INTO PAY-CONTROL-DATA
           MOVE I-NAME    TO S-HOLD-NAME.
           MOVE I-DEGREE  TO S-HOLD-DEGREE.
           MOVE I-YEAR    TO S-HOLD-YEAR.
           MOVE 0 TO S-ACCT-LOAN S-ACCT-INT S-ACCT-PRIOR LOAN-COUNT.
           MOVE 0 TO LOANS-OVER-SW.
           MOVE 0 TO TOTAL.
           MOVE 0 TO PAYMENT-COUNT.
             UNTIL PAY-AT-EOF OR PAY-ACCT-NO NOT < S-CUR-ACCT.
           PERFORM 1460-COLLECT-PAYMENTS
             UNTIL PAY-AT-EOF OR PAY-ACCT-NO NOT = S-CUR-ACCT.
           MOVE 0 TO BILLED-SW S-AMOUNT-DUE S-PAST-DUE S-DUE-DATE.
           MOVE 0 TO DEFERRED-SW.
           PERFORM 1465-SKIP-LOW-BILLING
             UNTIL BILL-AT-EOF OR BX-ACCT-NO NOT < S-CUR-ACCT.
           PERFORM 1467-COLLECT-BILLING
             UNTIL BILL-AT-EOF OR BX-ACCT-NO NOT = S-CUR-ACCT.
           PERFORM 1440-MATCH-ADDRESS.
           PERFORM 1470-MATCH-COSIGNERS.
           PERFORM 1300-CHECK-SELECT.
           IF STUDENT-SELECTED
               PERFORM 1800-CALC-BALANCE
               END-IF
               PERFORM 1600-PRINT-STATEMENT
               ADD 1 TO STATEMENT-COUNT
               PERFORM 1660-PRINT-COSIGNER-COPY
                 VARYING CP-IDX FROM 1 BY 1
                 UNTIL CP-IDX > COS-COPY-COUNT
           END-IF.
      **************************************************************
      * ROLLS ONE LOAN RECORD INTO THE ACCOUNT - THE ITEMIZATION *
      * TABLE, THE LOAN TOTAL, THE INTEREST ACCRUED AT THAT *
      * LOAN'S OWN RATE, AND WHAT WAS PAID ON IT BEFORE THIS *
      * PERIOD - AND READS THE NEXT MASTER RECORD. A LOAN IN AN *
      * INTEREST-SUBSIDIZED PERIOD ACCRUES NO NEW INTEREST - ITS *
      * INTEREST IS HELD AT WHAT THE MASTER ALREADY CARRIES *
      **************************************************************
       1480-GATHER-ONE-LOAN.
           MOVE 0 TO WK-INTEREST.
           PERFORM 1485-MATCH-DEFERMENT.
           PERFORM 1840-LOOK-UP-RATE.
           IF LOAN-INT-SUBSIDIZED
               IF I-LTD-INT-PAID NUMERIC AND I-ACCRUED-INT NUMERIC
                   ADD I-LTD-INT-PAID I-ACCRUED-INT GIVING WK-INTEREST
                     ON SIZE ERROR
                         DISPLAY 'LAB3S - WARNING - INTEREST OVERFLOW '
                           'FOR ' I-ACCT-NO ' - INTEREST FORCED TO ZERO'
                         MOVE 0 TO WK-INTEREST
                   END-ADD
               END-IF
           ELSE
               IF WK-RATE > 0
                   COMPUTE WK-INTEREST ROUNDED = I-LOAN * WK-RATE
                     ON SIZE ERROR
                         DISPLAY 'LAB3S - WARNING - INTEREST OVERFLOW '
                           'FOR ' I-ACCT-NO ' - INTEREST FORCED TO ZERO'
                         MOVE 0 TO WK-INTEREST
                   END-COMPUTE
               END-IF
           END-IF.
           IF LOAN-COUNT < 20
               ADD 1 TO LOAN-COUNT
               MOVE I-LOAN      TO LN-LOAN(LN-IDX)
               MOVE WK-RATE     TO LN-RATE(LN-IDX)
               MOVE WK-INTEREST TO LN-INTEREST(LN-IDX)
           ELSE
               MOVE 1 TO LOANS-OVER-SW
           END-IF.
           ADD I-LOAN      TO S-ACCT-LOAN.
           ADD WK-INTEREST TO S-ACCT-INT.
           ADD I-LTD-PRIN-PAID I-LTD-INT-PAID TO S-ACCT-PRIOR TOTAL.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * LOOKS UP THE CURRENT LOAN ON THE DEFERMENT MASTER AND *
      * SETS ITS STANDING AS OF TODAY, THE SAME TEST LAB3 MAKES. *
      * PERIODS FOR LOANS NOT ON THE MASTER ARE PASSED OVER *
      **************************************************************
       1485-MATCH-DEFERMENT.
           MOVE I-ACCT-NO  TO K-LOAN-KEY(1:7).
           MOVE I-LOAN-SEQ TO K-LOAN-KEY(8:2).
           MOVE SPACE TO DM-DEFER-STATE.
           PERFORM 2800-READ-DEFER
             UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT < K-LOAN-KEY.
           PERFORM 1487-TEST-ONE-PERIOD
             UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT = K-LOAN-KEY.
       1487-TEST-ONE-PERIOD.
           IF DF-START-DATE NUMERIC AND DF-END-DATE NUMERIC
               IF DF-START-DATE NOT > WK-ASOF-DATE
                 AND DF-END-DATE NOT < WK-ASOF-DATE
                   IF DF-INT-SUBSIDIZED
                       MOVE 'S' TO DM-DEFER-STATE
                   ELSE IF LOAN-NOT-DEFERRED
                       MOVE 'D' TO DM-DEFER-STATE
                   END-IF
               END-IF
           END-IF.
           PERFORM 2800-READ-DEFER.
      **************************************************************
      * PRINTS THE HEADING FOR THE NO-ADDRESS EXCEPTION LIST *
      **************************************************************
       1430-PRINT-NOADR-HEAD.
           WRITE NOADR-REC FROM NOADR-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * LINES THE COSIGNER MASTER UP WITH THE CURRENT STUDENT AND *
      * HOLDS EACH ACTIVE COSIGNER ON THE ACCOUNT. RELEASED *
      * COSIGNERS ARE PASSED OVER - THEY GET NO MORE STATEMENTS *
      **************************************************************
       1470-MATCH-COSIGNERS.
           MOVE 0 TO COS-COPY-COUNT.
           PERFORM 2900-READ-COSIGNER
             UNTIL COS-AT-EOF OR CN-ACCT-NO NOT < S-CUR-ACCT-X.
           PERFORM 1475-HOLD-ONE-COSIGNER
             UNTIL COS-AT-EOF OR CN-ACCT-NO NOT = S-CUR-ACCT-X.
       1475-HOLD-ONE-COSIGNER.
           IF CN-ACTIVE
               PERFORM 1477-FIND-COSIGNER
                 VARYING CP-IDX FROM 1 BY 1
                 UNTIL CP-IDX > COS-COPY-COUNT
                   OR (CP-NAME(CP-IDX) = CN-NAME
                       AND CP-STREET(CP-IDX) = CN-STREET)
               IF CP-IDX > COS-COPY-COUNT
                   IF COS-COPY-COUNT < 10
                       ADD 1 TO COS-COPY-COUNT
                       SET CP-IDX TO COS-COPY-COUNT
                       MOVE CN-NAME   TO CP-NAME(CP-IDX)
                       MOVE CN-STREET TO CP-STREET(CP-IDX)
                       MOVE CN-CITY   TO CP-CITY(CP-IDX)
                       MOVE CN-STATE  TO CP-STATE(CP-IDX)
                       MOVE CN-ZIP    TO CP-ZIP(CP-IDX)
                   ELSE
                       DISPLAY 'LAB3S - WARNING - MORE THAN 10 '
                         'COSIGNERS ON ' S-CUR-ACCT ' - NO COPY FOR '
                         CN-NAME
                   END-IF
               END-IF
           END-IF.
           PERFORM 2900-READ-COSIGNER.
       1477-FIND-COSIGNER.
           CONTINUE.
      **************************************************************
      * PASSES OVER A PAYMENT TRANSACTION WHOSE ACCOUNT SORTS *
      * BEFORE THE CURRENT STUDENT - IT BELONGS TO NO STATEMENT *
      * IN THIS RUN; RECONCILING STRAYS IS LAB3B'S JOB *
           END-IF.
           PERFORM 2500-READ-PAYMENT.
      **************************************************************
      * BILLING EXTRACT RECORDS FOR ACCOUNTS NO LONGER ON THE *
      * LOAN MASTER ARE PASSED OVER *
      **************************************************************
       1465-SKIP-LOW-BILLING.
           PERFORM 2700-READ-BILLING.
      **************************************************************
      * ROLLS ONE BILLED LOAN INTO THE STUDENT'S BILL AND READS *
      * THE NEXT EXTRACT RECORD *
      **************************************************************
       1467-COLLECT-BILLING.
           MOVE 1 TO BILLED-SW.
           IF BX-BUCKET = 'DEFER'
               MOVE 1 TO DEFERRED-SW
           END-IF.
           ADD BX-AMOUNT-DUE TO S-AMOUNT-DUE.
           ADD BX-PAST-DUE   TO S-PAST-DUE.
           IF S-DUE-DATE = 0 OR BX-DUE-DATE < S-DUE-DATE
               MOVE BX-DUE-DATE TO S-DUE-DATE
           END-IF.
           PERFORM 2700-READ-BILLING.
      **************************************************************
      * PRINTS ONE FULL STATEMENT PAGE FOR THE CURRENT STUDENT *
      **************************************************************
           MOVE S-HOLD-YEAR   TO SI-YEAR.
           WRITE STMT-REC FROM STMT-ID-LINE
             AFTER ADVANCING 1 LINE.
           IF PRINTING-COS-COPY
               MOVE SPACES TO STMT-NOTE-LINE
               MOVE 'COSIGNER COPY - SENT TO YOU AS COSIGNER ON THIS '
                 TO SN-NOTE(1:48)
               MOVE 'ACCOUNT' TO SN-NOTE(49:7)
               WRITE STMT-REC FROM STMT-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'PAYMENTS RECEIVED' TO STMT-REC(4:17).
           WRITE STMT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'PAID BEFORE THIS PERIOD ...........'
             TO SM-LABEL.
           MOVE S-ACCT-PRIOR TO SM-AMOUNT.
           WRITE STMT-REC FROM STMT-MONEY-LINE
             AFTER ADVANCING 1 LINE.
           IF PAYMENT-COUNT = 0
               MOVE SPACES TO STMT-NOTE-LINE
               MOVE 'NO PAYMENTS RECEIVED THIS PERIOD'
               WRITE STMT-REC FROM STMT-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           IF STUDENT-BILLED
               PERFORM 1630-PRINT-AMOUNT-DUE
           END-IF.
           PERFORM 1650-PRINT-STUB.
      **************************************************************
      * PRINTS ONE ITEMIZED LOAN LINE - AMOUNT, RATE, INTEREST *
           WRITE STMT-REC FROM STMT-LOAN-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE AMOUNT DUE BY THE NEXT DUE DATE, WITH THE *
      * PAST-DUE PORTION CALLED OUT WHEN THERE IS ONE, AND A NOTE *
      * WHEN A LOAN'S PAYMENTS ARE SUSPENDED BY A DEFERMENT OR *
      * FORBEARANCE *
      **************************************************************
       1630-PRINT-AMOUNT-DUE.
           MOVE S-DUE-MM     TO SU-MM.
           MOVE S-DUE-DD     TO SU-DD.
           MOVE S-DUE-YYYY   TO SU-YYYY.
           MOVE S-AMOUNT-DUE TO SU-AMOUNT.
           WRITE STMT-REC FROM STMT-DUE-LINE
             AFTER ADVANCING 1 LINE.
           IF STUDENT-DEFERRED
               MOVE SPACES TO STMT-NOTE-LINE
               MOVE 'PAYMENTS SUSPENDED - DEFERMENT OR FORBEARANCE'
                 TO SN-NOTE
               WRITE STMT-REC FROM STMT-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           IF S-PAST-DUE > 0
               MOVE 'INCLUDES PAST DUE .................'
                 TO SL-LABEL
               MOVE S-PAST-DUE TO SL-AMOUNT
               WRITE STMT-REC FROM STMT-BAL-LINE
                 AFTER ADVANCING 1 LINE
               MOVE SPACES TO STMT-NOTE-LINE
               MOVE 'YOUR ACCOUNT IS PAST DUE - PLEASE PAY PROMPTLY'
                 TO SN-NOTE
               WRITE STMT-REC FROM STMT-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * PRINTS ONE ITEMIZED PAYMENT LINE *
      **************************************************************
       1620-PRINT-ONE-PAYMENT.
      * BLANK - THAT STATEMENT IS ON THE EXCEPTION LIST *
      **************************************************************
       1640-PRINT-ADDRESS-BLOCK.
           IF PRINTING-COS-COPY
               MOVE CP-NAME(CP-IDX)   TO AD-NAME
               MOVE CP-STREET(CP-IDX) TO AD-STREET
               MOVE CP-CITY(CP-IDX)   TO AD-CITY
               MOVE CP-STATE(CP-IDX)  TO AD-STATE
               MOVE CP-ZIP(CP-IDX)    TO AD-ZIP
               PERFORM 1645-WRITE-ADDRESS-LINES
           ELSE IF ADDRESS-FOUND
               MOVE NA-NAME   TO AD-NAME
               MOVE NA-STREET TO AD-STREET
               MOVE NA-CITY   TO AD-CITY
               MOVE NA-STATE  TO AD-STATE
               MOVE NA-ZIP    TO AD-ZIP
               PERFORM 1645-WRITE-ADDRESS-LINES
           ELSE
               MOVE SPACES TO STMT-REC
               WRITE STMT-REC
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC
             AFTER ADVANCING 1 LINE.
       1645-WRITE-ADDRESS-LINES.
           WRITE STMT-REC FROM ADDR-LINE-1
             AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM ADDR-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM ADDR-LINE-3
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS ONE COSIGNER'S COPY OF THE STATEMENT JUST PRINTED - *
      * THE SAME PAGE, ADDRESSED TO THE COSIGNER AND MARKED AS A *
      * COSIGNER COPY *
      **************************************************************
       1660-PRINT-COSIGNER-COPY.
           MOVE 1 TO COS-COPY-SW.
           PERFORM 1600-PRINT-STATEMENT.
           MOVE 0 TO COS-COPY-SW.
           ADD 1 TO COS-COPIES-PRINTED.
      **************************************************************
      * PRINTS THE TEAR-OFF REMITTANCE STUB AT THE PAGE BOTTOM *
      **************************************************************
             AFTER ADVANCING 1 LINE.
           MOVE S-CUR-ACCT  TO SB-ACCT.
           MOVE S-HOLD-NAME TO SB-NAME.
           IF STUDENT-BILLED
               MOVE S-AMOUNT-DUE TO SB-AMOUNT
           ELSE
               MOVE WK-BALANCE   TO SB-AMOUNT
           END-IF.
           WRITE STMT-REC FROM STUB-ID-LINE
             AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STUB-ENCL-LINE
               MOVE 1      TO EOF-A
               MOVE SPACES TO NA-ACCT-NO
           END-READ.
      **************************************************************
      * READS ONE BILLING EXTRACT RECORD. ONCE THE FILE IS *
      * EXHAUSTED, THE EOF SWITCH STOPS ANY FURTHER MATCHING *
      **************************************************************
       2700-READ-BILLING.
           READ BILLEX-FILE INTO BILLEX-DATA
             AT END
               MOVE 1     TO EOF-X
               MOVE ZEROS TO BX-ACCT-NO
           END-READ.
      **************************************************************
      * READS ONE DEFERMENT PERIOD. AT END THE KEY GOES TO HIGH *
      * VALUES SO IT NEVER MATCHES *
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
      **************************************************************
      * READS ONE COSIGNER RECORD. AT END THE KEY GOES TO HIGH *
      * VALUES SO IT NEVER MATCHES *
      **************************************************************
       2900-READ-COSIGNER.
           READ COSIGN-FILE INTO COSIGNER-DATA
             AT END
               MOVE 1           TO EOF-C
               MOVE HIGH-VALUES TO CN-ACCT-NO
           END-READ.
