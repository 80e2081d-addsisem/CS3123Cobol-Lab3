      * SO A BORROWER ON THE PHONE GETS AN ANSWER IN SECONDS *
      * WITHOUT TYING UP THE BATCH INPUT FILES. THE CHECKPOINT *
      * FILE, THE GL EXTRACT, AND THE EXCEPTION REPORT ARE NEVER *
      * TOUCHED HERE. AN H IN COLUMN 71 OF THE PARM CARD ANSWERS *
      * THE SAME KEYS FROM THE CLOSED-LOAN HISTORY FILE INSTEAD *
      * (DA-S-LNHIST, WRITTEN BY THE RETENTION PURGE LAB3H) - FOR *
      * A BORROWER WHOSE LOANS HAVE LEFT THE MASTER. EITHER WAY *
      * THE ANSWER SHEET LISTS EVERY COSIGNER ON THE ACCOUNT FROM *
      * THE COSIGNER MASTER (DA-S-COSIGN, KEPT BY LAB3N). A LOAN *
      * ON THE LATEST BILLING EXTRACT (DA-S-BILLEX, FROM LAB3A) *
      * SHOWS ITS BILLED DUE DATE AS THE NEXT DUE DATE. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             FILE STATUS IS RATE-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'DA-S-RUNCTL'
             FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO 'DA-S-LNHIST'
             FILE STATUS IS HIST-FILE-STATUS.
           SELECT COSIGN-FILE ASSIGN TO 'DA-S-COSIGN'
             FILE STATUS IS COSIGN-FILE-STATUS.
           SELECT BILLEX-FILE ASSIGN TO 'DA-S-BILLEX'
             FILE STATUS IS BILLEX-FILE-STATUS.
           SELECT INQ-FILE ASSIGN TO 'UR-S-INQ'.

       DATA DIVISION.
         03 VM-KEY.
           05 VM-ACCT-NO   PIC 9(7).
           05 VM-LOAN-SEQ  PIC X(2).
         03 FILLER       PIC X(47).
      **************************************************************
      * PARAMETER CARD - UP TO TEN ACCOUNT NUMBERS, SEVEN DIGITS *
      * EACH, SIDE BY SIDE IN COLUMNS 1-70. BLANK SLOTS SKIPPED. *
      * COLUMN 71 PICKS THE SOURCE - H FOR CLOSED-LOAN HISTORY, *
      * ANYTHING ELSE FOR THE INDEXED MASTER *
      **************************************************************
       FD PARM-FILE
           LABEL RECORDS ARE STANDARD.
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RUNCTL-REC    PIC X(30).
      **************************************************************
      * THE CLOSED-LOAN HISTORY FILE - SEE LAB3H. SCANNED ONCE PER *
      * INQUIRY KEY THE SAME WAY THE ADDRESS FILE IS *
      **************************************************************
       FD HIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 HIST-REC      PIC X(170).
      **************************************************************
      * THE COSIGNER MASTER - SEE LAB3N. SCANNED ONCE PER INQUIRY *
      * KEY THE SAME WAY THE ADDRESS FILE IS *
      **************************************************************
       FD COSIGN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 COSIGN-REC    PIC X(100).
      **************************************************************
      * THE BILLING EXTRACT FROM THE MONTHLY BILLING RUN (LAB3A), *
      * IN MASTER ORDER. SCANNED ONCE PER LOAN ANSWERED FOR ITS *
      * BILLED DUE DATE - NOTHING ADVANCES THE MASTER'S NEXT-DUE *
      * DATE, SO THE BILL IS THE CURRENT WORD. A MISSING FILE *
      * FALLS BACK TO THE MASTER *
      **************************************************************
       FD BILLEX-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BILLEX-REC    PIC X(80).
       FD INQ-FILE
           LABEL RECORDS ARE OMITTED.
       01 INQ-REC       PIC X(80).
       01 VMAST-FILE-STATUS PIC X(2).
       01 PARM-FILE-STATUS  PIC X(2).
       01 NAMA-FILE-STATUS  PIC X(2).
       01 HIST-FILE-STATUS  PIC X(2).
       01 COSIGN-FILE-STATUS PIC X(2).
       01 BILLEX-FILE-STATUS PIC X(2).
      **************************************************************
      * THE EFFECTIVE-DATED RATE TABLE, LOADED UP FRONT THE SAME *
      * WAY LAB3 LOADS IT - A KEYED NONZERO RECORD RATE *
         03 LAB3L-GEN      PIC 9(6)  VALUE 0.
         03 LAB3L-FOUND-SW PIC 9     VALUE 0.
           88 LAB3L-WAS-FOUND     VALUE 1.
       01 TOTAL         PIC 9(6)V99.
      **************************************************************
      * THE BALANCE IS SIGNED - AN OVERPAID STUDENT CARRIES A *
      * REAL CREDIT BALANCE, SHOWN AS CR ON THE ANSWER SHEET *
      * THE SPLIT OF THE STUDENT'S PAYMENTS, COMPUTED THE SAME *
      * WAY LAB3 COMPUTES IT *
      **************************************************************
       01 WK-INT-PAID   PIC 9(6)V99.
       01 WK-PRIN-PAID  PIC 9(6)V99.
      **************************************************************
      * LAYOUT FOR THE LOAN MASTER RECORD, SAME FORMAT LAB3 USES *
      **************************************************************
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
      * LAYOUT FOR THE INQUIRY PARM CARD - A TABLE OF KEYS *
      **************************************************************
       01 PARM-DATA.
         03 IQ-KEY OCCURS 10 TIMES INDEXED BY IQ-IDX
              PIC X(7).
         03 IQ-SOURCE     PIC X(1).
           88 IQ-FROM-HISTORY    VALUE 'H'.
         03 FILLER        PIC X(9).
      **************************************************************
      * LAYOUTS FOR THE ANSWER SHEET *
      **************************************************************
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 IQ-LABEL    PIC X(26).
         03 IQ-AMOUNT   PIC ZZZZZ9.99CR.
       01 INQ-DATE-LINE.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 IQ-DLABEL   PIC X(26).
         03 IQ-DATE     PIC X(8).
       01 INQ-SEQ-LINE.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'LOAN SEQ: '.
         03 IQ-NOTE     PIC X(40).
       01 INQUIRY-COUNT     PIC 9(3)  VALUE 0.
      **************************************************************
      * LAYOUT OF ONE CLOSED-LOAN HISTORY RECORD, SAME AS LAB3H, *
      * AND OF THE ARCHIVED TRANSACTION A T RECORD CARRIES, SAME *
      * AS LAB3B *
      **************************************************************
       01 HIST-DATA.
         03 HS-ACCT-NO      PIC 9(7).
         03 HS-LOAN-SEQ     PIC X(2).
         03 HS-TYPE         PIC X(1).
           88 HS-IS-LOAN         VALUE 'L'.
           88 HS-IS-TXN          VALUE 'T'.
         03 HS-PURGE-DATE   PIC 9(8).
         03 HS-CLOSE-DATE   PIC 9(8).
         03 HS-INTEREST     PIC 9(5)V99.
         03 HS-BALANCE      PIC S9(6)V99.
         03 HS-IMAGE        PIC X(120).
         03 FILLER          PIC X(9).
       01 PAYHIST-DATA.
         03 PAY-ACCT-NO   PIC 9(7).
         03 PAY-NAME      PIC X(20).
         03 PAY-AMOUNT    PIC 9(5)V99.
         03 PAY-TYPE      PIC X(1).
           88 PAY-IS-PAYMENT     VALUE 'P' SPACE.
           88 PAY-IS-REVERSAL    VALUE 'R'.
           88 PAY-IS-ADJUSTMENT  VALUE 'A'.
           88 PAY-IS-REFUND      VALUE 'F'.
         03 PAY-DATE      PIC X(8).
         03 FILLER        PIC X(7).
      **************************************************************
      * WHAT WAS FOUND IN HISTORY FOR THE KEY BEING ANSWERED, AND *
      * THE TYPE OF THE LAST RECORD PRINTED SO EACH RUN OF *
      * TRANSACTIONS GETS ITS OWN HEADING *
      **************************************************************
       01 HIST-INQ-WORK.
         03 Q-HIST-LOANS    PIC 9(3)     VALUE 0.
         03 Q-HIST-TXNS     PIC 9(5)     VALUE 0.
         03 Q-LAST-TYPE     PIC X(1)     VALUE SPACE.
       01 INQ-HIST-TITLE-LINE.
         03 FILLER      PIC X(17)       VALUE SPACES.
         03 FILLER      PIC X(36)
              VALUE 'ANSWERED FROM CLOSED-LOAN HISTORY'.
       01 INQ-TXN-HEAD-LINE.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(23)
              VALUE 'ARCHIVED TRANSACTIONS'.
         03 FILLER      PIC X(9)        VALUE 'PERIOD'.
         03 FILLER      PIC X(9)        VALUE 'DATE'.
         03 FILLER      PIC X(12)       VALUE 'TYPE'.
         03 FILLER      PIC X(8)        VALUE '  AMOUNT'.
       01 INQ-TXN-LINE.
         03 FILLER      PIC X(26)       VALUE SPACES.
         03 IQ-TPERIOD  PIC 9(8).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 IQ-TDATE    PIC X(8).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 IQ-TTYPE    PIC X(12).
         03 IQ-TXAMOUNT PIC ZZZZ9.99.
      **************************************************************
      * LAYOUT FOR ONE NAME-AND-ADDRESS RECORD, SAME AS LAB3N *
      **************************************************************
       01 ADDR-DATA.
         03 AD-STATE    PIC X(2).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 AD-ZIP      PIC X(9).
      **************************************************************
      * LAYOUT FOR ONE BILLING EXTRACT RECORD, SAME AS LAB3A, AND *
      * THE KEYS IT IS MATCHED TO THE LOAN BEING ANSWERED ON *
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
       01 BILLING-MATCH.
         03 K-LOAN-KEY      PIC X(9).
         03 K-BILL-KEY      PIC X(9).
      **************************************************************
      * LAYOUT FOR ONE COSIGNER RECORD, SAME AS LAB3N, AND THE *
      * FIRST LINE OF EACH COSIGNER'S BLOCK - THE STREET AND CITY *
      * LINES REUSE THE ADDRESS LAYOUTS ABOVE *
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
       01 INQ-COS-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'COSIGNER: '.
         03 QC-NAME     PIC X(20).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(5)        VALUE 'LOAN '.
         03 QC-SEQ      PIC X(2).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 QC-STATUS   PIC X(8).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 QC-REL-DATE PIC X(8).
       01 MISC.
      **************************************************************
      *       SET WHEN THE PARM CARD WAS READ CLEAN *
           88 ADDRESS-FOUND     VALUE 1.
         03 EOF-T         PIC 9   VALUE 0.
         03 EOF-R         PIC 9   VALUE 0.
         03 EOF-H         PIC 9   VALUE 0.
           88 HST-AT-EOF        VALUE 1.
         03 EOF-C         PIC 9   VALUE 0.
           88 COS-AT-EOF        VALUE 1.
      **************************************************************
      *       BILLING SCAN SWITCHES - END OF THE EXTRACT AND *
      *       WHETHER THE CURRENT LOAN'S BILL WAS FOUND *
      **************************************************************
         03 EOF-B         PIC 9   VALUE 0.
           88 BILL-AT-EOF       VALUE 1.
         03 BILL-FOUND-SW PIC 9   VALUE 0.
           88 BILL-FOUND        VALUE 1.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1050-READ-PARM.
           IF IQ-FROM-HISTORY
               PERFORM 1400-ANSWER-FROM-HISTORY
               STOP RUN
           END-IF.
           PERFORM 1060-LOAD-RATE-TABLE.
           PERFORM 1070-LOAD-RUN-CONTROL.
           PERFORM 1080-CHECK-INDEXED-FRESH.
             AND RC-T-GEN(RC-IDX) > LAB3M-GEN
               MOVE RC-T-GEN(RC-IDX) TO LAB3M-GEN
           END-IF.
           IF RC-T-PROGRAM(RC-IDX) = 'LAB3H'
             AND RC-T-GEN(RC-IDX) > LAB3M-GEN
               MOVE RC-T-GEN(RC-IDX) TO LAB3M-GEN
           END-IF.
           IF RC-T-PROGRAM(RC-IDX) = 'LAB3L'
               MOVE RC-T-GEN(RC-IDX) TO LAB3L-GEN
               MOVE 1 TO LAB3L-FOUND-SW
               MOVE RT-RATE(RT-IDX)     TO WK-RATE
           END-IF.
      **************************************************************
      * ANSWERS THE PARM CARD KEYS FROM THE CLOSED-LOAN HISTORY *
      * FILE. THE FIGURES ARE THE ONES STORED WHEN THE LOAN WAS *
      * PURGED, SO NEITHER THE INDEXED MASTER NOR THE RATE TABLE *
      * IS NEEDED, AND NOTHING IS STAMPED IN RUN CONTROL *
      **************************************************************
       1400-ANSWER-FROM-HISTORY.
           OPEN OUTPUT INQ-FILE.
           WRITE INQ-REC FROM INQ-TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE INQ-REC FROM INQ-HIST-TITLE-LINE
             AFTER ADVANCING 1 LINE.
           PERFORM 1560-INQUIRE-HISTORY
             VARYING IQ-IDX FROM 1 BY 1
             UNTIL IQ-IDX > 10.
           IF INQUIRY-COUNT = 0
               DISPLAY 'LAB3Q - PARM CARD HAS NO ACCOUNT '
                 'NUMBERS - NOTHING TO ANSWER'
           END-IF.
           CLOSE INQ-FILE.
      **************************************************************
      * ANSWERS ONE PARM CARD KEY - BLANK SLOTS ARE SKIPPED, A *
      * KEY WITH NO MASTER RECORD PRINTS A NOT-ON-FILE LINE, AND *
      * A FOUND ACCOUNT GETS ONE ANSWER BLOCK PER LOAN RECORD *
                       END-IF
                       PERFORM 1520-FIND-ADDRESS
                       PERFORM 1530-PRINT-ADDRESS
                       PERFORM 1580-LIST-COSIGNERS
                   END-IF
               END-IF
           END-IF.
                 AFTER ADVANCING 2 LINES
           END-IF.
      **************************************************************
      * LISTS EVERY COSIGNER THE ACCOUNT HAS ON FILE, ACTIVE OR *
      * RELEASED, WITH THE LOAN THEY ARE ON. A MISSING FILE OR AN *
      * ACCOUNT WITH NO COSIGNERS PRINTS NOTHING *
      **************************************************************
       1580-LIST-COSIGNERS.
           MOVE 0 TO EOF-C.
           OPEN INPUT COSIGN-FILE.
           IF COSIGN-FILE-STATUS = '00'
               PERFORM 1585-SCAN-ONE-COSIGNER
                 UNTIL COS-AT-EOF
               CLOSE COSIGN-FILE
           END-IF.
       1585-SCAN-ONE-COSIGNER.
           READ COSIGN-FILE INTO COSIGNER-DATA
             AT END MOVE 1 TO EOF-C.
           IF NOT COS-AT-EOF
               IF CN-ACCT-NO = Q-INQ-ACCT-X
                   PERFORM 1590-PRINT-COSIGNER
               END-IF
           END-IF.
       1590-PRINT-COSIGNER.
           MOVE CN-NAME     TO QC-NAME.
           MOVE CN-LOAN-SEQ TO QC-SEQ.
           IF CN-RELEASED
               MOVE 'RELEASED'      TO QC-STATUS
               MOVE CN-RELEASE-DATE TO QC-REL-DATE
           ELSE
               MOVE 'ACTIVE'        TO QC-STATUS
               MOVE SPACES          TO QC-REL-DATE
           END-IF.
           MOVE CN-STREET   TO AD-STREET.
           MOVE CN-CITY     TO AD-CITY.
           MOVE CN-STATE    TO AD-STATE.
           MOVE CN-ZIP      TO AD-ZIP.
           WRITE INQ-REC FROM INQ-COS-LINE
             AFTER ADVANCING 2 LINES.
           WRITE INQ-REC FROM INQ-ADDR-2
             AFTER ADVANCING 1 LINE.
           WRITE INQ-REC FROM INQ-ADDR-3
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE NEXT LOAN RECORD FORWARD FROM THE STARTED *
      * POSITION - THE LOOP'S ACCOUNT TEST DECIDES WHEN THE *
      * CURRENT STUDENT'S LOANS ARE EXHAUSTED *
           ADD WK-BALANCE   TO Q-ACCT-BAL.
           PERFORM 1540-READ-NEXT-LOAN.
      **************************************************************
      * ANSWERS ONE PARM CARD KEY FROM HISTORY - EVERY LOAN THE *
      * ACCOUNT HAS HAD PURGED, AND EVERY ARCHIVED TRANSACTION *
      * THAT WENT WITH THEM, IN THE ORDER THEY WERE PURGED. A *
      * MISSING HISTORY FILE MEANS NOTHING HAS BEEN PURGED YET *
      **************************************************************
       1560-INQUIRE-HISTORY.
           IF IQ-KEY(IQ-IDX) NOT = SPACES
               ADD 1 TO INQUIRY-COUNT
               IF IQ-KEY(IQ-IDX) NOT NUMERIC
                   MOVE SPACES TO INQ-NOTE-LINE
                   MOVE IQ-KEY(IQ-IDX) TO IQ-NOTE-ACCT
                   MOVE 'KEY IS NOT NUMERIC - SKIPPED'
                     TO IQ-NOTE
                   WRITE INQ-REC FROM INQ-NOTE-LINE
                     AFTER ADVANCING 2 LINES
               ELSE
                   MOVE IQ-KEY(IQ-IDX) TO Q-INQ-ACCT
                   MOVE IQ-KEY(IQ-IDX) TO Q-INQ-ACCT-X
                   MOVE 0 TO Q-HIST-LOANS Q-HIST-TXNS
                   MOVE SPACE TO Q-LAST-TYPE
                   MOVE 0 TO EOF-H
                   OPEN INPUT HIST-FILE
                   IF HIST-FILE-STATUS = '00'
                       PERFORM 1565-SCAN-ONE-HISTORY
                         UNTIL HST-AT-EOF
                       CLOSE HIST-FILE
                   END-IF
                   IF Q-HIST-LOANS = 0 AND Q-HIST-TXNS = 0
                       MOVE SPACES TO INQ-NOTE-LINE
                       MOVE IQ-KEY(IQ-IDX) TO IQ-NOTE-ACCT
                       MOVE 'NOT IN CLOSED-LOAN HISTORY' TO IQ-NOTE
                       WRITE INQ-REC FROM INQ-NOTE-LINE
                         AFTER ADVANCING 2 LINES
                   ELSE
                       PERFORM 1520-FIND-ADDRESS
                       PERFORM 1530-PRINT-ADDRESS
                       PERFORM 1580-LIST-COSIGNERS
                   END-IF
               END-IF
           END-IF.
       1565-SCAN-ONE-HISTORY.
           READ HIST-FILE INTO HIST-DATA
             AT END MOVE 1 TO EOF-H.
           IF NOT HST-AT-EOF
               IF HS-ACCT-NO = Q-INQ-ACCT
                   IF HS-IS-LOAN
                       PERFORM 1570-ANSWER-HIST-LOAN
                   ELSE
                       PERFORM 1575-PRINT-HIST-TXN
                   END-IF
               END-IF
           END-IF.
      **************************************************************
      * PRINTS ONE PURGED LOAN'S ANSWER BLOCK - THE MASTER RECORD *
      * AS IT LEFT, WITH THE INTEREST AND BALANCE STORED AT THE *
      * PURGE, THE DATE IT CLOSED AND THE DATE IT WAS PURGED *
      **************************************************************
       1570-ANSWER-HIST-LOAN.
           ADD 1 TO Q-HIST-LOANS.
           MOVE 'L' TO Q-LAST-TYPE.
           MOVE HS-IMAGE TO INPUT-DATA.
           PERFORM 1700-CALC-TOTAL.
           MOVE HS-ACCT-NO  TO IQ-ACCT.
           MOVE I-NAME      TO IQ-NAME.
           MOVE I-DEGREE    TO IQ-DEGREE.
           MOVE I-YEAR      TO IQ-YEAR.
           WRITE INQ-REC FROM INQ-ID-LINE
             AFTER ADVANCING 2 LINES.
           MOVE HS-LOAN-SEQ TO IQ-SEQ.
           WRITE INQ-REC FROM INQ-SEQ-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'ORIGINAL LOAN ..........' TO IQ-LABEL.
           MOVE I-LOAN      TO IQ-AMOUNT.
           WRITE INQ-REC FROM INQ-MONEY-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'INTEREST ...............' TO IQ-LABEL.
           MOVE HS-INTEREST TO IQ-AMOUNT.
           WRITE INQ-REC FROM INQ-MONEY-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL PAID .............' TO IQ-LABEL.
           MOVE TOTAL       TO IQ-AMOUNT.
           WRITE INQ-REC FROM INQ-MONEY-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'INTEREST PAID ..........' TO IQ-LABEL.
           MOVE I-LTD-INT-PAID TO IQ-AMOUNT.
           WRITE INQ-REC FROM INQ-MONEY-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'PRINCIPAL PAID .........' TO IQ-LABEL.
           MOVE I-LTD-PRIN-PAID TO IQ-AMOUNT.
           WRITE INQ-REC FROM INQ-MONEY-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'LAST PAYMENT AMOUNT ....' TO IQ-LABEL.
           MOVE I-LAST-PAY-AMT TO IQ-AMOUNT.
           WRITE INQ-REC FROM INQ-MONEY-LINE
             AFTER ADVANCING 1 LINE.
           PERFORM 1610-PRINT-DATES.
           MOVE 'BALANCE AT CLOSE .......' TO IQ-LABEL.
           MOVE HS-BALANCE  TO IQ-AMOUNT.
           WRITE INQ-REC FROM INQ-MONEY-LINE
             AFTER ADVANCING 1 LINE.
           IF I-WRITTEN-OFF
               MOVE 'WRITTEN OFF'   TO IQ-STATUS-TEXT
           ELSE
               MOVE 'PAID IN FULL'  TO IQ-STATUS-TEXT
           END-IF.
           WRITE INQ-REC FROM INQ-STATUS-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'CLOSED .................' TO IQ-DLABEL.
           MOVE HS-CLOSE-DATE TO IQ-DATE.
           PERFORM 1615-WRITE-DATE-LINE.
           MOVE 'PURGED TO HISTORY ......' TO IQ-DLABEL.
           MOVE HS-PURGE-DATE TO IQ-DATE.
           PERFORM 1615-WRITE-DATE-LINE.
      **************************************************************
      * PRINTS ONE ARCHIVED TRANSACTION, WITH THE DATE OF THE *
      * PERIOD IT WAS ARCHIVED IN - A HEADING OPENS EACH RUN OF *
      * TRANSACTIONS *
      **************************************************************
       1575-PRINT-HIST-TXN.
           ADD 1 TO Q-HIST-TXNS.
           IF Q-LAST-TYPE NOT = 'T'
               WRITE INQ-REC FROM INQ-TXN-HEAD-LINE
                 AFTER ADVANCING 2 LINES
               MOVE 'T' TO Q-LAST-TYPE
           END-IF.
           MOVE HS-IMAGE TO PAYHIST-DATA.
           MOVE HS-CLOSE-DATE TO IQ-TPERIOD.
           MOVE PAY-DATE      TO IQ-TDATE.
           IF PAY-IS-PAYMENT
               MOVE 'PAYMENT'    TO IQ-TTYPE
           ELSE IF PAY-IS-REVERSAL
               MOVE 'REVERSAL'   TO IQ-TTYPE
           ELSE IF PAY-IS-ADJUSTMENT
               MOVE 'ADJUSTMENT' TO IQ-TTYPE
           ELSE IF PAY-IS-REFUND
               MOVE 'REFUND'     TO IQ-TTYPE
           ELSE
               MOVE PAY-TYPE     TO IQ-TTYPE
           END-IF.
           MOVE PAY-AMOUNT    TO IQ-TXAMOUNT.
           WRITE INQ-REC FROM INQ-TXN-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE ACCOUNT TOTALS BLOCK FOR A MULTI-LOAN STUDENT *
      **************************************************************
       1650-PRINT-ACCT-TOTALS.
           MOVE WK-PRIN-PAID TO IQ-AMOUNT.
           WRITE INQ-REC FROM INQ-MONEY-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'ACCRUED UNPAID INTEREST ' TO IQ-LABEL.
           MOVE I-ACCRUED-INT TO IQ-AMOUNT.
           WRITE INQ-REC FROM INQ-MONEY-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'LAST PAYMENT AMOUNT ....' TO IQ-LABEL.
           MOVE I-LAST-PAY-AMT TO IQ-AMOUNT.
           WRITE INQ-REC FROM INQ-MONEY-LINE
             AFTER ADVANCING 1 LINE.
           PERFORM 1610-PRINT-DATES.
           MOVE 'CURRENT BALANCE ........' TO IQ-LABEL.
           MOVE WK-BALANCE  TO IQ-AMOUNT.
           WRITE INQ-REC FROM INQ-MONEY-LINE
           WRITE INQ-REC FROM INQ-STATUS-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE LOAN'S ORIGINATION, LAST PAYMENT AND NEXT DUE *
      * DATES - A DATE NEVER SET SHOWS AS NONE. THE NEXT DUE DATE *
      * COMES FROM THE LOAN'S BILL WHEN IT HAS ONE *
      **************************************************************
       1610-PRINT-DATES.
           MOVE 'ORIGINATED .............' TO IQ-DLABEL.
           MOVE I-ORIG-DATE TO IQ-DATE.
           PERFORM 1615-WRITE-DATE-LINE.
           MOVE 'LAST PAYMENT DATE ......' TO IQ-DLABEL.
           MOVE I-LAST-PAY-DATE TO IQ-DATE.
           PERFORM 1615-WRITE-DATE-LINE.
           MOVE 'NEXT DUE DATE ..........' TO IQ-DLABEL.
           PERFORM 1620-FIND-BILLING.
           IF BILL-FOUND
               MOVE BX-DUE-DATE TO IQ-DATE
           ELSE
               MOVE I-NEXT-DUE-DATE TO IQ-DATE
           END-IF.
           PERFORM 1615-WRITE-DATE-LINE.
       1615-WRITE-DATE-LINE.
           IF IQ-DATE = '00000000'
               MOVE 'NONE' TO IQ-DATE
           END-IF.
           WRITE INQ-REC FROM INQ-DATE-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * SCANS THE BILLING EXTRACT FOR THE LOAN BEING ANSWERED, *
      * STOPPING AT ITS KEY OR THE FIRST KEY PAST IT. A BILL *
      * WITH NO USABLE DUE DATE COUNTS AS NO BILL *
      **************************************************************
       1620-FIND-BILLING.
           MOVE 0 TO BILL-FOUND-SW.
           MOVE 0 TO EOF-B.
           MOVE I-ACCT-NO  TO K-LOAN-KEY(1:7).
           MOVE I-LOAN-SEQ TO K-LOAN-KEY(8:2).
           OPEN INPUT BILLEX-FILE.
           IF BILLEX-FILE-STATUS = '00'
               MOVE LOW-VALUES TO K-BILL-KEY
               PERFORM 1625-SCAN-ONE-BILL
                 UNTIL BILL-AT-EOF OR K-BILL-KEY NOT < K-LOAN-KEY
               CLOSE BILLEX-FILE
           END-IF.
           IF BILL-FOUND
               IF BX-DUE-DATE NOT NUMERIC OR BX-DUE-DATE = 0
                   MOVE 0 TO BILL-FOUND-SW
               END-IF
           END-IF.
       1625-SCAN-ONE-BILL.
           READ BILLEX-FILE INTO BILLEX-DATA
             AT END MOVE 1 TO EOF-B.
           IF NOT BILL-AT-EOF
               MOVE BILLEX-DATA(1:9) TO K-BILL-KEY
               IF K-BILL-KEY = K-LOAN-KEY
                   MOVE 1 TO BILL-FOUND-SW
               END-IF
           END-IF.
      **************************************************************
      * CALCULATE THE TOTAL AMOUNT PAID, SAME AS LAB3 *
      **************************************************************
       1700-CALC-TOTAL.
           ADD I-LTD-PRIN-PAID TO I-LTD-INT-PAID GIVING
                TOTAL.
      **************************************************************
      * CALCULATE LEFTOVER BALANCE, SAME AS LAB3 - THE *
      * INTEREST/PRINCIPAL SPLIT OF THE PAYMENTS COMES STRAIGHT *
      * OFF THE MASTER'S LIFE-TO-DATE FIGURES *
      **************************************************************
       1800-CALC-BALANCE.
           MOVE 0 TO WK-INTEREST.
                   I-ACCT-NO ' - BALANCE FORCED TO ZERO'
                 MOVE 0 TO WK-BALANCE
           END-SUBTRACT.
           MOVE I-LTD-INT-PAID  TO WK-INT-PAID.
           MOVE I-LTD-PRIN-PAID TO WK-PRIN-PAID.
