           SELECT REFTXN-FILE ASSIGN TO 'DA-S-REFTXN'.
           SELECT DELQ-FILE ASSIGN TO 'DA-S-DELQ'
             FILE STATUS IS DELQ-FILE-STATUS.
           SELECT BILLEX-FILE ASSIGN TO 'DA-S-BILLEX'
             FILE STATUS IS BILLEX-FILE-STATUS.
           SELECT DEFER-FILE ASSIGN TO 'DA-S-DEFER'
             FILE STATUS IS DEFER-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'DA-S-RATETB'
             FILE STATUS IS RATE-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'DA-S-RUNCTL'
       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC      PIC X(150).
           LABEL RECORDS ARE STANDARD.
       01 PARM-REC      PIC X(80).
      **************************************************************
      * EXCEPTION (DELINQUENCY/AGING) REPORT - BILLED LOANS PAST *
      * DUE BY THE DAYS ON PARM-FILE, UNBILLED LOANS OVER THE *
      * BALANCE THRESHOLD ON PARM-FILE, WORST BALANCE FIRST *
      **************************************************************
       FD EXCPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 EXCPT-REC     PIC X(70).
      **************************************************************
      * REJECT FILE - BAD INPUT RECORDS PLUS A REASON CODE, SO A *
      * BAD CARD NO LONGER ABENDS THE WHOLE BATCH *
      **************************************************************
       FD REJECT-FILE
           LABEL RECORDS ARE OMITTED.
       01 REJECT-REC     PIC X(160).
      **************************************************************
      * GENERAL LEDGER EXTRACT - COMMA-DELIMITED, ONE RECORD PER *
      * STUDENT, FOR THE GL UPLOAD TOOL TO READ DIRECTLY INSTEAD *
           LABEL RECORDS ARE STANDARD.
       01 REFTXN-REC     PIC X(80).
      **************************************************************
      * DELINQUENCY EXTRACT - ONE RECORD PER DELINQUENT LOAN, *
      * FOR THE COLLECTIONS LETTER RUN (LAB3K) TO *
      * READ DIRECTLY INSTEAD OF SOMEONE WORKING OFF THE PRINTED *
      * EXCEPTION REPORT. WRITTEN BESIDE THE EXCEPTION TABLE AND *
      * NOT SUBJECT TO ITS 500-ENTRY CAP *
           LABEL RECORDS ARE STANDARD.
       01 DELQ-REC       PIC X(50).
      **************************************************************
      * BILLING EXTRACT FROM THE MONTHLY BILLING RUN (LAB3A) - ONE *
      * RECORD PER BILLED LOAN IN MASTER ORDER. A BILLED LOAN IS *
      * DELINQUENT BY ITS DAYS PAST DUE, NOT BY ITS BALANCE. A *
      * MISSING FILE PUTS EVERY LOAN BACK ON THE BALANCE TEST *
      **************************************************************
       FD BILLEX-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BILLEX-REC     PIC X(80).
      **************************************************************
      * DEFERMENT AND FORBEARANCE MASTER MAINTAINED BY LAB3D - ONE *
      * RECORD PER PERIOD IN ACCOUNT, LOAN SEQUENCE, AND START *
      * DATE ORDER. A LOAN IN AN ACTIVE PERIOD IS NEVER *
      * DELINQUENT, AND A SUBSIDIZED PERIOD ACCRUES NO NEW *
      * INTEREST *
      **************************************************************
       FD DEFER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DEFER-REC      PIC X(80).
      **************************************************************
      * EFFECTIVE-DATED INTEREST RATE TABLE - ONE ROW PER LOAN *
      * CLASS (THE DEGREE PROGRAM) AND EFFECTIVE DATE. A RATE *
      * CHANGE IS ONE TABLE ROW, NOT A MAINTENANCE CARD PER *
         03 SD-YEAR         PIC X(4).
         03 SD-LOAN         PIC 9(5)V99.
         03 SD-INT-RATE     PIC 9V999.
         03 SD-LTD-PRIN-PAID PIC 9(6)V99.
         03 SD-LTD-INT-PAID PIC 9(6)V99.
         03 SD-ACCRUED-INT  PIC 9(6)V99.
         03 SD-ORIG-DATE    PIC 9(8).
         03 SD-LAST-PAY-DATE PIC 9(8).
         03 SD-LAST-PAY-AMT PIC 9(6)V99.
         03 SD-NEXT-DUE-DATE PIC 9(8).
         03 SD-STATUS       PIC X(1).
         03 SD-LOAN-SEQ     PIC X(2).
         03 SD-BALANCE-KEY  PIC S9(6)V99.
         03 SD-BILLED-SW    PIC 9.
         03 SD-DAYS-PAST-DUE PIC 9(4).
         03 SD-PAST-DUE     PIC 9(6)V99.
         03 SD-DEFER-STATE  PIC X(1).
      **************************************************************
      * SORT WORK FILE FOR THE TWO SNAPSHOT FILES - BOTH ARE PUT *
      * IN ASCENDING ACCOUNT-PLUS-SEQUENCE ORDER BEFORE THE *
       01 INTEXT-FILE-STATUS PIC X(2).
       01 SNAPI-FILE-STATUS PIC X(2).
       01 DELQ-FILE-STATUS  PIC X(2).
       01 BILLEX-FILE-STATUS PIC X(2).
       01 DEFER-FILE-STATUS PIC X(2).
       01 TOTAL         PIC 9(6)V99.
      **************************************************************
      * THE BALANCE IS SIGNED - A STUDENT WHO OVERPAYS CARRIES A *
      * REAL CREDIT BALANCE, SHOWN AS CR ON THE REPORTS, INSTEAD *
      * INTEREST-PAID FIGURE IS WHAT THE TAX OFFICE NEEDS EVERY *
      * JANUARY FOR THE BORROWER INTEREST STATEMENTS *
      **************************************************************
       01 WK-INT-PAID   PIC 9(6)V99.
       01 WK-PRIN-PAID  PIC 9(6)V99.
      **************************************************************
      * RUN TOTALS OF THE INTEREST/PRINCIPAL SPLIT *
      **************************************************************
      * RECORD - EACH ONE SHOWS A REAL DECIMAL POINT *
      **************************************************************
       01 GL-LOAN       PIC 9(5).99.
       01 GL-TOTAL      PIC 9(6).99.
       01 GL-BALANCE    PIC -999999.99.
       01 GL-INT-PAID   PIC 9(6).99.
      **************************************************************
      * LAYOUT FOR THE BATCH CONTROL RECORD - THE FIRST RECORD ON *
      * INPUT-FILE - AND THE TOTALS ACCUMULATED AS IT IS COUNTED *
      * SAME INPUT GENERATION IS NEVER PROCESSED TWICE *
      **************************************************************
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
       01 CONTROL-RUN-TOTALS.
         03 CR-RUN-COUNT      PIC 9(6)    VALUE 0.
         03 CR-RUN-HASH       PIC 9(9)V99 VALUE 0.
       01 ED-VALID-SW      PIC 9   VALUE 1.
         88 ED-RECORD-VALID       VALUE 1.
       01 REJECT-DATA1.
         03 RJ-INPUT-REC    PIC X(120).
         03 FILLER          PIC X(1)        VALUE SPACES.
         03 RJ-REASON-CODE  PIC X(3).
         03 FILLER          PIC X(1)        VALUE SPACES.
      **************************************************************
         03 PARM-SUPPL-FLAG   PIC X(1).
           88 PARM-SUPPL-RUN     VALUE 'Y'.
      **************************************************************
      * DAYS PAST DUE AT WHICH A BILLED LOAN GOES ON THE *
      * DELINQUENCY EXTRACT - BLANK ON THE CARD MEANS 30 *
      **************************************************************
         03 PARM-DPD-DAYS     PIC 9(3).
         03 FILLER            PIC X(67).
      **************************************************************
      * LAYOUT OF THE CHECKPOINT RECORD AND THE COUNTER THAT *
      * CONTROLS HOW OFTEN IT IS REWRITTEN. THE RESTART KEY IS THE *
         03 FILLER      PIC X(20)       VALUE 'NAME'.
         03 FILLER      PIC X(8)        VALUE 'DEGREE'.
         03 FILLER      PIC X(7)        VALUE 'YEAR'.
         03 FILLER      PIC X(11)       VALUE 'BALANCE'.
         03 FILLER      PIC X(8)        VALUE 'DAYS PD'.
       01 EXCPT-DATA1.
         03 FILLER       PIC X(2)        VALUE SPACES.
         03 EX-PACCT     PIC 9(7).
         03 EX-PYEAR     PIC X(4).
         03 FILLER       PIC X(3)        VALUE SPACES.
         03 EX-PBALANCE  PIC 999999.99.
         03 FILLER       PIC X(3)        VALUE SPACES.
         03 EX-PDAYS     PIC ZZZ9.
      **************************************************************
      * THE DELINQUENCY THRESHOLD AND THE LAYOUT OF ONE GATHERED *
      * EXCEPTION RECORD - WRITTEN TO THE EXCEPTION WORK FILE *
         03 EW-DEGREE    PIC X(4).
         03 EW-YEAR      PIC X(4).
         03 EW-BALANCE   PIC S9(6)V99.
         03 EW-DAYS-PAST-DUE PIC 9(4).
         03 FILLER       PIC X(13).
      **************************************************************
      * LAYOUT OF ONE BALANCE SNAPSHOT RECORD - STUDENT KEY, *
      * STATUS, AND THE CLOSING BALANCE THE RUN COMPUTED *
      * CARRIED SO THE NEXT RUN'S ACTIVITY REPORT CAN SHOW THE *
      * MOVEMENT SINCE THIS RUN RATHER THAN LIFE-TO-DATE FIGURES *
      **************************************************************
         03 SN-TOTAL-PAID PIC 9(6)V99.
         03 SN-INTEREST   PIC 9(5)V99.
      **************************************************************
      * THE LOAN SEQUENCE RIDES AT THE END SO A SNAPSHOT ENTRY *
      * MATCHES ONE LOAN RECORD, NOT JUST ONE STUDENT *
      **************************************************************
         03 SN-LOAN-SEQ   PIC X(2).
         03 FILLER        PIC X(7).
      **************************************************************
      * THE TWO SORTED SNAPSHOT RECORDS BEING WALKED SIDE BY *
      * SIDE IN THE MATCHED ACTIVITY COMPARISON, AND THEIR *
         03 PS-NAME       PIC X(20).
         03 PS-STATUS     PIC X(1).
         03 PS-BALANCE    PIC S9(6)V99.
         03 PS-TOTAL-PAID PIC 9(6)V99.
         03 PS-INTEREST   PIC 9(5)V99.
         03 PS-LOAN-SEQ   PIC X(2).
         03 FILLER        PIC X(7).
       01 NEW-SNAP-DATA.
         03 NS-ACCT-NO    PIC 9(7).
         03 NS-NAME       PIC X(20).
         03 NS-STATUS     PIC X(1).
         03 NS-BALANCE    PIC S9(6)V99.
         03 NS-TOTAL-PAID PIC 9(6)V99.
         03 NS-INTEREST   PIC 9(5)V99.
         03 NS-LOAN-SEQ   PIC X(2).
         03 FILLER        PIC X(7).
       01 COMPARE-KEYS.
         03 K-PRI-KEY     PIC X(9).
         03 K-NEW-KEY     PIC X(9).
      **************************************************************
      * LAYOUT OF ONE BILLING EXTRACT RECORD - SAME AS LAB3A - *
      * AND THE KEYS IT IS MATCHED TO THE MASTER ON. THE EXTRACT *
      * IS READ ALONGSIDE INPUT-FILE WHILE THE RECORDS ARE *
      * RELEASED INTO THE SORT, WHILE BOTH ARE STILL IN *
      * ACCOUNT-PLUS-SEQUENCE ORDER *
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
         03 BM-BILLED-SW    PIC 9.
           88 LOAN-IS-BILLED    VALUE 1.
         03 BM-DAYS-PAST-DUE PIC 9(4).
         03 BM-PAST-DUE     PIC 9(6)V99.
         03 BM-DUE-DATE     PIC 9(8).
         03 BM-DELQ-SW      PIC 9.
           88 LOAN-IS-DELINQUENT VALUE 1.
      **************************************************************
      * LAYOUT OF ONE DEFERMENT OR FORBEARANCE PERIOD - SAME AS *
      * LAB3D - AND THE LOAN'S STANDING AS OF THE RUN DATE: IN NO *
      * PERIOD, IN A PERIOD, OR IN AN INTEREST-SUBSIDIZED PERIOD. *
      * MATCHED TO THE MASTER THE SAME WAY AS THE BILLING EXTRACT *
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
         03 K-DEFER-KEY     PIC X(9).
         03 DM-DEFER-STATE  PIC X(1).
           88 LOAN-NOT-DEFERRED     VALUE SPACE.
           88 LOAN-IN-DEFERMENT     VALUE 'D' 'S'.
           88 LOAN-INT-SUBSIDIZED   VALUE 'S'.
      **************************************************************
      * SET WHEN A PRIOR SNAPSHOT EXISTED AND WAS SORTED - A *
      * MISSING SNAPIN FILE JUST MEANS A FIRST RUN, EVERY *
      * STUDENT SHOWS AS NEW AND NOBODY CAN HAVE DROPPED *
         03 AC-NAME      PIC X(20).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 AC-PRIOR-BAL PIC X(11).
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 AC-PAYMENTS  PIC ZZZZZ9.99-.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 AC-INTEREST  PIC ZZZZ9.99-.
         03 FILLER       PIC X(2)       VALUE SPACES.
      * MAINTENANCE CORRECTION CAN LEGITIMATELY MOVE EITHER ONE *
      * BACKWARDS *
      **************************************************************
       01 AC-PAY-DELTA      PIC S9(6)V99.
       01 AC-INT-DELTA      PIC S9(5)V99.
      **************************************************************
      * LAYOUT FOR THE INPUT FILE. THE STUDENT ACCOUNT NUMBER *
      * STUDENT WITH A SECOND-YEAR DISBURSEMENT CARRIES ONE *
      * RECORD PER LOAN, IN ASCENDING SEQUENCE ORDER. A BLANK *
      * SEQUENCE IS A LEGACY SINGLE-LOAN RECORD. THE NAME IS *
      * DISPLAY-ONLY, SINCE TWO STUDENTS CAN CARRY THE SAME NAME. *
      * THE PAID FIGURES ARE LIFE-TO-DATE, POSTED BY THE LAB3C *
      * PERIOD-END CLOSE, INTEREST FIRST *
      **************************************************************
       01 INPUT-DATA.
         03 I-NAME       PIC X(20).
         03 I-LOAN       PIC 9(5)V99.
         03 I-INT-RATE    PIC 9V999.
         03 I-INT-RATE-X  REDEFINES I-INT-RATE PIC X(4).
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
      * LAYOUT FOR THE 1ST DATA LINE OF REPORT PRNTING *
      **************************************************************
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 L-LOAN1     PIC 99999.99.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 L-LAST-DATE PIC X(8).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 L-LAST-AMT  PIC ZZZZ9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 L-NEXT-DUE  PIC X(8).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 L-ACCR-INT  PIC ZZZZ9.99.
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 L-TOTAL1    PIC 999999.99.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 L-BALANCE   PIC ZZZZZ9.99CR.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 L-STATUS    PIC X(1).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 L-INT-PAID  PIC 999999.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 L-PRIN-PAID PIC 999999.99.
      **************************************************************
      * LAYOUT FOR A SUBTOTAL / GRAND TOTAL LINE OF REPORT PRNTING *
      * (COLUMNS LINE UP WITH L-TOTAL1 / L-BALANCE IN PRNT-DATA1)  *
      **************************************************************
       01 PRNT-SUBTOTAL1.
         03 FILLER      PIC X(14)       VALUE SPACES.
         03 ST-LABEL    PIC X(85)       VALUE SPACES.
         03 ST-TOTAL1   PIC 999999.99.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 ST-BALANCE  PIC ZZZZZZ9.99CR.
      **************************************************************
         03 FILLER      PIC X(8)        VALUE 'DEGREE'.
         03 FILLER      PIC X(7)        VALUE 'YEAR'.
         03 FILLER      PIC X(11)       VALUE 'LOAN'.
         03 FILLER      PIC X(10)       VALUE 'LAST PAID'.
         03 FILLER      PIC X(10)       VALUE 'LAST AMT'.
         03 FILLER      PIC X(10)       VALUE 'NEXT DUE'.
         03 FILLER      PIC X(10)       VALUE 'ACCR INT'.
         03 FILLER      PIC X(11)       VALUE 'TOT PAID'.
         03 FILLER      PIC X(10)       VALUE 'BALANCE'.
         03 FILLER      PIC X(4)        VALUE 'STAT'.
         03 EOF-E      PIC 9   VALUE 0.
         03 EOF-PP     PIC 9   VALUE 0.
         03 EOF-NN     PIC 9   VALUE 0.
         03 EOF-B      PIC 9   VALUE 0.
           88 BILL-AT-EOF      VALUE 1.
      **************************************************************
      *       SET WHEN THE OPTIONAL BILLING EXTRACT OPENED CLEAN, *
      *       SO ONLY AN OPENED FILE IS EVER CLOSED *
      **************************************************************
         03 BILLEX-OPEN-SW PIC 9  VALUE 0.
           88 BILLEX-WAS-OPENED  VALUE 1.
      **************************************************************
      *       END OF FILE AND OPEN SWITCHES FOR THE OPTIONAL *
      *       DEFERMENT MASTER *
      **************************************************************
         03 EOF-DF     PIC 9   VALUE 0.
           88 DEFER-AT-EOF     VALUE 1.
         03 DEFER-OPEN-SW  PIC 9  VALUE 0.
           88 DEFER-WAS-OPENED   VALUE 1.
      **************************************************************
      *       CONTROL BREAK HOLD AREAS AND FIRST-RECORD SWITCH *
      **************************************************************
         03 DQ-ACCT-NO   PIC 9(7).
         03 DQ-NAME      PIC X(20).
         03 DQ-BALANCE   PIC S9(6)V99.
         03 DQ-LOAN-SEQ  PIC X(2).
         03 DQ-DAYS-PAST-DUE PIC 9(4).
         03 DQ-PAST-DUE  PIC 9(6)V99.
         03 FILLER       PIC X(1).
      **************************************************************
      * THE EFFECTIVE-DATED RATE TABLE, LOADED UP FRONT. THE *
      * LOOKUP TAKES THE LATEST ROW FOR THE LOAN'S CLASS (THE *
           PERFORM 1156-OPEN-INTEXT.
           PERFORM 1157-OPEN-REFWK.
           PERFORM 1158-OPEN-DELQ.
           PERFORM 1159-OPEN-BILLEX.
           PERFORM 1154-OPEN-DEFER.
           PERFORM 1150-SKIP-CONTROL-RECORD.
           PERFORM 2200-PRINT-ACTV-HEAD.
           PERFORM 2300-PRINT-REFUND-HEAD.
             INTEXT-FILE
             DELQ-FILE
             EXWK-FILE.
           IF BILLEX-WAS-OPENED
               CLOSE BILLEX-FILE
           END-IF.
           IF DEFER-WAS-OPENED
               CLOSE DEFER-FILE
           END-IF.
           PERFORM 3100-ACTIVITY-COMPARE.
           PERFORM 3200-EXCEPTION-REPORT.
           IF PARM-SUPPL-RUN OR RESTART-WAS-APPLIED
           MOVE 'N'    TO PARM-RESTART-FLAG.
           MOVE SPACE  TO PARM-SORT-OPTION.
           MOVE 'N'    TO PARM-SUPPL-FLAG.
           MOVE ZEROS  TO PARM-DPD-DAYS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE INTO PARM-DATA
               MOVE SPACE TO PARM-SORT-OPTION
           END-IF.
           MOVE PARM-THRESHOLD TO EXCEPT-THRESHOLD.
           IF PARM-DPD-DAYS NOT NUMERIC OR PARM-DPD-DAYS = 0
               MOVE 30 TO PARM-DPD-DAYS
           END-IF.
      **************************************************************
      * LOADS THE EFFECTIVE-DATED RATE TABLE. A MISSING TABLE IS *
      * NOT AN ERROR - ONLY RECORD-LEVEL RATES ARE USED THEN, *
               OPEN OUTPUT DELQ-FILE
           END-IF.
      **************************************************************
      * OPENS THE BILLING EXTRACT AND READS ITS FIRST RECORD. NO *
      * EXTRACT (BILLING NOT YET RUN) IS NOT AN ERROR - EVERY *
      * LOAN IS THEN TESTED AGAINST THE BALANCE THRESHOLD *
      **************************************************************
       1159-OPEN-BILLEX.
           OPEN INPUT BILLEX-FILE.
           IF BILLEX-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-B
               MOVE HIGH-VALUES TO K-BILL-KEY
               DISPLAY 'LAB3 - WARNING - NO BILLING EXTRACT ON FILE '
                 '- DELINQUENCY WILL BE BY BALANCE THRESHOLD'
           ELSE
               MOVE 1 TO BILLEX-OPEN-SW
               PERFORM 2050-READ-BILLEX
           END-IF.
      **************************************************************
      * OPENS THE DEFERMENT MASTER AND READS ITS FIRST RECORD. NO *
      * FILE MEANS NO LOAN IS IN DEFERMENT OR FORBEARANCE *
      **************************************************************
       1154-OPEN-DEFER.
           OPEN INPUT DEFER-FILE.
           IF DEFER-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-DF
               MOVE HIGH-VALUES TO K-DEFER-KEY
           ELSE
               MOVE 1 TO DEFER-OPEN-SW
               PERFORM 2060-READ-DEFER
           END-IF.
      **************************************************************
      * THE MATCHED-FILE ACTIVITY COMPARISON - A POST-PASS RUN *
      * AFTER THE MAIN REPORT CLOSES THE SNAPSHOT. BOTH THE *
      * PRIOR RUN'S SNAPSHOT AND THIS RUN'S ARE SORTED INTO *
                         REJECT-FILE GLEXT-FILE SNAPOUT-FILE
                         ACTV-FILE INTEXT-FILE REFRPT-FILE
                         REFWK-FILE DELQ-FILE EXWK-FILE
                       IF BILLEX-WAS-OPENED
                           CLOSE BILLEX-FILE
                       END-IF
                       IF DEFER-WAS-OPENED
                           CLOSE DEFER-FILE
                       END-IF
                       STOP RUN
                   END-IF
                   PERFORM 1170-SKIP-TO-CHECKPOINT
                         REJECT-FILE GLEXT-FILE SNAPOUT-FILE
                         ACTV-FILE INTEXT-FILE REFRPT-FILE
                         REFWK-FILE DELQ-FILE EXWK-FILE
                       IF BILLEX-WAS-OPENED
                           CLOSE BILLEX-FILE
                       END-IF
                       IF DEFER-WAS-OPENED
                           CLOSE DEFER-FILE
                       END-IF
                       STOP RUN
                   END-IF
                   MOVE CKPT-COUNT TO CK-RECORD-COUNT
           END-IF.
      **************************************************************
      * GATHERS THE CURRENT STUDENT ON THE DELINQUENCY EXCEPTION *
      * WORK FILE AND THE DELINQUENCY EXTRACT. A BILLED LOAN IS *
      * DELINQUENT ONCE ITS DAYS PAST DUE REACH THE DAYS ON THE *
      * PARM CARD; A LOAN THE BILLING RUN DID NOT BILL STILL GOES *
      * BY THE BALANCE THRESHOLD - EVERY DELINQUENT IS KEPT, *
      * HOWEVER MANY THERE ARE. A LOAN IN AN ACTIVE DEFERMENT OR *
      * FORBEARANCE IS NEVER DELINQUENT, SO IT STAYS OFF THE *
      * EXTRACT AND THE COLLECTIONS WORKLIST BUILT FROM IT *
      **************************************************************
       1560-CHECK-EXCEPTION.
           MOVE 0 TO BM-DELQ-SW.
           IF NOT I-WRITTEN-OFF AND NOT LOAN-IN-DEFERMENT
               IF LOAN-IS-BILLED
                   IF BM-DAYS-PAST-DUE NOT < PARM-DPD-DAYS
                       MOVE 1 TO BM-DELQ-SW
                   END-IF
               ELSE
                   IF WK-BALANCE > EXCEPT-THRESHOLD
                       MOVE 1 TO BM-DELQ-SW
                   END-IF
               END-IF
           END-IF.
           IF LOAN-IS-DELINQUENT
               MOVE SPACES     TO DELQ-DATA
               MOVE I-ACCT-NO  TO DQ-ACCT-NO
               MOVE I-NAME     TO DQ-NAME
               MOVE WK-BALANCE TO DQ-BALANCE
               MOVE I-LOAN-SEQ TO DQ-LOAN-SEQ
               MOVE BM-DAYS-PAST-DUE TO DQ-DAYS-PAST-DUE
               MOVE BM-PAST-DUE      TO DQ-PAST-DUE
               WRITE DELQ-REC FROM DELQ-DATA
               MOVE SPACES     TO EXCEPT-DATA
               MOVE I-ACCT-NO  TO EW-ACCT-NO
               MOVE I-DEGREE   TO EW-DEGREE
               MOVE I-YEAR     TO EW-YEAR
               MOVE WK-BALANCE TO EW-BALANCE
               MOVE BM-DAYS-PAST-DUE TO EW-DAYS-PAST-DUE
               WRITE EXWK-REC FROM EXCEPT-DATA
           END-IF.
      **************************************************************
      * LOOKS UP THE CURRENT LOAN ON THE BILLING EXTRACT. BOTH *
      * FILES ARE IN ACCOUNT-PLUS-SEQUENCE ORDER, SO EXTRACT *
      * RECORDS FOR LOANS NO LONGER ON THE MASTER (OR REJECTED BY *
      * THE EDITS) ARE SIMPLY PASSED OVER. THE BILLED DUE DATE IS *
      * KEPT BECAUSE NOTHING ADVANCES THE MASTER'S NEXT-DUE DATE - *
      * LAB3A WORKS IT OUT FRESH EACH CYCLE *
      **************************************************************
       1550-MATCH-BILLING.
           MOVE I-ACCT-NO  TO K-LOAN-KEY(1:7).
           MOVE I-LOAN-SEQ TO K-LOAN-KEY(8:2).
           PERFORM 1555-SKIP-LOW-BILLING
             UNTIL BILL-AT-EOF OR K-BILL-KEY NOT < K-LOAN-KEY.
           IF NOT BILL-AT-EOF AND K-BILL-KEY = K-LOAN-KEY
               MOVE 1                TO BM-BILLED-SW
               MOVE BX-DAYS-PAST-DUE TO BM-DAYS-PAST-DUE
               MOVE BX-PAST-DUE      TO BM-PAST-DUE
               IF BX-DUE-DATE NUMERIC
                   MOVE BX-DUE-DATE  TO BM-DUE-DATE
               ELSE
                   MOVE 0            TO BM-DUE-DATE
               END-IF
           ELSE
               MOVE 0 TO BM-BILLED-SW
               MOVE 0 TO BM-DAYS-PAST-DUE
               MOVE 0 TO BM-PAST-DUE
               MOVE 0 TO BM-DUE-DATE
           END-IF.
       1555-SKIP-LOW-BILLING.
           PERFORM 2050-READ-BILLEX.
      **************************************************************
      * LOOKS UP THE CURRENT LOAN ON THE DEFERMENT MASTER AND *
      * SETS ITS STANDING AS OF THE RUN DATE. A LOAN CAN HAVE *
      * SEVERAL PERIODS, SO EVERY ONE FOR THE LOAN IS TESTED; *
      * PERIODS FOR LOANS NOT ON THE MASTER ARE PASSED OVER *
      **************************************************************
       1557-MATCH-DEFERMENT.
           MOVE I-ACCT-NO  TO K-LOAN-KEY(1:7).
           MOVE I-LOAN-SEQ TO K-LOAN-KEY(8:2).
           MOVE SPACE TO DM-DEFER-STATE.
           PERFORM 2060-READ-DEFER
             UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT < K-LOAN-KEY.
           PERFORM 1558-TEST-ONE-PERIOD
             UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT = K-LOAN-KEY.
      **************************************************************
      * A PERIOD IS ACTIVE FROM ITS START DATE THROUGH ITS END *
      * DATE. A SUBSIDIZED ACTIVE PERIOD OUTRANKS AN UNSUBSIDIZED *
      * ONE WHEN TWO OVERLAP *
      **************************************************************
       1558-TEST-ONE-PERIOD.
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
           PERFORM 2060-READ-DEFER.
      **************************************************************
      * ACCUMULATES THE DEGREE / YEAR / GRAND TOTAL BUCKETS *
      **************************************************************
       1530-ACCUM-BREAK-TOTALS.
           MOVE I-DEGREE        TO L-DEGREE1.
           MOVE I-YEAR          TO L-YEAR1.
           MOVE I-LOAN          TO L-LOAN1.
           MOVE SPACES          TO L-LAST-DATE L-NEXT-DUE.
           IF I-LAST-PAY-DATE > 0
               MOVE I-LAST-PAY-DATE TO L-LAST-DATE
           END-IF.
           IF I-NEXT-DUE-DATE > 0
               MOVE I-NEXT-DUE-DATE TO L-NEXT-DUE
           END-IF.
           MOVE I-LAST-PAY-AMT  TO L-LAST-AMT.
           MOVE I-ACCRUED-INT   TO L-ACCR-INT.
           MOVE TOTAL           TO L-TOTAL1.
           MOVE I-STATUS        TO L-STATUS.
           MOVE WK-INT-PAID     TO L-INT-PAID.
      * CALCULATE THE TOTAL AMOUNT PAID
      **************************************************************
       1700-CALC-TOTAL.
           ADD I-LTD-PRIN-PAID TO I-LTD-INT-PAID GIVING
                TOTAL.
      **************************************************************
      * CALCULATE LEFTOVER BALANCE - INTEREST ACCRUES ON THE *
      * UNPAID PRINCIPAL BEFORE THE PAYMENTS TO DATE ARE APPLIED. *
      * THE CLOSE HAS ALREADY POSTED EACH STUDENT'S PAYMENTS TO *
      * INTEREST FIRST AND PRINCIPAL SECOND, SO THE INTEREST-PAID *
      * FIGURE THE TAX OFFICE NEEDS EVERY JANUARY COMES STRAIGHT *
      * OFF THE MASTER. WHILE THE LOAN IS IN AN INTEREST- *
      * SUBSIDIZED DEFERMENT OR FORBEARANCE NO NEW INTEREST *
      * ACCRUES - THE INTEREST IS HELD AT WHAT THE MASTER ALREADY *
      * CARRIES, PAID PLUS ACCRUED-UNPAID, SO NOTHING ALREADY *
      * CHARGED DROPS OFF THE BALANCE *
      **************************************************************
       1800-CALC-BALANCE.
           MOVE 0 TO WK-INTEREST.
           PERFORM 1840-LOOK-UP-RATE.
           IF LOAN-INT-SUBSIDIZED
               IF I-LTD-INT-PAID NUMERIC AND I-ACCRUED-INT NUMERIC
                   ADD I-LTD-INT-PAID I-ACCRUED-INT GIVING WK-INTEREST
                     ON SIZE ERROR
                         DISPLAY 'LAB3 - WARNING - INTEREST OVERFLOW '
                           'FOR ' I-NAME ' - INTEREST FORCED TO ZERO'
                         MOVE 0 TO WK-INTEREST
                   END-ADD
               END-IF
           ELSE
               IF WK-RATE > 0
                   COMPUTE WK-INTEREST ROUNDED = I-LOAN * WK-RATE
                     ON SIZE ERROR
                         DISPLAY 'LAB3 - WARNING - INTEREST OVERFLOW '
                           'FOR ' I-NAME ' - INTEREST FORCED TO ZERO'
                         MOVE 0 TO WK-INTEREST
                   END-COMPUTE
               END-IF
           END-IF.
           ADD I-LOAN WK-INTEREST GIVING WK-PRINCIPAL.
           SUBTRACT TOTAL FROM WK-PRINCIPAL GIVING WK-BALANCE
                   I-NAME ' - BALANCE FORCED TO ZERO'
                 MOVE 0 TO WK-BALANCE
           END-SUBTRACT.
           MOVE I-LTD-INT-PAID  TO WK-INT-PAID.
           MOVE I-LTD-PRIN-PAID TO WK-PRIN-PAID.
           MOVE WK-BALANCE TO L-BALANCE.
      **************************************************************
      * RETURNS THE NEXT DETAIL RECORD OFF THE SORTED WORK FILE AND *
               MOVE SD-YEAR      TO I-YEAR
               MOVE SD-LOAN      TO I-LOAN
               MOVE SD-INT-RATE  TO I-INT-RATE
               MOVE SD-LTD-PRIN-PAID TO I-LTD-PRIN-PAID
               MOVE SD-LTD-INT-PAID  TO I-LTD-INT-PAID
               MOVE SD-ACCRUED-INT   TO I-ACCRUED-INT
               MOVE SD-ORIG-DATE     TO I-ORIG-DATE
               MOVE SD-LAST-PAY-DATE TO I-LAST-PAY-DATE
               MOVE SD-LAST-PAY-AMT  TO I-LAST-PAY-AMT
               MOVE SD-NEXT-DUE-DATE TO I-NEXT-DUE-DATE
               MOVE SD-STATUS    TO I-STATUS
               MOVE SD-LOAN-SEQ  TO I-LOAN-SEQ
               MOVE SD-BILLED-SW     TO BM-BILLED-SW
               MOVE SD-DAYS-PAST-DUE TO BM-DAYS-PAST-DUE
               MOVE SD-PAST-DUE      TO BM-PAST-DUE
               MOVE SD-DEFER-STATE   TO DM-DEFER-STATE
           END-IF.
      **************************************************************
      * READS ONE BILLING EXTRACT RECORD. AT END THE KEY GOES TO *
      * HIGH VALUES SO IT NEVER MATCHES *
      **************************************************************
       2050-READ-BILLEX.
           READ BILLEX-FILE INTO BILLEX-DATA
             AT END
               MOVE 1           TO EOF-B
               MOVE HIGH-VALUES TO K-BILL-KEY
           END-READ.
           IF NOT BILL-AT-EOF
               MOVE BILLEX-DATA(1:9) TO K-BILL-KEY
           END-IF.
      **************************************************************
      * READS ONE DEFERMENT PERIOD. AT END THE KEY GOES TO HIGH *
      * VALUES SO IT NEVER MATCHES *
      **************************************************************
       2060-READ-DEFER.
           READ DEFER-FILE INTO DEFER-DATA
             AT END
               MOVE 1           TO EOF-DF
               MOVE HIGH-VALUES TO K-DEFER-KEY
           END-READ.
           IF NOT DEFER-AT-EOF
               MOVE DEFER-DATA(1:9) TO K-DEFER-KEY
           END-IF.
      **************************************************************
      * READS ONE PHYSICAL RECORD AND EDITS IT. NUMERIC/RANGE *
               END-IF
           END-IF.
      **************************************************************
      * VALIDATES I-LOAN, I-INT-RATE, THE PAID AND ACCRUED FIGURES *
      * AND THE DATES ARE NUMERIC BEFORE 1700-CALC-TOTAL AND *
      * 1800-CALC-BALANCE EVER SEE THEM. ALL ARE UNSIGNED PIC 9 *
      * FIELDS, SO THE NUMERIC *
      * TEST BY ITSELF ALSO CATCHES WHAT WOULD OTHERWISE SHOW UP *
      * AS A NEGATIVE VALUE - AN EMBEDDED SIGN OR NON-DIGIT BYTE. *
      * I-INT-RATE IS ALSO RANGE-CHECKED AT LESS THAN 1 (100%) SO *
               MOVE 0          TO ED-VALID-SW
               MOVE 'E01'      TO RJ-REASON-CODE
               MOVE 'LOAN'     TO RJ-REASON-TEXT
           ELSE IF I-LTD-PRIN-PAID NOT NUMERIC
               MOVE 0          TO ED-VALID-SW
               MOVE 'E02'      TO RJ-REASON-CODE
               MOVE 'PRIN PAID' TO RJ-REASON-TEXT
           ELSE IF I-LTD-INT-PAID NOT NUMERIC
               MOVE 0          TO ED-VALID-SW
               MOVE 'E03'      TO RJ-REASON-CODE
               MOVE 'INT PAID' TO RJ-REASON-TEXT
           ELSE IF I-ACCRUED-INT NOT NUMERIC
               MOVE 0          TO ED-VALID-SW
               MOVE 'E04'      TO RJ-REASON-CODE
               MOVE 'ACCRUED INT' TO RJ-REASON-TEXT
           ELSE IF I-ORIG-DATE NOT NUMERIC
             OR I-LAST-PAY-DATE NOT NUMERIC
             OR I-LAST-PAY-AMT NOT NUMERIC
             OR I-NEXT-DUE-DATE NOT NUMERIC
               MOVE 0          TO ED-VALID-SW
               MOVE 'E05'      TO RJ-REASON-CODE
               MOVE 'DATES / LAST PAYMENT' TO RJ-REASON-TEXT
           ELSE IF I-INT-RATE-X NOT = SPACES
             AND I-INT-RATE NOT NUMERIC
               MOVE 0          TO ED-VALID-SW
           PERFORM 2010-READ-ONE-RECORD
             UNTIL EOF-I = 1 OR ED-RECORD-VALID.
           IF EOF-I NOT = 1
               PERFORM 1557-MATCH-DEFERMENT
               PERFORM 1700-CALC-TOTAL
               PERFORM 1800-CALC-BALANCE
               ADD 1 TO SORT-SEQ-COUNTER
               MOVE I-YEAR           TO SD-YEAR
               MOVE I-LOAN           TO SD-LOAN
               MOVE I-INT-RATE       TO SD-INT-RATE
               MOVE I-LTD-PRIN-PAID  TO SD-LTD-PRIN-PAID
               MOVE I-LTD-INT-PAID   TO SD-LTD-INT-PAID
               MOVE I-ACCRUED-INT    TO SD-ACCRUED-INT
               MOVE I-ORIG-DATE      TO SD-ORIG-DATE
               MOVE I-LAST-PAY-DATE  TO SD-LAST-PAY-DATE
               MOVE I-LAST-PAY-AMT   TO SD-LAST-PAY-AMT
               MOVE I-NEXT-DUE-DATE  TO SD-NEXT-DUE-DATE
               MOVE I-STATUS         TO SD-STATUS
               MOVE I-LOAN-SEQ       TO SD-LOAN-SEQ
               MOVE WK-BALANCE       TO SD-BALANCE-KEY
               PERFORM 1550-MATCH-BILLING
               MOVE BM-BILLED-SW     TO SD-BILLED-SW
               MOVE BM-DAYS-PAST-DUE TO SD-DAYS-PAST-DUE
               MOVE BM-PAST-DUE      TO SD-PAST-DUE
               IF BM-DUE-DATE > 0
                   MOVE BM-DUE-DATE  TO SD-NEXT-DUE-DATE
               END-IF
               MOVE DM-DEFER-STATE   TO SD-DEFER-STATE
               RELEASE SD-RECORD
           END-IF.
      **************************************************************
               MOVE EW-DEGREE  TO EX-PDEGREE
               MOVE EW-YEAR    TO EX-PYEAR
               MOVE EW-BALANCE TO EX-PBALANCE
               MOVE EW-DAYS-PAST-DUE TO EX-PDAYS
               WRITE EXCPT-REC FROM EXCPT-DATA1
                 AFTER ADVANCING 1 LINE
           END-IF.
