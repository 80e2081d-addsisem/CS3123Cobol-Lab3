      * CARRIES ONE PERIOD'S ACTIVITY INSTEAD OF THE LIFE OF EVERY *
      * LOAN. MATCHES THE TWO FILES THE WAY LAB3B'S 1500-LOOP *
      * DOES, ROLLS EACH STUDENT'S NET POSTED AMOUNT INTO THE *
      * LIFE-TO-DATE PRINCIPAL AND INTEREST PAID ON THE MASTER - *
      * INTEREST FIRST - ALONG WITH THE LAST PAYMENT DATE AND *
      * AMOUNT AND THE ACCRUED-UNPAID INTEREST, WRITES A NEW *
      * MASTER WITH A FRESHLY COMPUTED CONTROL RECORD THE WAY *
      * LAB3M'S 1680-WRITE-NEW-MASTER DOES, MOVES THE POSTED *
      * TRANSACTIONS TO A DATED ARCHIVE, AND STARTS THE NEW *
      * PERIOD'S PAYMENT FILE WITH JUST THE TRANSACTIONS THAT *
      * COULD NOT POST - STRAYS WITH NO MASTER RECORD AND *
      * ACCOUNTS WHOSE NET COULD NOT POST - SO NO CASH IS EVER *
      * LOST ACROSS THE CLOSE. CASH AGAINST A CHARGED-OFF (W) LOAN *
      * NEVER GOES INTO ITS PAID FIGURES - IT IS POSTED TO THE *
      * RECOVERY LEDGER (DA-S-RECOV) INSTEAD. A LOAN IN AN *
      * INTEREST-SUBSIDIZED DEFERMENT OR FORBEARANCE (DA-S-DEFER) *
      * ACCRUES NO NEW INTEREST - ITS INTEREST IS HELD AT WHAT THE *
      * MASTER ALREADY CARRIES, THE SAME AS LAB3 SHOWS IT. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CARRY-FILE ASSIGN TO 'DA-S-CARRYWK'.
           SELECT NEWPAY-FILE ASSIGN TO 'DA-S-NEWPAY'.
           SELECT POST-FILE ASSIGN TO 'UR-S-POST'.
           SELECT RECOV-FILE ASSIGN TO 'DA-S-RECOV'
             FILE STATUS IS RECOV-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'DA-S-RATETB'
             FILE STATUS IS RATE-FILE-STATUS.
           SELECT DEFER-FILE ASSIGN TO 'DA-S-DEFER'
             FILE STATUS IS DEFER-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'DA-S-RUNCTL'
             FILE STATUS IS RUNCTL-FILE-STATUS.

       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * PAYMENT HISTORY TRANSACTIONS FROM LAB3I - LEADING CONTROL *
      * RECORD FIRST, THEN EVERY TRANSACTION IN ASCENDING ACCOUNT *
       FD NEWMST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEWMST-REC    PIC X(120).
      **************************************************************
      * DATED ARCHIVE OF THE POSTED TRANSACTIONS - A RUN-DATE *
      * HEADER, THE TRANSACTIONS, AND A TRAILING COUNT/HASH SO AN *
           LABEL RECORDS ARE OMITTED.
       01 POST-REC      PIC X(100).
      **************************************************************
      * THE RECOVERY LEDGER - EVERY DOLLAR EVER COLLECTED ON A *
      * CHARGED-OFF LOAN, ADDED TO ON EACH CLOSE. THE RECOVERIES *
      * REPORT (LAB3V) READS IT BESIDE LAB3W'S CHARGE-OFF FILE *
      **************************************************************
       FD RECOV-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RECOV-REC     PIC X(60).
      **************************************************************
      * EFFECTIVE-DATED INTEREST RATE TABLE, SAME FILE LAB3 *
      * READS - THE POSITIVE SPILL NEEDS EACH LOAN'S OWN *
      * LOAN-PLUS-INTEREST FIGURE SO CASH LANDS ON THE LOAN IT *
           LABEL RECORDS ARE STANDARD.
       01 RATE-REC      PIC X(80).
      **************************************************************
      * THE DEFERMENT AND FORBEARANCE MASTER FROM LAB3D - A LOAN *
      * IN AN INTEREST-SUBSIDIZED PERIOD ACCRUES NO NEW INTEREST. *
      * OPTIONAL *
      **************************************************************
       FD DEFER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DEFER-REC     PIC X(80).
      **************************************************************
      * RUN-CONTROL FILE - SEE LAB3M. THE CLOSE WRITES A NEW *
      * MASTER, SO IT BUMPS THE GENERATION AND STAMPS ITS RUN *
      **************************************************************
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
       01 CONTROL-RUN-TOTALS.
         03 CR-RUN-COUNT      PIC 9(6)    VALUE 0.
         03 CR-RUN-HASH       PIC 9(9)V99 VALUE 0.
      **************************************************************
      * LAYOUT FOR ONE LOAN MASTER RECORD - FIELDS CARRIED AS *
      * CARD-IMAGE BYTES THE WAY LAB3M CARRIES THEM, WITH THE *
      * FIGURES THE CLOSE POSTS TO REDEFINED NUMERIC *
      **************************************************************
       01 MASTER-DATA.
         03 M-NAME       PIC X(20).
         03 M-LOAN-9     REDEFINES M-LOAN PIC 9(5)V99.
         03 M-INT-RATE   PIC X(4).
         03 M-INT-RATE-9 REDEFINES M-INT-RATE PIC 9V999.
         03 M-LTD-PRIN   PIC X(8).
         03 M-LTD-PRIN-9 REDEFINES M-LTD-PRIN PIC 9(6)V99.
         03 M-LTD-INT    PIC X(8).
         03 M-LTD-INT-9  REDEFINES M-LTD-INT PIC 9(6)V99.
         03 M-ACCRUED-INT   PIC X(8).
         03 M-ACCRUED-INT-9 REDEFINES M-ACCRUED-INT PIC 9(6)V99.
         03 M-STATUS     PIC X(1).
         03 M-ACCT-NO    PIC X(7).
         03 M-ACCT-NO-9  REDEFINES M-ACCT-NO PIC 9(7).
         03 M-LOAN-SEQ   PIC X(2).
         03 FILLER       PIC X(7).
         03 M-ORIG-DATE  PIC X(8).
         03 M-LAST-PAY-DATE PIC X(8).
         03 M-LAST-PAY-AMT  PIC X(8).
         03 M-LAST-PAY-AMT-9 REDEFINES M-LAST-PAY-AMT PIC 9(6)V99.
         03 M-NEXT-DUE   PIC X(8).
         03 FILLER       PIC X(8).
      **************************************************************
      * LAYOUT FOR ONE PAYMENT HISTORY TRANSACTION, SAME AS LAB3B *
      **************************************************************
       01 MST-PREV-SEQ    PIC X(2)  VALUE LOW-VALUES.
      **************************************************************
      * THE CURRENT ACCOUNT'S LOAN RECORDS, HELD SO THE NET CAN *
      * SPILL ACROSS EVERY LOAN - PAYMENTS APPLY AT THE ACCOUNT *
      * LEVEL, OLDEST LOAN (LOWEST SEQUENCE) FIRST. EACH RECORD *
      * CARRIES WHAT THIS CLOSE PUT ON IT, WHICH BECOMES ITS LAST *
      * PAYMENT AMOUNT, AND WHETHER IT IS IN AN INTEREST- *
      * SUBSIDIZED PERIOD WITH THE INTEREST IT IS HELD AT - PAID *
      * PLUS ACCRUED-UNPAID AS IT CAME OFF THE MASTER *
      **************************************************************
       01 ACCT-CUR-KEYS.
         03 A-CUR-ACCT      PIC 9(7).
         03 A-CUR-NAME      PIC X(20).
       01 ACCT-REC-COUNT   PIC 9(3)  VALUE 0.
       01 ACCT-REC-TABLE.
         03 AR-ENTRY OCCURS 50 TIMES INDEXED BY AI-IDX.
           05 AR-IMAGE     PIC X(120).
           05 AR-POSTED    PIC S9(7)V99.
           05 AR-DEFER-STATE PIC X(1).
             88 AR-INT-SUBSIDIZED   VALUE 'S'.
           05 AR-HELD-INT  PIC 9(5)V99.
      **************************************************************
      * THE READ-AHEAD MASTER RECORD, PARKED WHILE THE HELD *
      * IMAGES PASS THROUGH MASTER-DATA FOR THE POSTING *
      **************************************************************
       01 NEXT-MASTER-HOLD PIC X(120).
      **************************************************************
      * LAYOUT OF ONE RECOVERY LEDGER RECORD - THE CHARGED-OFF *
      * LOAN, ITS CLASS FOR THE RECOVERIES REPORT, THE CLOSE IT *
      * POSTED ON, AND THE AMOUNT (NEGATIVE WHEN A REVERSAL TAKES *
      * BACK AN EARLIER RECOVERY) *
      **************************************************************
       01 RECOV-FILE-STATUS PIC X(2).
       01 RECOV-DATA.
         03 RL-ACCT-NO    PIC 9(7).
         03 RL-LOAN-SEQ   PIC X(2).
         03 RL-NAME       PIC X(20).
         03 RL-DEGREE     PIC X(4).
         03 RL-YEAR       PIC X(4).
         03 RL-POST-DATE  PIC 9(8).
         03 RL-AMOUNT     PIC S9(6)V99.
         03 FILLER        PIC X(7).
      **************************************************************
      * THE RUN-CONTROL FILE LOADED INTO STORAGE, THE STAMP *
      * BEING WRITTEN, AND THE GENERATION THIS CLOSE PRODUCES *
         03 NEW-GENERATION PIC 9(6)  VALUE 0.
      **************************************************************
      * THE CURRENT ACCOUNT'S TRANSACTIONS, HELD UNTIL THE CLOSE *
      * KNOWS WHETHER THE NET CAN POST - ONLY *
      * THEN DO THEY GO TO THE ARCHIVE INSTEAD OF CARRYING *
      * FORWARD *
      **************************************************************
      **************************************************************
       01 POST-NET         PIC S9(7)V99 VALUE 0.
       01 WK-REMAINING     PIC S9(7)V99.
       01 WK-ALL-SUM       PIC 9(7)V99.
       01 WK-INT-PART      PIC S9(7)V99.
      **************************************************************
      * THE LAST OPEN (NOT CHARGED-OFF) LOAN IN SEQUENCE ORDER - *
      * A TRUE ACCOUNT-LEVEL OVERPAYMENT LANDS ON ITS PRINCIPAL - *
      * AND THE LATEST DATE ON THE ACCOUNT'S CASH TRANSACTIONS, *
      * WHICH BECOMES THE LAST PAYMENT DATE *
      **************************************************************
       01 WK-OPEN-LAST     PIC 9(3).
       01 WK-PAY-DATE      PIC X(8).
      **************************************************************
      * THE CURRENT ACCOUNT'S CHARGED-OFF LOANS - HOW MANY, THE *
      * LAST ONE IN SEQUENCE ORDER, AND THE PART OF THE NET THAT *
      * WENT TO THE RECOVERY LEDGER INSTEAD OF THE PAID FIGURES *
      **************************************************************
       01 WK-WO-COUNT      PIC 9(3).
       01 WK-WO-LAST       PIC 9(3).
       01 WK-RECOVERED     PIC S9(7)V99.
      **************************************************************
      * THE POSITIVE SPILL'S PER-LOAN FIGURES - THE ROOM LEFT *
      * UNDER THE LOAN'S OWN LOAN-PLUS-INTEREST, AND THE SHARE *
         03 WK-ASOF-DATE  PIC 9(8)  VALUE 0.
         03 WK-BEST-DATE  PIC 9(8).
      **************************************************************
      * LAYOUT OF ONE DEFERMENT OR FORBEARANCE PERIOD - SAME AS *
      * LAB3D *
      **************************************************************
       01 DEFER-FILE-STATUS  PIC X(2).
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
      * SET WHEN THE CURRENT ACCOUNT'S NET CANNOT POST - A PAID *
      * FIGURE NOT NUMERIC, OR A NEGATIVE NET BIGGER THAN ALL *
      * THE ACCOUNT HAS EVER PAID *
      **************************************************************
       01 POST-FAIL-SW     PIC 9   VALUE 0.
         88 POSTING-FAILED        VALUE 1 2.
         88 FAIL-NOT-NUMERIC      VALUE 1.
         88 FAIL-OVER-REVERSED    VALUE 2.
      **************************************************************
      * COUNTS AND DOLLAR TOTALS FOR THE POSTING REPORT TRAILER *
      * AND THE CONSOLE SUMMARY *
         03 CL-POSTED-AMOUNT  PIC S9(7)V99 VALUE 0.
         03 CL-CARRIED-ACCTS  PIC 9(5)     VALUE 0.
         03 CL-STRAY-COUNT    PIC 9(5)     VALUE 0.
         03 CL-RECOV-ACCTS    PIC 9(5)     VALUE 0.
         03 CL-RECOV-AMOUNT   PIC S9(7)V99 VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE POSTING REPORT *
      **************************************************************
         03 EOF-C      PIC 9   VALUE 0.
         03 EOF-R      PIC 9   VALUE 0.
         03 EOF-T      PIC 9   VALUE 0.
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
             OUTPUT ARCH-FILE
             OUTPUT CARRY-FILE
             OUTPUT POST-FILE.
           PERFORM 1310-OPEN-RECOV.
           OPEN INPUT DEFER-FILE.
           IF DEFER-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-DF
               MOVE HIGH-VALUES TO K-DEFER-KEY
           ELSE
               MOVE 1 TO DEFER-OPEN-SW
               PERFORM 2800-READ-DEFER
           END-IF.
           PERFORM 1150-SKIP-CONTROL-RECORD.
           PERFORM 1160-SKIP-PAY-CONTROL.
           PERFORM 1250-WRITE-NEWMST-CONTROL.
             NEWMST-FILE
             ARCH-FILE
             CARRY-FILE
             POST-FILE
             RECOV-FILE.
           IF DEFER-WAS-OPENED
               CLOSE DEFER-FILE
           END-IF.
           PERFORM 1680-WRITE-NEWPAY.
           PERFORM 1090-STAMP-RUN-CONTROL.
           PERFORM 1690-DISPLAY-TOTALS.
           WRITE POST-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * OPENS THE RECOVERY LEDGER TO ADD TO IT - THE FIRST CLOSE *
      * EVER FINDS NO LEDGER AND CREATES ONE *
      **************************************************************
       1310-OPEN-RECOV.
           OPEN EXTEND RECOV-FILE.
           IF RECOV-FILE-STATUS NOT = '00'
               OPEN OUTPUT RECOV-FILE
           END-IF.
      **************************************************************
      * DATES THE ARCHIVE WITH THE RUN DATE OFF THE SYSTEM CLOCK *
      **************************************************************
       1320-WRITE-ARCH-HEADER.
               MOVE 0 TO ACCT-REC-COUNT
               MOVE 0 TO POST-NET
               MOVE 0 TO TXN-COUNT
               MOVE SPACES TO WK-PAY-DATE
               PERFORM 1490-HOLD-ONE-MASTER
                 UNTIL EOF-I = 1 OR M-ACCT-NO NOT = A-CUR-ACCT-X
               MOVE MASTER-DATA TO NEXT-MASTER-HOLD
               ADD 1 TO ACCT-REC-COUNT
               SET AI-IDX TO ACCT-REC-COUNT
               MOVE MASTER-DATA TO AR-IMAGE(AI-IDX)
               MOVE 0 TO AR-POSTED(AI-IDX)
               PERFORM 1530-CHECK-DEFERMENT
           ELSE
               DISPLAY 'LAB3C - ACCOUNT ' A-CUR-ACCT-X ' HAS MORE '
                 'THAN 50 LOAN RECORDS - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               CLOSE INPUT-FILE PAYHIST-FILE NEWMST-FILE
                 ARCH-FILE CARRY-FILE POST-FILE RECOV-FILE
               STOP RUN
           END-IF.
           PERFORM 2000-READ-MASTER.
      **************************************************************
      * SETS WHETHER THE HELD LOAN IS IN AN INTEREST-SUBSIDIZED *
      * DEFERMENT OR FORBEARANCE TODAY AND, IF IT IS, THE *
      * INTEREST IT IS HELD AT - TAKEN BEFORE ANY CASH IS POSTED, *
      * SO PAYING THE HELD INTEREST NEVER RAISES IT *
      **************************************************************
       1530-CHECK-DEFERMENT.
           MOVE SPACE TO AR-DEFER-STATE(AI-IDX).
           MOVE 0 TO AR-HELD-INT(AI-IDX).
           IF M-ACCT-NO NUMERIC
               MOVE M-ACCT-NO  TO K-LOAN-KEY(1:7)
               MOVE M-LOAN-SEQ TO K-LOAN-KEY(8:2)
               PERFORM 2800-READ-DEFER
                 UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT < K-LOAN-KEY
               PERFORM 1535-CHECK-ONE-PERIOD
                 UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT = K-LOAN-KEY
           END-IF.
           IF AR-INT-SUBSIDIZED(AI-IDX)
             AND M-LTD-INT NUMERIC AND M-ACCRUED-INT NUMERIC
               ADD M-LTD-INT-9 M-ACCRUED-INT-9
                 GIVING AR-HELD-INT(AI-IDX)
                 ON SIZE ERROR
                     DISPLAY 'LAB3C - WARNING - INTEREST OVERFLOW '
                       'FOR ' M-ACCT-NO ' - INTEREST FORCED TO ZERO'
                     MOVE 0 TO AR-HELD-INT(AI-IDX)
               END-ADD
           END-IF.
       1535-CHECK-ONE-PERIOD.
           IF DF-START-DATE NUMERIC AND DF-END-DATE NUMERIC
               IF DF-START-DATE NOT > WK-ASOF-DATE
                 AND DF-END-DATE NOT < WK-ASOF-DATE
                 AND DF-INT-SUBSIDIZED
                   MOVE 'S' TO AR-DEFER-STATE(AI-IDX)
               END-IF
           END-IF.
           PERFORM 2800-READ-DEFER.
      **************************************************************
      * WRITES ONE HELD (POSSIBLY UPDATED) LOAN RECORD TO THE *
      * NEW MASTER. A LOAN THIS CLOSE PUT CASH ON GETS ITS LAST *
      * PAYMENT DATE AND AMOUNT, AND EVERY OPEN LOAN HAS ITS *
      * ACCRUED-UNPAID INTEREST RECOMPUTED AT TODAY'S RATE *
      **************************************************************
       1595-WRITE-HELD-MASTERS.
           MOVE AR-IMAGE(AI-IDX) TO MASTER-DATA.
           IF AR-POSTED(AI-IDX) > 0
               PERFORM 1596-STAMP-LAST-PAYMENT
           END-IF.
           IF M-STATUS NOT = 'W' AND M-LOAN NUMERIC
             AND M-LTD-INT NUMERIC
               PERFORM 1597-SET-ACCRUED-INT
           END-IF.
           WRITE NEWMST-REC FROM MASTER-DATA.
       1596-STAMP-LAST-PAYMENT.
           IF WK-PAY-DATE = SPACES
               MOVE WK-ASOF-DATE TO M-LAST-PAY-DATE
           ELSE
               MOVE WK-PAY-DATE TO M-LAST-PAY-DATE
           END-IF.
           MOVE AR-POSTED(AI-IDX) TO M-LAST-PAY-AMT-9.
      **************************************************************
      * ACCRUED-UNPAID INTEREST - THE INTEREST AT THE LOAN'S *
      * APPLICABLE RATE (OR THE HELD INTEREST, IN A SUBSIDIZED *
      * PERIOD) LESS THE INTEREST PAID TO DATE, NEVER BELOW ZERO *
      **************************************************************
       1597-SET-ACCRUED-INT.
           PERFORM 1761-CALC-INTEREST.
           IF WK-INTEREST > M-LTD-INT-9
               COMPUTE M-ACCRUED-INT-9 = WK-INTEREST - M-LTD-INT-9
           ELSE
               MOVE 0 TO M-ACCRUED-INT-9
           END-IF.
      **************************************************************
      * CARRIES ONE TRANSACTION WITH NO MASTER RECORD FORWARD TO *
      * THE NEW PERIOD'S PAYMENT FILE, LISTS IT ON THE POSTING *
      * HOLDS ONE MATCHING TRANSACTION AND ROLLS IT INTO THE *
      * ACCOUNT'S NET - A PAYMENT OR ADJUSTMENT ADDS, A REVERSAL *
      * SUBTRACTS, AND AN UNRECOGNIZED TYPE POSTS AS A PAYMENT *
      * WITH A WARNING, SAME AS LAB3B. THE LATEST DATE ON THE *
      * ACCOUNT'S CASH IN IS KEPT FOR THE LAST PAYMENT DATE *
      **************************************************************
       1700-GATHER-PAYMENTS.
           IF TXN-COUNT < 500
                 'THAN 500 TRANSACTIONS - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               CLOSE INPUT-FILE PAYHIST-FILE NEWMST-FILE
                 ARCH-FILE CARRY-FILE POST-FILE RECOV-FILE
               STOP RUN
           END-IF.
           IF PAY-IS-REVERSAL OR PAY-IS-REFUND
                     PAY-ACCT-NO ' HAS UNRECOGNIZED TYPE CODE '
                     PAY-TYPE ' - POSTED AS A PAYMENT'
               END-IF
               IF PAY-DATE NUMERIC AND PAY-DATE > WK-PAY-DATE
                   MOVE PAY-DATE TO WK-PAY-DATE
               END-IF
               ADD PAY-AMOUNT TO POST-NET
           END-IF.
           PERFORM 2500-READ-PAYMENT.
      **************************************************************
      * POSTS THE GATHERED NET TO THE LIFE-TO-DATE PAID FIGURES. *
      * THE FIT IS CHECKED BEFORE ANY RECORD IS TOUCHED - AN *
      * ACCOUNT WHOSE NET CANNOT POST KEEPS ITS MASTER UNCHANGED *
      * AND ITS TRANSACTIONS CARRY FORWARD WHOLE, SO THE DOLLARS *
      * STAY ON THE TRANSACTION FILE RATHER THAN HALF-POST *
      **************************************************************
       1750-POST-ACCOUNT.
           PERFORM 1755-CHECK-POST-FIT.
           MOVE SPACES      TO POST-DATA1.
           MOVE A-CUR-ACCT  TO PO-PACCT.
           MOVE A-CUR-NAME  TO PO-PNAME.
           MOVE POST-NET    TO PO-PNET.
           IF POSTING-FAILED
               ADD 1 TO CL-CARRIED-ACCTS
               PERFORM 1752-SET-FAIL-ACTION
               MOVE 8 TO RETURN-CODE
               PERFORM 1790-CARRY-ONE-HELD
                 VARYING TX-IDX FROM 1 BY 1
           ELSE
               ADD 1 TO CL-POSTED-ACCTS
               ADD POST-NET TO CL-POSTED-AMOUNT
               MOVE 0 TO WK-RECOVERED
               IF POST-NET > 0
                   PERFORM 1760-SPILL-POSITIVE
               ELSE
                       PERFORM 1770-SPILL-NEGATIVE
                   END-IF
               END-IF
               IF WK-RECOVERED = 0
                   MOVE 'POSTED' TO PO-PACTION
               ELSE
                   ADD 1 TO CL-RECOV-ACCTS
                   ADD WK-RECOVERED TO CL-RECOV-AMOUNT
                   IF WK-RECOVERED = POST-NET
                       MOVE 'RECOVERY LEDGER' TO PO-PACTION
                   ELSE
                       MOVE 'POSTED - PART TO RECOVERY'
                         TO PO-PACTION
                   END-IF
               END-IF
               PERFORM 1780-ARCHIVE-ONE-HELD
                 VARYING TX-IDX FROM 1 BY 1
                 UNTIL TX-IDX > TXN-COUNT
           END-IF.
           WRITE POST-REC FROM POST-DATA1
             AFTER ADVANCING 1 LINE.
       1752-SET-FAIL-ACTION.
           IF FAIL-NOT-NUMERIC
               MOVE 'PAID NOT NUMERIC - CARRIED FWD' TO PO-PACTION
           ELSE
               MOVE 'OVER-REVERSED - CARRIED FWD' TO PO-PACTION
               DISPLAY 'LAB3C - WARNING - ACCOUNT ' A-CUR-ACCT-X
                 ' NET OF ' POST-NET ' IS MORE THAN THE ACCOUNT '
                 'HAS PAID - TRANSACTIONS CARRIED FORWARD'
           END-IF.
      **************************************************************
      * DECIDES WHETHER THE NET CAN POST - BOTH PAID FIGURES ON *
      * EVERY HELD OPEN LOAN RECORD MUST BE NUMERIC, AND A *
      * NEGATIVE NET CANNOT TAKE THE ACCOUNT'S PAID FIGURES *
      * BELOW ZERO. AN ACCOUNT WITH A CHARGED-OFF LOAN ALWAYS *
      * FITS - WHATEVER THE OPEN LOANS CANNOT GIVE BACK COMES *
      * OFF THE RECOVERY LEDGER *
      **************************************************************
       1755-CHECK-POST-FIT.
           MOVE 0 TO POST-FAIL-SW.
           MOVE 0 TO WK-ALL-SUM.
           MOVE 0 TO WK-WO-COUNT.
           MOVE 0 TO WK-WO-LAST.
           MOVE 0 TO WK-OPEN-LAST.
           PERFORM 1757-CHECK-ONE-RECORD
             VARYING AI-IDX FROM 1 BY 1
             UNTIL AI-IDX > ACCT-REC-COUNT OR POSTING-FAILED.
           IF NOT POSTING-FAILED AND WK-WO-COUNT = 0
             AND POST-NET < 0 AND 0 - POST-NET > WK-ALL-SUM
               MOVE 2 TO POST-FAIL-SW
           END-IF.
       1757-CHECK-ONE-RECORD.
           MOVE AR-IMAGE(AI-IDX) TO MASTER-DATA.
           IF M-STATUS = 'W'
               ADD 1 TO WK-WO-COUNT
               SET WK-WO-LAST TO AI-IDX
           ELSE IF M-LTD-PRIN NOT NUMERIC OR M-LTD-INT NOT NUMERIC
               MOVE 1 TO POST-FAIL-SW
               DISPLAY 'LAB3C - WARNING - ACCOUNT ' M-ACCT-NO
                 ' LOAN SEQ ' M-LOAN-SEQ
                 ' HAS A NON-NUMERIC PAID FIGURE - NOTHING POSTED'
           ELSE
               ADD M-LTD-PRIN-9 M-LTD-INT-9 TO WK-ALL-SUM
               SET WK-OPEN-LAST TO AI-IDX
           END-IF.
      **************************************************************
      * SPREADS A POSITIVE NET ACROSS THE ACCOUNT'S LOAN RECORDS *
      * OWN LOAN-PLUS-INTEREST, SO THE CASH LANDS ON THE LOANS *
      * IT ACTUALLY PAYS DOWN AND A PARTLY-PAID ACCOUNT NEVER *
      * SHOWS A PHANTOM CREDIT ON ITS LOWEST SEQUENCE. ONLY A *
      * TRUE ACCOUNT-LEVEL OVERPAYMENT IS LEFT AFTER PASS 1, AND *
      * IT GOES ON THE LAST OPEN LOAN'S PRINCIPAL AS A CREDIT *
      * BALANCE SO NO CASH IS EVER DROPPED. A CHARGED-OFF LOAN *
      * TAKES NOTHING - ON AN ACCOUNT WITH ONE, WHAT THE OPEN *
      * LOANS DO NOT NEED GOES TO THE RECOVERY LEDGER INSTEAD *
      **************************************************************
       1760-SPILL-POSITIVE.
           MOVE POST-NET TO WK-REMAINING.
           PERFORM 1762-FILL-ONE-RECORD
             VARYING AI-IDX FROM 1 BY 1
             UNTIL AI-IDX > ACCT-REC-COUNT OR WK-REMAINING = 0.
           IF WK-WO-COUNT = 0
               PERFORM 1764-POST-OVERPAYMENT
           ELSE
               PERFORM 1766-RECOVER-ONE-RECORD
                 VARYING AI-IDX FROM 1 BY 1
                 UNTIL AI-IDX > ACCT-REC-COUNT OR WK-REMAINING = 0
           END-IF.
      **************************************************************
      * THE INTEREST ON THE HELD LOAN AT AI-IDX AT ITS APPLICABLE *
      * RATE - OR, IN AN INTEREST-SUBSIDIZED PERIOD, THE INTEREST *
      * IT IS HELD AT *
      **************************************************************
       1761-CALC-INTEREST.
           MOVE 0 TO WK-INTEREST.
           IF AR-INT-SUBSIDIZED(AI-IDX)
               MOVE AR-HELD-INT(AI-IDX) TO WK-INTEREST
           ELSE
               PERFORM 1840-LOOK-UP-RATE
               IF WK-RATE > 0
                   COMPUTE WK-INTEREST ROUNDED
                     = M-LOAN-9 * WK-RATE
                     ON SIZE ERROR
                         MOVE 0 TO WK-INTEREST
                   END-COMPUTE
               END-IF
           END-IF.
      **************************************************************
      * PASS 1 FOR ONE LOAN - TAKES NO MORE THAN THE ROOM LEFT *
      * UNDER THE LOAN'S OWN LOAN-PLUS-INTEREST *
      **************************************************************
       1762-FILL-ONE-RECORD.
           MOVE AR-IMAGE(AI-IDX) TO MASTER-DATA.
           MOVE 0 TO WK-REC-LIMIT.
           IF M-STATUS NOT = 'W'
               PERFORM 1763-SET-RECORD-LIMIT
           END-IF.
           IF WK-REC-LIMIT > 0
               IF WK-REC-LIMIT < WK-REMAINING
                   MOVE WK-REC-LIMIT TO WK-REC-SHARE
                   MOVE WK-REMAINING TO WK-REC-SHARE
               END-IF
               SUBTRACT WK-REC-SHARE FROM WK-REMAINING
               PERFORM 1765-APPLY-SHARE
               MOVE MASTER-DATA TO AR-IMAGE(AI-IDX)
           END-IF.
      **************************************************************
      * THE ROOM LEFT UNDER THIS LOAN'S OWN LOAN-PLUS-INTEREST - *
      * THE LOAN AMOUNT PLUS THE INTEREST AT ITS APPLICABLE RATE *
      * LESS THE PRINCIPAL AND INTEREST ALREADY PAID *
      **************************************************************
       1763-SET-RECORD-LIMIT.
           IF M-LOAN-9 NOT NUMERIC
               MOVE 0 TO WK-REC-LIMIT
               MOVE 0 TO WK-INTEREST
           ELSE
               PERFORM 1761-CALC-INTEREST
               COMPUTE WK-REC-LIMIT = M-LOAN-9 + WK-INTEREST
                 - M-LTD-PRIN-9 - M-LTD-INT-9
           END-IF.
      **************************************************************
      * WHAT IS LEFT AFTER PASS 1 ON AN ACCOUNT WITH NO *
      * CHARGED-OFF LOAN IS A TRUE OVERPAYMENT - IT GOES ON THE *
      * LAST OPEN LOAN'S PRINCIPAL, LEAVING A CREDIT BALANCE *
      **************************************************************
       1764-POST-OVERPAYMENT.
           IF WK-REMAINING > 0
               SET AI-IDX TO WK-OPEN-LAST
               MOVE AR-IMAGE(AI-IDX) TO MASTER-DATA
               ADD WK-REMAINING TO M-LTD-PRIN-9
               ADD WK-REMAINING TO AR-POSTED(AI-IDX)
               MOVE 0 TO WK-REMAINING
               MOVE MASTER-DATA TO AR-IMAGE(AI-IDX)
           END-IF.
      **************************************************************
      * PUTS ONE LOAN'S SHARE ON ITS PAID FIGURES, INTEREST *
      * FIRST - WHATEVER INTEREST IS STILL OWED TAKES THE SHARE *
      * BEFORE ANY OF IT REACHES PRINCIPAL *
      **************************************************************
       1765-APPLY-SHARE.
           COMPUTE WK-INT-PART = WK-INTEREST - M-LTD-INT-9.
           IF WK-INT-PART < 0
               MOVE 0 TO WK-INT-PART
           END-IF.
           IF WK-INT-PART > WK-REC-SHARE
               MOVE WK-REC-SHARE TO WK-INT-PART
           END-IF.
           ADD WK-INT-PART TO M-LTD-INT-9.
           COMPUTE M-LTD-PRIN-9
             = M-LTD-PRIN-9 + WK-REC-SHARE - WK-INT-PART.
           ADD WK-REC-SHARE TO AR-POSTED(AI-IDX).
      **************************************************************
      * POSTS A SHARE OF WHAT IS LEFT TO THE RECOVERY LEDGER *
      * AGAINST ONE CHARGED-OFF LOAN - OLDEST FIRST, EACH UP TO *
      * ITS OWN LOAN-PLUS-INTEREST LEFT WHEN IT WAS CHARGED OFF, *
      * AND ANYTHING BEYOND THAT ON THE LAST ONE *
      **************************************************************
       1766-RECOVER-ONE-RECORD.
           MOVE AR-IMAGE(AI-IDX) TO MASTER-DATA.
           IF M-STATUS = 'W'
               PERFORM 1767-SET-RECOVERY-SHARE
               IF WK-REC-SHARE > 0
                   SUBTRACT WK-REC-SHARE FROM WK-REMAINING
                   PERFORM 1768-WRITE-RECOVERY
               END-IF
           END-IF.
       1767-SET-RECOVERY-SHARE.
           IF AI-IDX = WK-WO-LAST
               MOVE WK-REMAINING TO WK-REC-SHARE
           ELSE IF M-LTD-PRIN NOT NUMERIC OR M-LTD-INT NOT NUMERIC
               MOVE 0 TO WK-REC-SHARE
           ELSE
               PERFORM 1763-SET-RECORD-LIMIT
               IF WK-REC-LIMIT < WK-REMAINING
                   MOVE WK-REC-LIMIT TO WK-REC-SHARE
               ELSE
                   MOVE WK-REMAINING TO WK-REC-SHARE
               END-IF
           END-IF.
      **************************************************************
      * WRITES ONE RECOVERY LEDGER RECORD FOR THE CHARGED-OFF *
      * LOAN IN MASTER-DATA *
      **************************************************************
       1768-WRITE-RECOVERY.
           MOVE SPACES        TO RECOV-DATA.
           MOVE M-ACCT-NO-9   TO RL-ACCT-NO.
           MOVE M-LOAN-SEQ    TO RL-LOAN-SEQ.
           MOVE M-NAME        TO RL-NAME.
           MOVE M-DEGREE      TO RL-DEGREE.
           MOVE M-YEAR        TO RL-YEAR.
           MOVE WK-ASOF-DATE  TO RL-POST-DATE.
           MOVE WK-REC-SHARE  TO RL-AMOUNT.
           WRITE RECOV-REC FROM RECOV-DATA.
           ADD WK-REC-SHARE TO WK-RECOVERED.
      **************************************************************
      * BACKS A NEGATIVE NET OUT OF THE ACCOUNT'S LOAN RECORDS IN *
      * REVERSE SEQUENCE ORDER, PRINCIPAL PAID FIRST AND THEN *
      * INTEREST PAID, DRAINING EACH RECORD TO ZERO BEFORE MOVING *
      * TO THE LOAN BEFORE IT. A CHARGED-OFF LOAN'S PAID FIGURES *
      * ARE NEVER TOUCHED - WHAT THE OPEN LOANS CANNOT GIVE BACK *
      * IS TAKEN BACK OFF THE RECOVERY LEDGER, AGAINST THE LAST *
      * CHARGED-OFF LOAN *
      **************************************************************
       1770-SPILL-NEGATIVE.
           COMPUTE WK-REMAINING = 0 - POST-NET.
           PERFORM 1772-DRAIN-ONE-RECORD
             VARYING AI-IDX FROM ACCT-REC-COUNT BY -1
             UNTIL AI-IDX < 1 OR WK-REMAINING = 0.
           IF WK-REMAINING > 0 AND WK-WO-COUNT > 0
               SET AI-IDX TO WK-WO-LAST
               MOVE AR-IMAGE(AI-IDX) TO MASTER-DATA
               COMPUTE WK-REC-SHARE = 0 - WK-REMAINING
               MOVE 0 TO WK-REMAINING
               PERFORM 1768-WRITE-RECOVERY
           END-IF.
       1772-DRAIN-ONE-RECORD.
           MOVE AR-IMAGE(AI-IDX) TO MASTER-DATA.
           IF M-STATUS NOT = 'W'
               PERFORM 1775-DRAIN-PRINCIPAL
               PERFORM 1776-DRAIN-INTEREST
               MOVE MASTER-DATA TO AR-IMAGE(AI-IDX)
           END-IF.
       1775-DRAIN-PRINCIPAL.
           IF WK-REMAINING < M-LTD-PRIN-9
               SUBTRACT WK-REMAINING FROM M-LTD-PRIN-9
               SUBTRACT WK-REMAINING FROM AR-POSTED(AI-IDX)
               MOVE 0 TO WK-REMAINING
           ELSE
               SUBTRACT M-LTD-PRIN-9 FROM WK-REMAINING
               SUBTRACT M-LTD-PRIN-9 FROM AR-POSTED(AI-IDX)
               MOVE 0 TO M-LTD-PRIN-9
           END-IF.
       1776-DRAIN-INTEREST.
           IF WK-REMAINING < M-LTD-INT-9
               SUBTRACT WK-REMAINING FROM M-LTD-INT-9
               SUBTRACT WK-REMAINING FROM AR-POSTED(AI-IDX)
               MOVE 0 TO WK-REMAINING
           ELSE
               SUBTRACT M-LTD-INT-9 FROM WK-REMAINING
               SUBTRACT M-LTD-INT-9 FROM AR-POSTED(AI-IDX)
               MOVE 0 TO M-LTD-INT-9
           END-IF.
      **************************************************************
      * WRITES ONE HELD TRANSACTION TO THE DATED ARCHIVE *
           MOVE 0                           TO PT-AMOUNT.
           WRITE POST-REC FROM POST-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO POST-TOTAL-LINE.
           MOVE 'OF POSTED - TO RECOVERY LEDGER' TO PT-LABEL.
           MOVE CL-RECOV-ACCTS              TO PT-COUNT.
           MOVE CL-RECOV-AMOUNT             TO PT-AMOUNT.
           WRITE POST-REC FROM POST-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES THE NEW PERIOD'S PAYMENT FILE - CONTROL RECORD *
      * FIRST, THEN THE CARRIED-FORWARD TRANSACTIONS COPIED OFF *
             CL-CARRIED-ACCTS.
           DISPLAY 'LAB3C - STRAYS WITH NO MASTER  = '
             CL-STRAY-COUNT.
           DISPLAY 'LAB3C - TO RECOVERY LEDGER     = '
             CL-RECOV-AMOUNT.
           DISPLAY 'LAB3C - ARCHIVE CONTROL - COUNT = '
             AR-RECORD-COUNT ' HASH = ' AR-HASH-TOTAL.
           DISPLAY 'LAB3C - NEW PAYMENT CONTROL - COUNT = '
                     MST-PREV-ACCT ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE INPUT-FILE PAYHIST-FILE NEWMST-FILE
                     ARCH-FILE CARRY-FILE POST-FILE RECOV-FILE
                   STOP RUN
               END-IF
               IF M-ACCT-NO NUMERIC
                     ' FOLLOWS ' MST-PREV-SEQ ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE INPUT-FILE PAYHIST-FILE NEWMST-FILE
                     ARCH-FILE CARRY-FILE POST-FILE RECOV-FILE
                   STOP RUN
               END-IF
               IF M-ACCT-NO NUMERIC
                     PAY-PREV-ACCT ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE INPUT-FILE PAYHIST-FILE NEWMST-FILE
                     ARCH-FILE CARRY-FILE POST-FILE RECOV-FILE
                   STOP RUN
               END-IF
               MOVE PAY-ACCT-NO TO PAY-PREV-ACCT
           END-IF.
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
