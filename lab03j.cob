       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3J.
       AUTHOR. Addyson Sisemore
      * GENERAL LEDGER JOURNAL RUN - RUNS AFTER LAB3 AND BEFORE *
      * LAB3C CLOSES THE PERIOD, AND BUILDS THE CYCLE'S DOUBLE- *
      * ENTRY JOURNAL SO THE ACCOUNTING OFFICE NO LONGER HAND- *
      * BUILDS ENTRIES FROM THE INTAKE TOTALS, THE POSTING REPORT, *
      * THE REFUND BATCH, AND THE WRITTEN-OFF COUNTS. THE CASH *
      * SIDE COMES OFF THE PAYMENT HISTORY LAB3I ACCEPTED *
      * (PAYMENTS, REVERSALS, ADJUSTMENTS, AND TYPE-F REFUNDS); *
      * THE LOAN SIDE COMES OFF LAB3'S BALANCE SNAPSHOTS - THE *
      * INTEREST ACCRUED SINCE THE PRIOR RUN, AND EVERY LOAN THAT *
      * MOVED TO STATUS W SINCE THE PRIOR RUN. EACH KIND OF *
      * ACTIVITY IS MAPPED THROUGH THE CHART-OF-ACCOUNTS TABLE *
      * (DA-S-GLCOA) TO A DEBIT AND A CREDIT ACCOUNT BY LOAN *
      * CLASS - THE LOAN'S DEGREE PROGRAM - SO EACH DEGREE CAN *
      * POST TO ITS OWN RECEIVABLE. THE JOURNAL FILE CARRIES A *
      * HEADER, ONE LINE PER DEBIT AND CREDIT, AND A CONTROL *
      * TRAILER WITH THE DEBIT AND CREDIT TOTALS; LAB3G PROVES IT *
      * AGAIN BEFORE IT IS RELEASED TO THE LEDGER. CASH ON AN *
      * ACCOUNT WHOSE LOANS ARE ALL CHARGED OFF (STATUS W) NEVER *
      * REACHES THE RECEIVABLE - LAB3C POSTS IT TO THE RECOVERY *
      * LEDGER - SO IT IS JOURNALED AS A RECOVERY. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'.
           SELECT PAYHIST-FILE ASSIGN TO 'DA-S-PAYHST'.
           SELECT SNAPIN-FILE ASSIGN TO 'DA-S-SNAPIN'
             FILE STATUS IS SNAPI-FILE-STATUS.
           SELECT SNAPOUT-FILE ASSIGN TO 'DA-S-SNAPOUT'.
           SELECT PRISRT-FILE ASSIGN TO 'DA-S-JNPRI'.
           SELECT NEWSRT-FILE ASSIGN TO 'DA-S-JNNEW'.
           SELECT COA-FILE ASSIGN TO 'DA-S-GLCOA'.
           SELECT JOURNAL-FILE ASSIGN TO 'DA-S-GLJRNL'.
           SELECT JRPT-FILE ASSIGN TO 'UR-S-GLJRPT'.
           SELECT SNAP-SORT-FILE ASSIGN TO 'SORTWK1'.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * PAYMENT HISTORY TRANSACTIONS FROM LAB3I - LEADING CONTROL *
      * RECORD FIRST, THEN EVERY ACCEPTED TRANSACTION IN *
      * ASCENDING ACCOUNT ORDER, SAME FILE LAB3B AND LAB3C READ *
      **************************************************************
       FD PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYHIST-REC   PIC X(50).
      **************************************************************
      * THE PRIOR RUN'S BALANCE SNAPSHOT AND THIS RUN'S, AS LAB3 *
      * LEAVES THEM. A MISSING SNAPIN FILE IS THE FIRST RUN - *
      * EVERY LOAN'S INTEREST IS THEN NEW TO THE LEDGER *
      **************************************************************
       FD SNAPIN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SNAPIN-REC     PIC X(60).
       FD SNAPOUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SNAPOUT-REC    PIC X(60).
      **************************************************************
      * THE TWO SNAPSHOTS SORTED INTO ACCOUNT-PLUS-SEQUENCE ORDER *
      * SO THEY CAN BE WALKED BESIDE THE LOAN MASTER *
      **************************************************************
       FD PRISRT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PRISRT-REC     PIC X(60).
       FD NEWSRT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEWSRT-REC     PIC X(60).
      **************************************************************
      * CHART-OF-ACCOUNTS TABLE - ONE CARD PER ACTIVITY AND LOAN *
      * CLASS, NAMING THE ACCOUNT DEBITED AND THE ACCOUNT *
      * CREDITED. A CARD WITH A BLANK CLASS IS THE ACTIVITY'S *
      * DEFAULT AND MUST BE PRESENT FOR EVERY ACTIVITY *
      **************************************************************
       FD COA-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 COA-REC       PIC X(80).
      **************************************************************
      * THE GL JOURNAL - HEADER, DEBIT AND CREDIT LINES, AND THE *
      * CONTROL TRAILER. LAB3G RELEASES IT ONLY IF IT PROVES *
      **************************************************************
       FD JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 JOURNAL-REC   PIC X(80).
      **************************************************************
      * JOURNAL REPORT - THE LINES AS POSTED, THE SOURCE ACTIVITY *
      * TOTALS THEY CAME FROM, AND THE BALANCE VERDICT *
      **************************************************************
       FD JRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 JRPT-REC      PIC X(100).
      **************************************************************
      * SORT WORK FILE FOR THE TWO SNAPSHOT FILES, SAME KEYS AS *
      * LAB3'S ACTIVITY COMPARISON *
      **************************************************************
       SD SNAP-SORT-FILE.
       01 SS-RECORD.
         03 SS-ACCT-NO      PIC 9(7).
         03 FILLER          PIC X(43).
         03 SS-LOAN-SEQ     PIC X(2).
         03 FILLER          PIC X(8).
       WORKING-STORAGE SECTION.
       01 SNAPI-FILE-STATUS PIC X(2).
      **************************************************************
      * THE MASTER'S BATCH CONTROL RECORD, SAME AS LAB3 *
      **************************************************************
       01 CONTROL-REC-DATA.
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
      **************************************************************
      * LAYOUT FOR ONE LOAN MASTER RECORD, SAME AS LAB3 *
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
      * LAYOUT FOR THE PAYMENT FILE'S CONTROL RECORD (SEE LAB3I) *
      * AND THE TOTALS ACCUMULATED WHILE IT IS PROVED *
      **************************************************************
       01 PAY-CONTROL-DATA.
         03 PC-RECORD-COUNT  PIC 9(6).
         03 PC-HASH-TOTAL    PIC 9(9)V99.
         03 FILLER           PIC X(33).
       01 PAY-CONTROL-RUN-TOTALS.
         03 PC-RUN-COUNT      PIC 9(6)    VALUE 0.
         03 PC-RUN-HASH       PIC 9(9)V99 VALUE 0.
      **************************************************************
      * LAYOUT FOR ONE PAYMENT HISTORY TRANSACTION, SAME AS LAB3B *
      **************************************************************
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
      * LAYOUTS OF THE PRIOR AND THE NEW SNAPSHOT RECORD, SAME AS *
      * LAB3 WRITES THEM, AND THE KEYS THE THREE FILES MATCH ON *
      **************************************************************
       01 PRIOR-SNAP-DATA.
         03 PS-ACCT-NO    PIC 9(7).
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
           88 NS-WRITTEN-OFF  VALUE 'W'.
         03 NS-BALANCE    PIC S9(6)V99.
         03 NS-TOTAL-PAID PIC 9(6)V99.
         03 NS-INTEREST   PIC 9(5)V99.
         03 NS-LOAN-SEQ   PIC X(2).
         03 FILLER        PIC X(7).
       01 COMPARE-KEYS.
         03 K-MST-KEY     PIC X(9).
         03 K-PRI-KEY     PIC X(9).
         03 K-NEW-KEY     PIC X(9).
      **************************************************************
      * LAYOUT OF ONE CHART-OF-ACCOUNTS CARD. THE ACTIVITY CODES *
      * ARE PY PAYMENT, RV REVERSAL, AJ ADJUSTMENT, RF REFUND, *
      * RC RECOVERY ON A CHARGED-OFF ACCOUNT, IN INTEREST *
      * ACCRUED, AND WO LOAN WRITTEN OFF *
      **************************************************************
       01 COA-CARD-DATA.
         03 CA-ACTIVITY   PIC X(2).
           88 CA-ACTIVITY-VALID  VALUE 'PY' 'RV' 'AJ' 'RF'
                                       'RC' 'IN' 'WO'.
         03 CA-CLASS      PIC X(4).
         03 CA-DR-ACCT    PIC X(10).
         03 CA-CR-ACCT    PIC X(10).
         03 CA-DESC       PIC X(30).
         03 FILLER        PIC X(24).
       01 COA-COUNT        PIC 9(3)  VALUE 0.
       01 COA-TABLE.
         03 CT-ENTRY OCCURS 100 TIMES INDEXED BY CT-IDX.
           05 CT-ACTIVITY   PIC X(2).
           05 CT-CLASS      PIC X(4).
           05 CT-DR-ACCT    PIC X(10).
           05 CT-CR-ACCT    PIC X(10).
           05 CT-DESC       PIC X(30).
      **************************************************************
      * THE SEVEN ACTIVITIES IN THE ORDER THE JOURNAL IS WRITTEN, *
      * WITH THE NAME EACH CARRIES ON THE SOURCE TOTALS, AND THE *
      * COUNT AND DOLLARS OF SOURCE ACTIVITY BEHIND EACH *
      **************************************************************
       01 ACTIVITY-NAMES.
         03 FILLER  PIC X(32) VALUE 'PYPAYMENTS ACCEPTED BY LAB3I'.
         03 FILLER  PIC X(32) VALUE 'RVREVERSALS'.
         03 FILLER  PIC X(32) VALUE 'AJADJUSTMENTS'.
         03 FILLER  PIC X(32) VALUE 'RFREFUNDS (TYPE F)'.
         03 FILLER  PIC X(32) VALUE 'RCRECOVERIES - CHARGED OFF (NET)'.
         03 FILLER  PIC X(32) VALUE 'ININTEREST ACCRUED (NET)'.
         03 FILLER  PIC X(32) VALUE 'WOLOANS NEWLY WRITTEN OFF'.
       01 ACTIVITY-TABLE REDEFINES ACTIVITY-NAMES.
         03 AT-ENTRY OCCURS 7 TIMES INDEXED BY AT-IDX.
           05 AT-CODE     PIC X(2).
           05 AT-NAME     PIC X(30).
       01 SOURCE-TOTALS.
         03 ST-ENTRY OCCURS 7 TIMES INDEXED BY ST-IDX.
           05 ST-ITEMS    PIC 9(6)       VALUE 0.
           05 ST-AMOUNT   PIC S9(9)V99   VALUE 0.
      **************************************************************
      * THE JOURNAL BEING GATHERED - ONE ENTRY PER ACTIVITY AND *
      * LOAN CLASS, CARRYING THE ACCOUNTS THE CHART RESOLVED AND *
      * THE NET DOLLARS. A NET THAT COMES OUT BELOW ZERO (INTEREST *
      * GIVEN BACK, SAY) IS JOURNALED WITH THE SIDES SWAPPED *
      **************************************************************
       01 JRNL-COUNT       PIC 9(3)  VALUE 0.
       01 JRNL-TABLE.
         03 JA-ENTRY OCCURS 200 TIMES INDEXED BY JA-IDX.
           05 JA-ACTIVITY   PIC X(2).
           05 JA-CLASS      PIC X(4).
           05 JA-DR-ACCT    PIC X(10).
           05 JA-CR-ACCT    PIC X(10).
           05 JA-DESC       PIC X(30).
           05 JA-ITEMS      PIC 9(6).
           05 JA-AMOUNT     PIC S9(9)V99.
      **************************************************************
      * ONE PIECE OF ACTIVITY ON ITS WAY INTO THE JOURNAL TABLE *
      **************************************************************
       01 POSTING-WORK.
         03 PW-ACTIVITY    PIC X(2).
         03 PW-CLASS       PIC X(4).
         03 PW-AMOUNT      PIC S9(9)V99.
         03 WK-HOLD-CLASS  PIC X(4).
         03 WK-INT-DELTA   PIC S9(7)V99.
         03 WK-PRIOR-STATUS PIC X(1).
         03 WK-LINE-AMOUNT PIC 9(9)V99.
      **************************************************************
      * THE ACCOUNT THE CASH PASS IS ON - ITS CLASS (THE DEGREE *
      * OF ITS OLDEST LOAN) AND HOW MANY OF ITS LOANS ARE OPEN *
      * AND HOW MANY CHARGED OFF *
      **************************************************************
       01 CASH-ACCOUNT-WORK.
         03 WK-CASH-ACCT   PIC X(7)  VALUE HIGH-VALUES.
         03 WK-CASH-CLASS  PIC X(4).
         03 WK-OPEN-LOANS  PIC 9(3).
         03 WK-WO-LOANS    PIC 9(3).
      **************************************************************
      * THE JOURNAL FILE'S HEADER, LINE, AND TRAILER LAYOUTS *
      **************************************************************
       01 JRNL-HEADER-DATA.
         03 JH-REC-TYPE     PIC X(1)   VALUE 'H'.
         03 JH-RUN-DATE     PIC 9(8).
         03 JH-MASTER-GEN   PIC 9(6).
         03 FILLER          PIC X(1)   VALUE SPACE.
         03 FILLER          PIC X(25)
              VALUE 'LOAN SERVICING GL JOURNAL'.
         03 FILLER          PIC X(39)  VALUE SPACES.
       01 JRNL-LINE-DATA.
         03 JD-REC-TYPE     PIC X(1)   VALUE 'D'.
         03 JD-POST-DATE    PIC 9(8).
         03 JD-GL-ACCT      PIC X(10).
         03 JD-DR-CR        PIC X(1).
           88 JD-IS-DEBIT         VALUE 'D'.
           88 JD-IS-CREDIT        VALUE 'C'.
         03 JD-AMOUNT       PIC 9(9)V99.
         03 JD-ACTIVITY     PIC X(2).
         03 JD-CLASS        PIC X(4).
         03 JD-ITEMS        PIC 9(6).
         03 JD-DESC         PIC X(30).
         03 FILLER          PIC X(7)   VALUE SPACES.
       01 JRNL-TRAILER-DATA.
         03 JT-REC-TYPE     PIC X(1)   VALUE 'T'.
         03 JT-LINE-COUNT   PIC 9(6).
         03 JT-DEBIT-TOTAL  PIC 9(11)V99.
         03 JT-CREDIT-TOTAL PIC 9(11)V99.
         03 JT-BALANCE-FLAG PIC X(1).
         03 FILLER          PIC X(46)  VALUE SPACES.
      **************************************************************
      * THE JOURNAL'S OWN TOTALS, BUILT LINE BY LINE AS EACH IS *
      * WRITTEN - THE DEBITS AND THE CREDITS SEPARATELY *
      **************************************************************
       01 JRNL-RUN-TOTALS.
         03 JN-RUN-DATE      PIC 9(8)      VALUE 0.
         03 JN-LINE-COUNT    PIC 9(6)      VALUE 0.
         03 JN-DEBIT-TOTAL   PIC 9(11)V99  VALUE 0.
         03 JN-CREDIT-TOTAL  PIC 9(11)V99  VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE JOURNAL REPORT *
      **************************************************************
       01 JRPT-TITLE-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(37)
              VALUE 'LOAN SERVICING GL JOURNAL - RUN DATE '.
         03 JR-TDATE    PIC 9(8).
       01 JRPT-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(4)        VALUE 'ACT'.
         03 FILLER      PIC X(6)        VALUE 'CLASS'.
         03 FILLER      PIC X(12)       VALUE 'GL ACCOUNT'.
         03 FILLER      PIC X(32)       VALUE 'DESCRIPTION'.
         03 FILLER      PIC X(8)        VALUE ' ITEMS'.
         03 FILLER      PIC X(16)       VALUE '         DEBIT'.
         03 FILLER      PIC X(14)       VALUE '        CREDIT'.
       01 JRPT-DATA1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JR-ACT      PIC X(2).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JR-CLASS    PIC X(4).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JR-GL-ACCT  PIC X(10).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JR-DESC     PIC X(30).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JR-ITEMS    PIC ZZZZZ9.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JR-DEBIT    PIC ZZZ,ZZZ,ZZ9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JR-CREDIT   PIC ZZZ,ZZZ,ZZ9.99.
       01 JRPT-SOURCE-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JS-LABEL    PIC X(44).
         03 JS-ITEMS    PIC ZZZZZ9.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JS-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
         03 JS-COUNT    REDEFINES JS-AMOUNT   PIC Z(14)9.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JS-AMOUNT-B PIC ZZZ,ZZZ,ZZ9.99-.
         03 JS-COUNT-B  REDEFINES JS-AMOUNT-B PIC Z(14)9.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JS-VERDICT  PIC X(14).
       01 JRPT-NOTE-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 JN-NOTE     PIC X(70).
      **************************************************************
      * SET WHEN THE JOURNAL DOES NOT PROVE - DEBITS AGAINST *
      * CREDITS, OR THE INTAKE AGAINST ITS OWN CONTROL RECORD *
      **************************************************************
       01 JRNL-OUT-OF-BAL-SW PIC 9   VALUE 0.
         88 JRNL-OUT-OF-BALANCE    VALUE 1.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-P      PIC 9   VALUE 0.
           88 PAY-AT-EOF        VALUE 1.
         03 EOF-C      PIC 9   VALUE 0.
         03 EOF-NN     PIC 9   VALUE 0.
         03 EOF-PP     PIC 9   VALUE 0.
      **************************************************************
      *       SET WHEN THE PRIOR SNAPSHOT EXISTED AND WAS SORTED *
      **************************************************************
         03 PRISRT-AVAIL-SW PIC 9  VALUE 0.
           88 PRIOR-SNAP-AVAILABLE  VALUE 1.
      **************************************************************
      *       SET WHEN THE CHART LACKS AN ACTIVITY'S DEFAULT CARD *
      **************************************************************
         03 COA-MISSING-SW  PIC 9  VALUE 0.
           88 COA-INCOMPLETE        VALUE 1.
         03 COA-FOUND-SW    PIC 9  VALUE 0.
           88 COA-ENTRY-FOUND       VALUE 1.
         03 JRNL-FOUND-SW   PIC 9  VALUE 0.
           88 JRNL-ENTRY-FOUND      VALUE 1.
      **************************************************************
      *       WHICH PASS IS RUNNING - 1 = CASH, 2 = LOANS - SO AN *
      *       ABORT CLOSES THE RIGHT FILES *
      **************************************************************
         03 PASS-SW         PIC 9  VALUE 0.
           88 CASH-PASS             VALUE 1.
           88 LOAN-PASS             VALUE 2.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1050-LOAD-CHART.
           ACCEPT JN-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1200-CASH-PASS.
           PERFORM 1300-SORT-SNAPSHOTS.
           PERFORM 1400-LOAN-PASS.
           OPEN OUTPUT JOURNAL-FILE
             OUTPUT JRPT-FILE.
           PERFORM 1600-WRITE-JOURNAL.
           PERFORM 1700-PRINT-SOURCE-TOTALS.
           CLOSE JOURNAL-FILE
             JRPT-FILE.
           DISPLAY 'LAB3J - JOURNAL LINES WRITTEN = ' JN-LINE-COUNT.
           IF JRNL-OUT-OF-BALANCE
               DISPLAY 'LAB3J - JOURNAL OUT OF BALANCE - SEE THE '
                 'JOURNAL REPORT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'LAB3J - JOURNAL IN BALANCE'
           END-IF.
           STOP RUN.
      **************************************************************
      * LOADS THE CHART-OF-ACCOUNTS TABLE. A CARD WITH AN UNKNOWN *
      * ACTIVITY, A BLANK ACCOUNT, OR THE SAME ACCOUNT ON BOTH *
      * SIDES IS SKIPPED WITH A WARNING, AS IS A DUPLICATE. EVERY *
      * ACTIVITY MUST HAVE ITS DEFAULT (BLANK CLASS) CARD, SO NO *
      * DOLLAR CAN EVER FALL OUT OF THE JOURNAL FOR WANT OF AN *
      * ACCOUNT - WITHOUT THEM THE RUN ABORTS BEFORE IT STARTS *
      **************************************************************
       1050-LOAD-CHART.
           OPEN INPUT COA-FILE.
           PERFORM 1055-LOAD-ONE-ACCOUNT
             UNTIL EOF-C = 1.
           CLOSE COA-FILE.
           MOVE SPACES TO PW-CLASS.
           PERFORM 1058-CHECK-DEFAULT
             VARYING AT-IDX FROM 1 BY 1
             UNTIL AT-IDX > 7.
           IF COA-INCOMPLETE
               DISPLAY 'LAB3J - CHART OF ACCOUNTS IS INCOMPLETE - '
                 'RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1055-LOAD-ONE-ACCOUNT.
           READ COA-FILE INTO COA-CARD-DATA
             AT END MOVE 1 TO EOF-C.
           IF EOF-C NOT = 1
               IF NOT CA-ACTIVITY-VALID
                 OR CA-DR-ACCT = SPACES
                 OR CA-CR-ACCT = SPACES
                 OR CA-DR-ACCT = CA-CR-ACCT
                   DISPLAY 'LAB3J - WARNING - CHART CARD FOR '
                     CA-ACTIVITY ' ' CA-CLASS ' IS INVALID - '
                     'CARD SKIPPED'
               ELSE
                   MOVE CA-ACTIVITY TO PW-ACTIVITY
                   MOVE CA-CLASS    TO PW-CLASS
                   PERFORM 1510-FIND-CHART-EXACT
                   IF COA-ENTRY-FOUND
                       DISPLAY 'LAB3J - WARNING - DUPLICATE CHART '
                         'CARD FOR ' CA-ACTIVITY ' ' CA-CLASS
                         ' - CARD SKIPPED'
                   ELSE IF COA-COUNT < 100
                       ADD 1 TO COA-COUNT
                       SET CT-IDX TO COA-COUNT
                       MOVE CA-ACTIVITY TO CT-ACTIVITY(CT-IDX)
                       MOVE CA-CLASS    TO CT-CLASS(CT-IDX)
                       MOVE CA-DR-ACCT  TO CT-DR-ACCT(CT-IDX)
                       MOVE CA-CR-ACCT  TO CT-CR-ACCT(CT-IDX)
                       MOVE CA-DESC     TO CT-DESC(CT-IDX)
                   ELSE
                       DISPLAY 'LAB3J - CHART OF ACCOUNTS HAS MORE '
                         'THAN 100 CARDS - RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE COA-FILE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
       1058-CHECK-DEFAULT.
           MOVE AT-CODE(AT-IDX) TO PW-ACTIVITY.
           PERFORM 1510-FIND-CHART-EXACT.
           IF NOT COA-ENTRY-FOUND
               DISPLAY 'LAB3J - NO DEFAULT CHART CARD FOR '
                 'ACTIVITY ' PW-ACTIVITY
               MOVE 1 TO COA-MISSING-SW
           END-IF.
      **************************************************************
      * THE CASH PASS - EVERY TRANSACTION LAB3I ACCEPTED, CLASSED *
      * BY THE DEGREE OF THE ACCOUNT'S OLDEST LOAN (THE LOAN *
      * LAB3C APPLIES CASH TO FIRST). A TRANSACTION WITH NO *
      * MASTER RECORD TAKES THE ACTIVITY'S DEFAULT ACCOUNTS. ON *
      * AN ACCOUNT WHOSE LOANS ARE ALL CHARGED OFF THE CASH IS A *
      * RECOVERY - A PAYMENT OR ADJUSTMENT ADDS TO IT AND A *
      * REVERSAL OR REFUND TAKES IT BACK, AS LAB3C DOES ON THE *
      * RECOVERY LEDGER. AN ACCOUNT WITH AN OPEN LOAN KEEPS ITS *
      * DEGREE RECEIVABLE, SINCE LAB3C PAYS THE OPEN LOANS FIRST. *
      * THE INTAKE IS PROVED AGAINST ITS OWN CONTROL RECORD AS IT *
      * IS READ *
      **************************************************************
       1200-CASH-PASS.
           MOVE 1 TO PASS-SW.
           OPEN INPUT INPUT-FILE
             INPUT PAYHIST-FILE.
           PERFORM 1150-SKIP-CONTROL-RECORD.
           PERFORM 1160-READ-PAY-CONTROL.
           PERFORM 2000-READ-INPUT.
           IF NOT PAY-AT-EOF
               PERFORM 2500-READ-PAYMENT
           END-IF.
           PERFORM 1210-JOURNAL-ONE-TXN
             UNTIL PAY-AT-EOF.
           CLOSE INPUT-FILE
             PAYHIST-FILE.
       1210-JOURNAL-ONE-TXN.
           IF PAY-ACCT-NO NOT = WK-CASH-ACCT
               PERFORM 1215-SET-CASH-ACCOUNT
           END-IF.
           MOVE WK-CASH-CLASS TO PW-CLASS.
           IF PAY-IS-REVERSAL
               MOVE 'RV' TO PW-ACTIVITY
           ELSE IF PAY-IS-REFUND
               MOVE 'RF' TO PW-ACTIVITY
           ELSE IF PAY-IS-ADJUSTMENT
               MOVE 'AJ' TO PW-ACTIVITY
           ELSE
               IF NOT PAY-IS-PAYMENT
                   DISPLAY 'LAB3J - WARNING - TRANSACTION FOR '
                     PAY-ACCT-NO ' HAS UNRECOGNIZED TYPE CODE '
                     PAY-TYPE ' - JOURNALED AS A PAYMENT'
               END-IF
               MOVE 'PY' TO PW-ACTIVITY
           END-IF.
           MOVE PAY-AMOUNT TO PW-AMOUNT.
           IF WK-WO-LOANS > 0 AND WK-OPEN-LOANS = 0
               PERFORM 1220-SET-RECOVERY
           END-IF.
           ADD 1 TO PC-RUN-COUNT.
           ADD PAY-AMOUNT TO PC-RUN-HASH.
           PERFORM 1500-POST-ACTIVITY.
           PERFORM 2500-READ-PAYMENT.
      **************************************************************
      * STEPS THE MASTER TO A NEW ACCOUNT IN THE PAYMENT FILE AND *
      * COUNTS ITS OPEN AND CHARGED-OFF LOANS *
      **************************************************************
       1215-SET-CASH-ACCOUNT.
           MOVE PAY-ACCT-NO TO WK-CASH-ACCT.
           MOVE SPACES TO WK-CASH-CLASS.
           MOVE 0 TO WK-OPEN-LOANS.
           MOVE 0 TO WK-WO-LOANS.
           PERFORM 2000-READ-INPUT
             UNTIL EOF-I = 1 OR I-ACCT-NO NOT < PAY-ACCT-NO.
           IF EOF-I NOT = 1 AND I-ACCT-NO = PAY-ACCT-NO
               MOVE I-DEGREE TO WK-CASH-CLASS
               PERFORM 1217-COUNT-ONE-LOAN
                 UNTIL EOF-I = 1 OR I-ACCT-NO NOT = PAY-ACCT-NO
           END-IF.
       1217-COUNT-ONE-LOAN.
           IF I-WRITTEN-OFF
               ADD 1 TO WK-WO-LOANS
           ELSE
               ADD 1 TO WK-OPEN-LOANS
           END-IF.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * TURNS THE TRANSACTION INTO RECOVERY ACTIVITY - CASH TAKEN *
      * BACK NETS AGAINST THE RECOVERIES *
      **************************************************************
       1220-SET-RECOVERY.
           IF PW-ACTIVITY = 'RV' OR PW-ACTIVITY = 'RF'
               COMPUTE PW-AMOUNT = 0 - PAY-AMOUNT
           END-IF.
           MOVE 'RC' TO PW-ACTIVITY.
      **************************************************************
      * DISCARDS THE LEADING CONTROL RECORD ON DA-S-INPUT *
      **************************************************************
       1150-SKIP-CONTROL-RECORD.
           MOVE 0 TO EOF-I.
           READ INPUT-FILE INTO CONTROL-REC-DATA
             AT END
               MOVE 1 TO EOF-I
               MOVE 0 TO CR-GENERATION
           END-READ.
      **************************************************************
      * READS THE LEADING CONTROL RECORD LAB3I WRITES ON *
      * DA-S-PAYHST AND HOLDS IT FOR THE INTAKE PROOF. AN EMPTY *
      * PAYMENT FILE JUST MEANS NO CASH CAME IN THIS PERIOD *
      **************************************************************
       1160-READ-PAY-CONTROL.
           READ PAYHIST-FILE INTO PAY-CONTROL-DATA
             AT END
               MOVE 1      TO EOF-P
               MOVE 0      TO PC-RECORD-COUNT
               MOVE 0      TO PC-HASH-TOTAL
           END-READ.
      **************************************************************
      * SORTS THIS RUN'S SNAPSHOT, AND THE PRIOR RUN'S WHEN THERE *
      * IS ONE, INTO ACCOUNT-PLUS-SEQUENCE ORDER - SAME AS LAB3'S *
      * 3100-ACTIVITY-COMPARE *
      **************************************************************
       1300-SORT-SNAPSHOTS.
           SORT SNAP-SORT-FILE
             ON ASCENDING KEY SS-ACCT-NO SS-LOAN-SEQ
             USING SNAPOUT-FILE
             GIVING NEWSRT-FILE.
           OPEN INPUT SNAPIN-FILE.
           IF SNAPI-FILE-STATUS = '00'
               CLOSE SNAPIN-FILE
               SORT SNAP-SORT-FILE
                 ON ASCENDING KEY SS-ACCT-NO SS-LOAN-SEQ
                 USING SNAPIN-FILE
                 GIVING PRISRT-FILE
               MOVE 1 TO PRISRT-AVAIL-SW
           END-IF.
      **************************************************************
      * THE LOAN PASS - THIS RUN'S SNAPSHOT WALKED BESIDE THE *
      * PRIOR RUN'S AND THE LOAN MASTER. EACH LOAN'S INTEREST *
      * SINCE THE PRIOR RUN (ALL OF IT FOR A LOAN NEW TO THE *
      * FILE) IS ACCRUED, AND A LOAN NOW AT STATUS W THAT WAS NOT *
      * AT W ON THE PRIOR RUN HAS ITS BALANCE WRITTEN OFF *
      **************************************************************
       1400-LOAN-PASS.
           MOVE 2 TO PASS-SW.
           OPEN INPUT INPUT-FILE
             INPUT NEWSRT-FILE.
           IF PRIOR-SNAP-AVAILABLE
               MOVE 0 TO EOF-PP
               OPEN INPUT PRISRT-FILE
           ELSE
               MOVE 1 TO EOF-PP
           END-IF.
           PERFORM 1150-SKIP-CONTROL-RECORD.
           PERFORM 2000-READ-INPUT.
           PERFORM 3110-READ-PRIOR.
           PERFORM 3120-READ-NEW.
           PERFORM 1410-JOURNAL-ONE-LOAN
             UNTIL EOF-NN = 1.
           CLOSE INPUT-FILE
             NEWSRT-FILE.
           IF PRIOR-SNAP-AVAILABLE
               CLOSE PRISRT-FILE
           END-IF.
       1410-JOURNAL-ONE-LOAN.
           PERFORM 2000-READ-INPUT
             UNTIL EOF-I = 1 OR K-MST-KEY NOT < K-NEW-KEY.
           IF EOF-I NOT = 1 AND K-MST-KEY = K-NEW-KEY
               MOVE I-DEGREE TO PW-CLASS
           ELSE
               MOVE SPACES TO PW-CLASS
           END-IF.
           PERFORM 3110-READ-PRIOR
             UNTIL EOF-PP = 1 OR K-PRI-KEY NOT < K-NEW-KEY.
           IF EOF-PP NOT = 1 AND K-PRI-KEY = K-NEW-KEY
               SUBTRACT PS-INTEREST FROM NS-INTEREST
                 GIVING WK-INT-DELTA
               MOVE PS-STATUS TO WK-PRIOR-STATUS
               PERFORM 3110-READ-PRIOR
           ELSE
               MOVE NS-INTEREST TO WK-INT-DELTA
               MOVE SPACE       TO WK-PRIOR-STATUS
           END-IF.
           IF WK-INT-DELTA NOT = 0
               MOVE 'IN'         TO PW-ACTIVITY
               MOVE WK-INT-DELTA TO PW-AMOUNT
               PERFORM 1500-POST-ACTIVITY
           END-IF.
           IF NS-WRITTEN-OFF AND WK-PRIOR-STATUS NOT = 'W'
               MOVE 'WO' TO PW-ACTIVITY
               IF NS-BALANCE > 0
                   MOVE NS-BALANCE TO PW-AMOUNT
               ELSE
                   MOVE 0 TO PW-AMOUNT
               END-IF
               PERFORM 1500-POST-ACTIVITY
           END-IF.
           PERFORM 3120-READ-NEW.
      **************************************************************
      * POSTS ONE PIECE OF ACTIVITY - ADDS IT TO ITS SOURCE TOTAL, *
      * RESOLVES ITS ACCOUNTS THROUGH THE CHART (THE CLASS'S OWN *
      * CARD FIRST, THE ACTIVITY'S DEFAULT OTHERWISE), AND NETS IT *
      * INTO THE JOURNAL ENTRY FOR ITS ACTIVITY AND CLASS *
      **************************************************************
       1500-POST-ACTIVITY.
           SET AT-IDX TO 1.
           SEARCH AT-ENTRY
             WHEN AT-CODE(AT-IDX) = PW-ACTIVITY
               SET ST-IDX TO AT-IDX
               ADD 1 TO ST-ITEMS(ST-IDX)
               ADD PW-AMOUNT TO ST-AMOUNT(ST-IDX)
           END-SEARCH.
           IF PW-AMOUNT NOT = 0
               PERFORM 1520-FIND-JOURNAL-ENTRY
               IF NOT JRNL-ENTRY-FOUND
                   PERFORM 1530-ADD-JOURNAL-ENTRY
               END-IF
               ADD 1 TO JA-ITEMS(JA-IDX)
               ADD PW-AMOUNT TO JA-AMOUNT(JA-IDX)
           END-IF.
       1510-FIND-CHART-EXACT.
           MOVE 0 TO COA-FOUND-SW.
           IF COA-COUNT > 0
               SET CT-IDX TO 1
               SEARCH CT-ENTRY
                 WHEN CT-IDX > COA-COUNT
                   CONTINUE
                 WHEN CT-ACTIVITY(CT-IDX) = PW-ACTIVITY
                   AND CT-CLASS(CT-IDX) = PW-CLASS
                   MOVE 1 TO COA-FOUND-SW
               END-SEARCH
           END-IF.
       1520-FIND-JOURNAL-ENTRY.
           MOVE 0 TO JRNL-FOUND-SW.
           IF JRNL-COUNT > 0
               SET JA-IDX TO 1
               SEARCH JA-ENTRY
                 WHEN JA-IDX > JRNL-COUNT
                   CONTINUE
                 WHEN JA-ACTIVITY(JA-IDX) = PW-ACTIVITY
                   AND JA-CLASS(JA-IDX) = PW-CLASS
                   MOVE 1 TO JRNL-FOUND-SW
               END-SEARCH
           END-IF.
      **************************************************************
      * OPENS A JOURNAL ENTRY FOR A NEW ACTIVITY AND CLASS, WITH *
      * THE ACCOUNTS THE CHART GIVES IT. THE DEFAULT CARD IS *
      * GUARANTEED BY 1050-LOAD-CHART *
      **************************************************************
       1530-ADD-JOURNAL-ENTRY.
           IF JRNL-COUNT NOT < 200
               DISPLAY 'LAB3J - MORE THAN 200 ACTIVITY AND CLASS '
                 'COMBINATIONS - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               IF CASH-PASS
                   CLOSE INPUT-FILE PAYHIST-FILE
               ELSE
                   CLOSE INPUT-FILE NEWSRT-FILE
               END-IF
               STOP RUN
           END-IF.
           PERFORM 1510-FIND-CHART-EXACT.
           IF NOT COA-ENTRY-FOUND
               MOVE PW-CLASS TO WK-HOLD-CLASS
               MOVE SPACES TO PW-CLASS
               PERFORM 1510-FIND-CHART-EXACT
               MOVE WK-HOLD-CLASS TO PW-CLASS
           END-IF.
           ADD 1 TO JRNL-COUNT.
           SET JA-IDX TO JRNL-COUNT.
           MOVE PW-ACTIVITY         TO JA-ACTIVITY(JA-IDX).
           MOVE PW-CLASS            TO JA-CLASS(JA-IDX).
           MOVE CT-DR-ACCT(CT-IDX)  TO JA-DR-ACCT(JA-IDX).
           MOVE CT-CR-ACCT(CT-IDX)  TO JA-CR-ACCT(JA-IDX).
           MOVE CT-DESC(CT-IDX)     TO JA-DESC(JA-IDX).
           MOVE 0 TO JA-ITEMS(JA-IDX).
           MOVE 0 TO JA-AMOUNT(JA-IDX).
      **************************************************************
      * WRITES THE JOURNAL - HEADER, THEN EACH ACTIVITY'S ENTRIES *
      * IN THE FIXED ACTIVITY ORDER, EACH AS A DEBIT LINE AND A *
      * CREDIT LINE, THEN THE CONTROL TRAILER. THE DEBITS AND *
      * CREDITS ARE TOTALED SEPARATELY AS THEY ARE WRITTEN AND *
      * MUST COME OUT EQUAL, AND THE INTAKE MUST HAVE PROVED *
      * AGAINST ITS CONTROL RECORD, FOR THE TRAILER TO CARRY THE *
      * BALANCED FLAG *
      **************************************************************
       1600-WRITE-JOURNAL.
           MOVE JN-RUN-DATE   TO JH-RUN-DATE.
           IF CR-GENERATION NUMERIC
               MOVE CR-GENERATION TO JH-MASTER-GEN
           ELSE
               MOVE 0 TO JH-MASTER-GEN
           END-IF.
           WRITE JOURNAL-REC FROM JRNL-HEADER-DATA.
           MOVE JN-RUN-DATE   TO JR-TDATE.
           WRITE JRPT-REC FROM JRPT-TITLE-LINE
             AFTER ADVANCING PAGE.
           MOVE SPACES TO JRPT-REC.
           WRITE JRPT-REC
             AFTER ADVANCING 1 LINE.
           WRITE JRPT-REC FROM JRPT-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO JRPT-REC.
           WRITE JRPT-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 1610-WRITE-ACTIVITY
             VARYING AT-IDX FROM 1 BY 1
             UNTIL AT-IDX > 7.
           IF JN-DEBIT-TOTAL NOT = JN-CREDIT-TOTAL
             OR PC-RUN-COUNT NOT = PC-RECORD-COUNT
             OR PC-RUN-HASH NOT = PC-HASH-TOTAL
               MOVE 1 TO JRNL-OUT-OF-BAL-SW
           END-IF.
           MOVE JN-LINE-COUNT   TO JT-LINE-COUNT.
           MOVE JN-DEBIT-TOTAL  TO JT-DEBIT-TOTAL.
           MOVE JN-CREDIT-TOTAL TO JT-CREDIT-TOTAL.
           IF JRNL-OUT-OF-BALANCE
               MOVE 'U' TO JT-BALANCE-FLAG
           ELSE
               MOVE 'B' TO JT-BALANCE-FLAG
           END-IF.
           WRITE JOURNAL-REC FROM JRNL-TRAILER-DATA.
           MOVE SPACES TO JRPT-DATA1.
           MOVE 'JOURNAL TOTALS'  TO JR-DESC.
           MOVE JN-LINE-COUNT     TO JR-ITEMS.
           MOVE JN-DEBIT-TOTAL    TO JR-DEBIT.
           MOVE JN-CREDIT-TOTAL   TO JR-CREDIT.
           WRITE JRPT-REC FROM JRPT-DATA1
             AFTER ADVANCING 2 LINES.
       1610-WRITE-ACTIVITY.
           PERFORM 1620-WRITE-ONE-ENTRY
             VARYING JA-IDX FROM 1 BY 1
             UNTIL JA-IDX > JRNL-COUNT.
      **************************************************************
      * ONE JOURNAL ENTRY AS ITS DEBIT AND CREDIT LINES - A NET *
      * BELOW ZERO REVERSES THE ENTRY, SO THE CHART'S CREDIT *
      * ACCOUNT TAKES THE DEBIT AND THE DEBIT ACCOUNT THE CREDIT *
      **************************************************************
       1620-WRITE-ONE-ENTRY.
           IF JA-ACTIVITY(JA-IDX) = AT-CODE(AT-IDX)
             AND JA-AMOUNT(JA-IDX) NOT = 0
               MOVE JN-RUN-DATE         TO JD-POST-DATE
               MOVE JA-ACTIVITY(JA-IDX) TO JD-ACTIVITY
               MOVE JA-CLASS(JA-IDX)    TO JD-CLASS
               MOVE JA-ITEMS(JA-IDX)    TO JD-ITEMS
               MOVE JA-DESC(JA-IDX)     TO JD-DESC
               IF JA-AMOUNT(JA-IDX) > 0
                   MOVE JA-AMOUNT(JA-IDX) TO WK-LINE-AMOUNT
                   MOVE JA-DR-ACCT(JA-IDX) TO JD-GL-ACCT
                   MOVE 'D' TO JD-DR-CR
                   PERFORM 1630-WRITE-LINE
                   MOVE JA-CR-ACCT(JA-IDX) TO JD-GL-ACCT
                   MOVE 'C' TO JD-DR-CR
                   PERFORM 1630-WRITE-LINE
               ELSE
                   COMPUTE WK-LINE-AMOUNT = 0 - JA-AMOUNT(JA-IDX)
                   MOVE JA-CR-ACCT(JA-IDX) TO JD-GL-ACCT
                   MOVE 'D' TO JD-DR-CR
                   PERFORM 1630-WRITE-LINE
                   MOVE JA-DR-ACCT(JA-IDX) TO JD-GL-ACCT
                   MOVE 'C' TO JD-DR-CR
                   PERFORM 1630-WRITE-LINE
               END-IF
           END-IF.
       1630-WRITE-LINE.
           MOVE WK-LINE-AMOUNT TO JD-AMOUNT.
           WRITE JOURNAL-REC FROM JRNL-LINE-DATA.
           ADD 1 TO JN-LINE-COUNT.
           MOVE SPACES      TO JRPT-DATA1.
           MOVE JD-ACTIVITY TO JR-ACT.
           MOVE JD-CLASS    TO JR-CLASS.
           MOVE JD-GL-ACCT  TO JR-GL-ACCT.
           MOVE JD-DESC     TO JR-DESC.
           MOVE JD-ITEMS    TO JR-ITEMS.
           IF JD-IS-DEBIT
               ADD WK-LINE-AMOUNT TO JN-DEBIT-TOTAL
               MOVE WK-LINE-AMOUNT TO JR-DEBIT
           ELSE
               ADD WK-LINE-AMOUNT TO JN-CREDIT-TOTAL
               MOVE WK-LINE-AMOUNT TO JR-CREDIT
           END-IF.
           WRITE JRPT-REC FROM JRPT-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE SOURCE ACTIVITY BEHIND THE JOURNAL - COUNT AND *
      * DOLLARS OF EACH KIND - THE INTAKE PROOF, THE DEBIT AND *
      * CREDIT PROOF, AND THE VERDICT *
      **************************************************************
       1700-PRINT-SOURCE-TOTALS.
           MOVE SPACES TO JRPT-REC.
           WRITE JRPT-REC
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO JRPT-NOTE-LINE.
           MOVE 'SOURCE ACTIVITY' TO JN-NOTE.
           WRITE JRPT-REC FROM JRPT-NOTE-LINE
             AFTER ADVANCING 2 LINES.
           PERFORM 1710-PRINT-ONE-SOURCE
             VARYING AT-IDX FROM 1 BY 1
             UNTIL AT-IDX > 7.
           MOVE SPACES TO JRPT-SOURCE-LINE.
           MOVE 'PAYMENT FILE VS ITS CONTROL RECORD - COUNT'
             TO JS-LABEL.
           MOVE PC-RUN-COUNT    TO JS-COUNT.
           MOVE PC-RECORD-COUNT TO JS-COUNT-B.
           IF PC-RUN-COUNT = PC-RECORD-COUNT
               MOVE 'IN BALANCE'     TO JS-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO JS-VERDICT
           END-IF.
           WRITE JRPT-REC FROM JRPT-SOURCE-LINE
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO JRPT-SOURCE-LINE.
           MOVE 'PAYMENT FILE VS ITS CONTROL RECORD - DOLLARS'
             TO JS-LABEL.
           MOVE PC-RUN-HASH   TO JS-AMOUNT.
           MOVE PC-HASH-TOTAL TO JS-AMOUNT-B.
           IF PC-RUN-HASH = PC-HASH-TOTAL
               MOVE 'IN BALANCE'     TO JS-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO JS-VERDICT
           END-IF.
           WRITE JRPT-REC FROM JRPT-SOURCE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO JRPT-SOURCE-LINE.
           MOVE 'JOURNAL DEBITS VS JOURNAL CREDITS' TO JS-LABEL.
           MOVE JN-DEBIT-TOTAL  TO JS-AMOUNT.
           MOVE JN-CREDIT-TOTAL TO JS-AMOUNT-B.
           IF JN-DEBIT-TOTAL = JN-CREDIT-TOTAL
               MOVE 'IN BALANCE'     TO JS-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO JS-VERDICT
           END-IF.
           WRITE JRPT-REC FROM JRPT-SOURCE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO JRPT-NOTE-LINE.
           IF JRNL-OUT-OF-BALANCE
               MOVE '*** JOURNAL OUT OF BALANCE - DO NOT RELEASE ***'
                 TO JN-NOTE
           ELSE
               MOVE 'JOURNAL IN BALANCE' TO JN-NOTE
           END-IF.
           WRITE JRPT-REC FROM JRPT-NOTE-LINE
             AFTER ADVANCING 2 LINES.
       1710-PRINT-ONE-SOURCE.
           SET ST-IDX TO AT-IDX.
           MOVE SPACES TO JRPT-SOURCE-LINE.
           MOVE AT-NAME(AT-IDX)    TO JS-LABEL.
           MOVE ST-ITEMS(ST-IDX)   TO JS-ITEMS.
           MOVE ST-AMOUNT(ST-IDX)  TO JS-AMOUNT.
           WRITE JRPT-REC FROM JRPT-SOURCE-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS ONE LOAN MASTER RECORD AND BUILDS ITS MATCH KEY - *
      * HIGH-VALUES AT EOF SO EVERY LATER KEY SORTS BELOW IT. AN *
      * EXHAUSTED MASTER IS NEVER READ AGAIN *
      **************************************************************
       2000-READ-INPUT.
           IF EOF-I NOT = 1
               READ INPUT-FILE INTO INPUT-DATA
                 AT END MOVE 1 TO EOF-I
               END-READ
           END-IF.
           IF EOF-I NOT = 1
               MOVE I-ACCT-NO  TO K-MST-KEY(1:7)
               MOVE I-LOAN-SEQ TO K-MST-KEY(8:2)
           ELSE
               MOVE HIGH-VALUES TO K-MST-KEY
               MOVE 9999999 TO I-ACCT-NO
           END-IF.
      **************************************************************
      * READS ONE PAYMENT HISTORY TRANSACTION. ONCE THE FILE IS *
      * EXHAUSTED THE EOF SWITCH STOPS THE CASH PASS *
      **************************************************************
       2500-READ-PAYMENT.
           READ PAYHIST-FILE INTO PAYHIST-DATA
             AT END
               MOVE 1      TO EOF-P
               MOVE ZEROS  TO PAY-ACCT-NO
               MOVE SPACES TO PAY-NAME
           END-READ.
      **************************************************************
      * READS ONE RECORD OFF EACH SORTED SNAPSHOT AND BUILDS ITS *
      * MATCH KEY. A PRIOR READ IS ONLY EVER ATTEMPTED WHILE THE *
      * PRIOR FILE IS OPEN AND NOT EXHAUSTED *
      **************************************************************
       3110-READ-PRIOR.
           IF EOF-PP NOT = 1
               READ PRISRT-FILE INTO PRIOR-SNAP-DATA
                 AT END MOVE 1 TO EOF-PP
               END-READ
               IF EOF-PP NOT = 1
                   MOVE PS-ACCT-NO  TO K-PRI-KEY(1:7)
                   MOVE PS-LOAN-SEQ TO K-PRI-KEY(8:2)
               END-IF
           END-IF.
       3120-READ-NEW.
           READ NEWSRT-FILE INTO NEW-SNAP-DATA
             AT END MOVE 1 TO EOF-NN.
           IF EOF-NN NOT = 1
               MOVE NS-ACCT-NO  TO K-NEW-KEY(1:7)
               MOVE NS-LOAN-SEQ TO K-NEW-KEY(8:2)
           END-IF.
