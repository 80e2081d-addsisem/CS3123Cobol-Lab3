      * THE SNAPSHOT. A ONE-PAGE PROOF REPORT NAMES EACH PAIR OF *
      * FIGURES, AND AN OUT-OF-BALANCE CONDITION SETS A NONZERO *
      * RETURN CODE SO THE GL UPLOAD STEP CAN BE HELD *
      * AUTOMATICALLY. THE DOUBLE-ENTRY JOURNAL LAB3J WROTE IS *
      * PROVED HERE TOO - ITS DEBIT AND CREDIT LINES TOTALED *
      * AGAINST EACH OTHER AND AGAINST ITS CONTROL TRAILER - AND *
      * IT IS COPIED TO THE RELEASE FILE THE LEDGER LOADS FROM *
      * ONLY WHEN EVERY FIGURE ON THE PROOF IS IN BALANCE. AN *
      * OUT-OF-BALANCE JOURNAL IS NEVER RELEASED. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SNAPIN-FILE ASSIGN TO 'DA-S-SNAPOUT'.
           SELECT INTEXT-FILE ASSIGN TO 'UR-S-INTEXT'.
           SELECT PROOF-FILE ASSIGN TO 'UR-S-PROOF'.
           SELECT JOURNAL-FILE ASSIGN TO 'DA-S-GLJRNL'
             FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT GLREL-FILE ASSIGN TO 'DA-S-GLREL'.

       DATA DIVISION.

       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * THE GL EXTRACT LAB3 WROTE IN 1650-WRITE-GLEXT - COMMA- *
      * DELIMITED, ONE ROW PER LOAN RECORD *
       FD PROOF-FILE
           LABEL RECORDS ARE OMITTED.
       01 PROOF-REC      PIC X(100).
      **************************************************************
      * THE GL JOURNAL LAB3J WROTE - HEADER, DEBIT AND CREDIT *
      * LINES, CONTROL TRAILER. A MISSING FILE MEANS NO JOURNAL *
      * WAS BUILT THIS CYCLE, SO THERE IS NOTHING TO RELEASE *
      **************************************************************
       FD JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 JOURNAL-REC    PIC X(80).
      **************************************************************
      * THE RELEASED JOURNAL - A COPY OF A PROVED JOURNAL, WRITTEN *
      * ONLY WHEN THE WHOLE CYCLE IS IN BALANCE. THE LEDGER LOADS *
      * FROM THIS FILE, NEVER FROM DA-S-GLJRNL *
      **************************************************************
       FD GLREL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 GLREL-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01 JOURNAL-FILE-STATUS PIC X(2).
      **************************************************************
      * THE INPUT CONTROL RECORD - THE HASH IS THE SUM OF EVERY *
      * LOAN ON THE MASTER, WHICH THE GL LOAN COLUMN MUST MATCH *
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
      **************************************************************
      * ONE GL EXTRACT ROW SPLIT INTO ITS FIELDS, AND THE EDITED *
      * AMOUNT FIELDS REDEFINED SO THE DOLLARS CAN BE DE-EDITED - *
           05 FILLER        PIC X(1).
           05 GW-L-FRAC     PIC 9(2).
         03 GW-TOTAL-X.
           05 GW-T-WHOLE    PIC 9(6).
           05 FILLER        PIC X(1).
           05 GW-T-FRAC     PIC 9(2).
         03 GW-BAL-X.
         03 IX-SEQ        PIC X(2).
         03 IX-NAME       PIC X(20).
         03 IX-AMT-X.
           05 IX-A-WHOLE    PIC 9(6).
           05 FILLER        PIC X(1).
           05 IX-A-FRAC     PIC 9(2).
      **************************************************************
         03 SN-NAME       PIC X(20).
         03 SN-STATUS     PIC X(1).
         03 SN-BALANCE    PIC S9(6)V99.
         03 SN-TOTAL-PAID PIC 9(6)V99.
         03 SN-INTEREST   PIC 9(5)V99.
         03 SN-LOAN-SEQ   PIC X(2).
         03 FILLER        PIC X(7).
      **************************************************************
      * THE JOURNAL'S LINE AND TRAILER RECORDS, SAME AS LAB3J *
      * WRITES THEM *
      **************************************************************
       01 JRNL-LINE-DATA.
         03 JD-REC-TYPE     PIC X(1).
           88 JD-IS-HEADER        VALUE 'H'.
           88 JD-IS-LINE          VALUE 'D'.
           88 JD-IS-TRAILER       VALUE 'T'.
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
         03 FILLER          PIC X(7).
       01 JRNL-TRAILER-DATA REDEFINES JRNL-LINE-DATA.
         03 FILLER          PIC X(1).
         03 JT-LINE-COUNT   PIC 9(6).
         03 JT-DEBIT-TOTAL  PIC 9(11)V99.
         03 JT-CREDIT-TOTAL PIC 9(11)V99.
         03 JT-BALANCE-FLAG PIC X(1).
           88 JT-FLAGGED-BALANCED VALUE 'B'.
         03 FILLER          PIC X(46).
      **************************************************************
      * THE JOURNAL'S TOTALS AS READ, AND ITS TRAILER'S FIGURES *
      **************************************************************
       01 JOURNAL-TOTALS.
         03 JG-DEBIT-TOTAL   PIC 9(11)V99  VALUE 0.
         03 JG-CREDIT-TOTAL  PIC 9(11)V99  VALUE 0.
         03 JG-LINE-COUNT    PIC 9(6)      VALUE 0.
         03 JG-BAD-COUNT     PIC 9(6)      VALUE 0.
         03 JG-TRAILER-COUNT PIC 9(3)      VALUE 0.
         03 JG-TRL-LINES     PIC 9(6)      VALUE 0.
         03 JG-TRL-DEBITS    PIC 9(11)V99  VALUE 0.
         03 JG-TRL-CREDITS   PIC 9(11)V99  VALUE 0.
         03 JG-TRL-FLAG      PIC X(1)      VALUE SPACE.
      **************************************************************
      * THE INDEPENDENT TOTALS OF EACH FILE *
      **************************************************************
       01 OUT-OF-BAL-SW    PIC 9   VALUE 0.
         88 PROOF-OUT-OF-BALANCE  VALUE 1.
      **************************************************************
      * SET WHEN THE JOURNAL WAS FOUND, AND WHEN IT FAILS ITS OWN *
      * PROOF - EITHER ONE KEEPS IT FROM BEING RELEASED *
      **************************************************************
       01 JRNL-PRESENT-SW  PIC 9   VALUE 0.
         88 JOURNAL-PRESENT       VALUE 1.
       01 JRNL-BAD-SW      PIC 9   VALUE 0.
         88 JOURNAL-OUT-OF-BALANCE VALUE 1.
      **************************************************************
      * LAYOUTS FOR THE PROOF REPORT *
      **************************************************************
       01 PF-TITLE-LINE.
         03 EOF-G      PIC 9   VALUE 0.
         03 EOF-S      PIC 9   VALUE 0.
         03 EOF-X      PIC 9   VALUE 0.
         03 EOF-J      PIC 9   VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
           PERFORM 1200-TOTAL-GL-EXTRACT.
           PERFORM 1300-TOTAL-SNAPSHOT.
           PERFORM 1400-TOTAL-INT-EXTRACT.
           PERFORM 1600-TOTAL-JOURNAL.
           OPEN OUTPUT PROOF-FILE.
           PERFORM 1500-PRINT-PROOF.
           CLOSE PROOF-FILE.
               DISPLAY 'LAB3G - CYCLE IN BALANCE - GL UPLOAD MAY '
                 'PROCEED'
           END-IF.
           IF JOURNAL-PRESENT
               IF JOURNAL-OUT-OF-BALANCE
                   DISPLAY 'LAB3G - GL JOURNAL OUT OF BALANCE - '
                     'NOT RELEASED'
               ELSE IF PROOF-OUT-OF-BALANCE
                   DISPLAY 'LAB3G - GL JOURNAL HELD - NOT RELEASED'
               ELSE
                   PERFORM 1700-RELEASE-JOURNAL
                   DISPLAY 'LAB3G - GL JOURNAL RELEASED'
               END-IF
           END-IF.
           STOP RUN.
      **************************************************************
      * READS THE INPUT CONTROL RECORD - ITS HASH IS THE ANCHOR *
           PERFORM 1540-JUDGE-INTEREST.
           WRITE PROOF-REC FROM PF-COMP-LINE
             AFTER ADVANCING 1 LINE.
           IF JOURNAL-PRESENT
               PERFORM 1550-PRINT-JOURNAL-PROOF
           ELSE
               MOVE SPACES TO PF-NOTE-LINE
               MOVE 'NO GL JOURNAL FOUND THIS CYCLE - NOTHING TO '
                 TO PF-NOTE(1:44)
               MOVE 'RELEASE' TO PF-NOTE(45:7)
               WRITE PROOF-REC FROM PF-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO PROOF-REC.
           WRITE PROOF-REC
             AFTER ADVANCING 1 LINE.
               MOVE '*** CYCLE OUT OF BALANCE - HOLD THE GL '
                 TO PF-NOTE(1:39)
               MOVE 'UPLOAD ***' TO PF-NOTE(40:10)
               IF JOURNAL-PRESENT
                   MOVE '- JOURNAL HELD' TO PF-NOTE(51:14)
               END-IF
           ELSE
               MOVE 'CYCLE IN BALANCE' TO PF-NOTE
               IF JOURNAL-PRESENT
                   MOVE '- JOURNAL RELEASED' TO PF-NOTE(18:18)
               END-IF
           END-IF.
           WRITE PROOF-REC FROM PF-NOTE-LINE
             AFTER ADVANCING 2 LINES.
               MOVE 'OUT OF BALANCE' TO PF-VERDICT
               MOVE 1 TO OUT-OF-BAL-SW
           END-IF.
      **************************************************************
      * PRINTS THE JOURNAL'S PROOF - ITS DEBITS AGAINST ITS *
      * CREDITS, EACH SIDE AGAINST ITS TRAILER, AND A NOTE FOR A *
      * LINE COUNT OR TRAILER THAT DOES NOT AGREE *
      **************************************************************
       1550-PRINT-JOURNAL-PROOF.
           MOVE 'GL JOURNAL DEBITS VS JOURNAL CREDITS'
             TO PF-LABEL.
           MOVE JG-DEBIT-TOTAL  TO PF-AMT-A.
           MOVE JG-CREDIT-TOTAL TO PF-AMT-B.
           IF JG-DEBIT-TOTAL = JG-CREDIT-TOTAL
               MOVE 'IN BALANCE'     TO PF-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO PF-VERDICT
           END-IF.
           WRITE PROOF-REC FROM PF-COMP-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'GL JOURNAL DEBITS VS TRAILER DEBITS'
             TO PF-LABEL.
           MOVE JG-DEBIT-TOTAL  TO PF-AMT-A.
           MOVE JG-TRL-DEBITS   TO PF-AMT-B.
           IF JG-DEBIT-TOTAL = JG-TRL-DEBITS
               MOVE 'IN BALANCE'     TO PF-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO PF-VERDICT
           END-IF.
           WRITE PROOF-REC FROM PF-COMP-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'GL JOURNAL CREDITS VS TRAILER CREDITS'
             TO PF-LABEL.
           MOVE JG-CREDIT-TOTAL TO PF-AMT-A.
           MOVE JG-TRL-CREDITS  TO PF-AMT-B.
           IF JG-CREDIT-TOTAL = JG-TRL-CREDITS
               MOVE 'IN BALANCE'     TO PF-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO PF-VERDICT
           END-IF.
           WRITE PROOF-REC FROM PF-COMP-LINE
             AFTER ADVANCING 1 LINE.
           IF JG-TRAILER-COUNT NOT = 1
               MOVE SPACES TO PF-NOTE-LINE
               MOVE 'GL JOURNAL DOES NOT CARRY EXACTLY ONE '
                 TO PF-NOTE(1:38)
               MOVE 'CONTROL TRAILER' TO PF-NOTE(39:15)
               WRITE PROOF-REC FROM PF-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           IF JG-LINE-COUNT NOT = JG-TRL-LINES
             OR JG-BAD-COUNT NOT = 0
               MOVE SPACES TO PF-NOTE-LINE
               MOVE 'GL JOURNAL LINE COUNT DISAGREES WITH ITS '
                 TO PF-NOTE(1:41)
               MOVE 'TRAILER' TO PF-NOTE(42:7)
               WRITE PROOF-REC FROM PF-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           IF JG-TRL-FLAG NOT = 'B'
               MOVE SPACES TO PF-NOTE-LINE
               MOVE 'LAB3J FLAGGED THE JOURNAL OUT OF BALANCE - '
                 TO PF-NOTE(1:43)
               MOVE 'SEE THE JOURNAL REPORT' TO PF-NOTE(44:22)
               WRITE PROOF-REC FROM PF-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * TOTALS THE GL JOURNAL - DEBIT LINES AND CREDIT LINES *
      * SEPARATELY - AND HOLDS ITS TRAILER. THE JOURNAL IS OUT OF *
      * BALANCE IF THE DEBITS AND CREDITS DIFFER, IF EITHER SIDE *
      * DISAGREES WITH THE TRAILER, IF THE LINE COUNT DISAGREES, *
      * IF THERE IS NOT EXACTLY ONE TRAILER, IF ANY RECORD IS NOT *
      * A HEADER, LINE, OR TRAILER, OR IF LAB3J ITSELF FLAGGED IT. *
      * ANY OF THESE ALSO PUTS THE CYCLE OUT OF BALANCE *
      **************************************************************
       1600-TOTAL-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = '00'
               MOVE 1 TO JRNL-PRESENT-SW
               PERFORM 1610-TOTAL-ONE-JOURNAL-REC
                 UNTIL EOF-J = 1
               CLOSE JOURNAL-FILE
               IF JG-DEBIT-TOTAL NOT = JG-CREDIT-TOTAL
                 OR JG-DEBIT-TOTAL NOT = JG-TRL-DEBITS
                 OR JG-CREDIT-TOTAL NOT = JG-TRL-CREDITS
                 OR JG-LINE-COUNT NOT = JG-TRL-LINES
                 OR JG-TRAILER-COUNT NOT = 1
                 OR JG-BAD-COUNT NOT = 0
                 OR JG-TRL-FLAG NOT = 'B'
                   MOVE 1 TO JRNL-BAD-SW
                   MOVE 1 TO OUT-OF-BAL-SW
               END-IF
           END-IF.
       1610-TOTAL-ONE-JOURNAL-REC.
           READ JOURNAL-FILE INTO JRNL-LINE-DATA
             AT END MOVE 1 TO EOF-J.
           IF EOF-J NOT = 1
               IF JD-IS-HEADER
                   CONTINUE
               ELSE IF JD-IS-TRAILER
                   ADD 1 TO JG-TRAILER-COUNT
                   MOVE JT-LINE-COUNT   TO JG-TRL-LINES
                   MOVE JT-DEBIT-TOTAL  TO JG-TRL-DEBITS
                   MOVE JT-CREDIT-TOTAL TO JG-TRL-CREDITS
                   MOVE JT-BALANCE-FLAG TO JG-TRL-FLAG
               ELSE IF JD-IS-LINE AND JD-AMOUNT NUMERIC
                 AND JD-IS-DEBIT
                   ADD 1 TO JG-LINE-COUNT
                   ADD JD-AMOUNT TO JG-DEBIT-TOTAL
               ELSE IF JD-IS-LINE AND JD-AMOUNT NUMERIC
                 AND JD-IS-CREDIT
                   ADD 1 TO JG-LINE-COUNT
                   ADD JD-AMOUNT TO JG-CREDIT-TOTAL
               ELSE
                   ADD 1 TO JG-BAD-COUNT
                   DISPLAY 'LAB3G - WARNING - GL JOURNAL RECORD '
                     'IS NOT A HEADER, LINE, OR TRAILER - '
                     'RECORD SKIPPED'
               END-IF
           END-IF.
      **************************************************************
      * RELEASES THE PROVED JOURNAL - COPIES IT RECORD FOR RECORD *
      * TO THE FILE THE LEDGER LOADS FROM *
      **************************************************************
       1700-RELEASE-JOURNAL.
           MOVE 0 TO EOF-J.
           OPEN INPUT JOURNAL-FILE
             OUTPUT GLREL-FILE.
           PERFORM 1710-RELEASE-ONE-REC
             UNTIL EOF-J = 1.
           CLOSE JOURNAL-FILE
             GLREL-FILE.
       1710-RELEASE-ONE-REC.
           READ JOURNAL-FILE
             AT END MOVE 1 TO EOF-J.
           IF EOF-J NOT = 1
               WRITE GLREL-REC FROM JOURNAL-REC
           END-IF.
