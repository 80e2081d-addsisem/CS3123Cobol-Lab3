      * HISTORY FILE SO THE NEXT CYCLE ESCALATES CORRECTLY. AN *
      * ACCOUNT ALREADY AT FINAL DEMAND WITH NO PAYMENT SINCE THE *
      * LAST CYCLE COMES OUT ON A WORKLIST FOR THE COLLECTIONS *
      * CLERK INSTEAD OF GETTING THE SAME LETTER AGAIN, AND ON A *
      * WORKLIST EXTRACT THE CHARGE-OFF RUN (LAB3W) READS. AN *
      * ACCOUNT THAT DROPPED OFF THE DELINQUENCY EXTRACT HAS *
      * CURED AND COMES OFF THE HISTORY FILE. WITH THE SECOND *
      * NOTICE AND THE FINAL DEMAND, EVERY ACTIVE COSIGNER ON ONE *
      * OF THE ACCOUNT'S DELINQUENT LOANS (DA-S-COSIGN, KEPT BY *
      * LAB3N) IS SENT A NOTICE OF ITS OWN AT THE COSIGNER'S *
      * ADDRESS, SHOWING THAT LOAN'S BALANCE. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NEWHST-FILE ASSIGN TO 'DA-S-NEWHST'.
           SELECT LETTER-FILE ASSIGN TO 'UR-S-LETTER'.
           SELECT WORKLS-FILE ASSIGN TO 'UR-S-WORKLS'.
           SELECT WRKLST-FILE ASSIGN TO 'DA-S-WRKLST'.
           SELECT COSIGN-FILE ASSIGN TO 'DA-S-COSIGN'
             FILE STATUS IS COSIGN-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK1'.

       DATA DIVISION.
           LABEL RECORDS ARE OMITTED.
       01 WORKLS-REC    PIC X(80).
      **************************************************************
      * THE SAME WORKLIST AS A FILE, IN ASCENDING ACCOUNT ORDER - *
      * THE ACCOUNTS THE COLLECTIONS SUPERVISOR MAY APPROVE FOR *
      * CHARGE-OFF IN LAB3W *
      **************************************************************
       FD WRKLST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 WRKLST-REC    PIC X(60).
      **************************************************************
      * THE COSIGNER MASTER MAINTAINED BY LAB3N - ONE RECORD PER *
      * COSIGNER IN ACCOUNT, LOAN SEQUENCE, AND COSIGNER NUMBER *
      * ORDER. OPTIONAL - WITH NO FILE NO COSIGNER NOTICES GO OUT *
      **************************************************************
       FD COSIGN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 COSIGN-REC    PIC X(100).
      **************************************************************
      * SORT WORK FILE - PUTS THE DELINQUENCY EXTRACT INTO *
      * ASCENDING ACCOUNT ORDER FOR THE HISTORY MATCHING, AND *
      * LOAN SEQUENCE WITHIN THE ACCOUNT FOR THE COSIGNERS *
      **************************************************************
       SD SORT-FILE.
       01 SD-RECORD.
         03 SD-ACCT-NO      PIC 9(7).
         03 SD-NAME         PIC X(20).
         03 SD-BALANCE      PIC S9(6)V99.
         03 SD-LOAN-SEQ     PIC X(2).
         03 SD-PAST-DUE     PIC 9(6)V99.
       WORKING-STORAGE SECTION.
       01 LTRHST-FILE-STATUS PIC X(2).
       01 COSIGN-FILE-STATUS PIC X(2).
      **************************************************************
      * LAYOUT OF ONE DELINQUENCY EXTRACT RECORD, AS LAB3 WRITES *
      * IT *
         03 DQ-ACCT-NO   PIC 9(7).
         03 DQ-NAME      PIC X(20).
         03 DQ-BALANCE   PIC S9(6)V99.
         03 DQ-LOAN-SEQ  PIC X(2).
         03 DQ-DAYS-PAST-DUE PIC 9(4).
         03 DQ-PAST-DUE  PIC 9(6)V99.
         03 FILLER       PIC X(1).
      **************************************************************
      * LAYOUT OF ONE LETTER HISTORY RECORD *
      **************************************************************
         03 LH-BALANCE      PIC S9(6)V99.
         03 FILLER          PIC X(6).
      **************************************************************
      * LAYOUT OF ONE WORKLIST EXTRACT RECORD - TODAY'S BALANCE, *
      * THE DATE AND BALANCE OF THE FINAL DEMAND, AND THE RUN *
      * DATE OF THE CYCLE THAT LISTED IT *
      **************************************************************
       01 WRKLST-DATA.
         03 WX-ACCT-NO      PIC 9(7).
         03 WX-NAME         PIC X(20).
         03 WX-BALANCE      PIC S9(7)V99.
         03 WX-DEMAND-DATE  PIC X(8).
         03 WX-DEMAND-BAL   PIC S9(6)V99.
         03 WX-RUN-DATE     PIC 9(8).
      **************************************************************
      * SEQUENCE-CHECK HOLD AREA FOR THE HISTORY FILE *
      **************************************************************
       01 HST-PREV-ACCT   PIC 9(7)  VALUE 0.
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
      * THE ACCOUNT BEING WORKED - THE SORTED EXTRACT IS *
      * CONSOLIDATED PER STUDENT, SUMMING THE PER-LOAN BALANCES *
      **************************************************************
         03 K-CUR-ACCT     PIC 9(7).
         03 K-CUR-NAME     PIC X(20).
         03 K-CUR-BALANCE  PIC S9(7)V99.
         03 K-CUR-ACCT-X   PIC X(7).
      **************************************************************
      * THE ACCOUNT'S DELINQUENT LOANS AND EACH ONE'S BALANCE AND *
      * BILLED PAST-DUE AMOUNT - A COSIGNER IS LIABLE ONLY FOR THE *
      * LOAN COSIGNED, SO THOSE ARE THE FIGURES THE COSIGNER *
      * NOTICE SHOWS *
      **************************************************************
       01 DELQ-LOAN-COUNT  PIC 9(3)  VALUE 0.
       01 DELQ-LOAN-TABLE.
         03 DL-ENTRY OCCURS 50 TIMES INDEXED BY DL-IDX.
           05 DL-SEQ         PIC X(2).
           05 DL-BALANCE     PIC S9(6)V99.
           05 DL-PAST-DUE    PIC 9(6)V99.
      **************************************************************
      * THE LETTER BEING SENT THIS CYCLE - 1, 2, OR 3, OR ZERO *
      * WHEN NO LETTER GOES OUT (FINAL DEMAND ALREADY SENT) *
         03 KL-WORKLIST      PIC 9(5)  VALUE 0.
         03 KL-CURED         PIC 9(5)  VALUE 0.
         03 KL-ACCOUNTS      PIC 9(5)  VALUE 0.
         03 KL-COS-SECOND    PIC 9(5)  VALUE 0.
         03 KL-COS-FINAL     PIC 9(5)  VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE PRINTED LETTER *
      **************************************************************
         03 LT-BODY     PIC X(70).
       01 LT-AMOUNT-ED    PIC ZZZZZ9.99.
      **************************************************************
      * EXTRA LAYOUTS FOR THE COSIGNER NOTICE - THE COSIGNER'S *
      * ADDRESS BLOCK, AND THE LOAN AND BORROWER IT CONCERNS *
      **************************************************************
       01 LTR-ADDR-LINE-1.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 LA-NAME     PIC X(20).
       01 LTR-ADDR-LINE-2.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 LA-STREET   PIC X(20).
       01 LTR-ADDR-LINE-3.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 LA-CITY     PIC X(15).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 LA-STATE    PIC X(2).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 LA-ZIP      PIC X(9).
       01 LTR-COS-ID-LINE.
         03 FILLER      PIC X(3)        VALUE SPACES.
         03 FILLER      PIC X(9)        VALUE 'ACCOUNT: '.
         03 LC-ACCT     PIC 9(7).
         03 FILLER      PIC X(8)        VALUE '  LOAN: '.
         03 LC-SEQ      PIC X(2).
         03 FILLER      PIC X(12)       VALUE '  BORROWER: '.
         03 LC-NAME     PIC X(20).
      **************************************************************
      * LAYOUTS FOR THE COLLECTIONS WORKLIST *
      **************************************************************
       01 WORKLS-HEADING1.
         03 HST-OPEN-SW PIC 9  VALUE 0.
           88 HST-WAS-OPENED    VALUE 1.
      **************************************************************
      *       END OF FILE AND OPEN SWITCHES FOR THE OPTIONAL *
      *       COSIGNER MASTER *
      **************************************************************
         03 EOF-C      PIC 9   VALUE 0.
           88 COS-AT-EOF        VALUE 1.
         03 COS-OPEN-SW PIC 9  VALUE 0.
           88 COS-WAS-OPENED    VALUE 1.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT K-RUN-DATE FROM DATE YYYYMMDD.
           SORT SORT-FILE
             ON ASCENDING KEY SD-ACCT-NO SD-LOAN-SEQ
             INPUT PROCEDURE IS 3010-RELEASE-DELINQUENTS
             OUTPUT PROCEDURE IS 3020-WORK-THE-ACCOUNTS.
           PERFORM 1690-DISPLAY-TOTALS.
                   MOVE DQ-ACCT-NO TO SD-ACCT-NO
                   MOVE DQ-NAME    TO SD-NAME
                   MOVE DQ-BALANCE TO SD-BALANCE
                   MOVE DQ-LOAN-SEQ TO SD-LOAN-SEQ
                   IF DQ-PAST-DUE NUMERIC
                       MOVE DQ-PAST-DUE TO SD-PAST-DUE
                   ELSE
                       MOVE 0 TO SD-PAST-DUE
                   END-IF
                   RELEASE SD-RECORD
               ELSE
                   DISPLAY 'LAB3K - WARNING - DELINQUENCY EXTRACT '
           MOVE 0 TO EOF-D.
           OPEN OUTPUT NEWHST-FILE
             OUTPUT LETTER-FILE
             OUTPUT WORKLS-FILE
             OUTPUT WRKLST-FILE.
           PERFORM 1420-PRINT-WORKLS-HEAD.
           OPEN INPUT LTRHST-FILE.
           IF LTRHST-FILE-STATUS = '00'
               DISPLAY 'LAB3K - NO LETTER HISTORY ON FILE - '
                 'FIRST CYCLE, EVERY ACCOUNT GETS A FIRST NOTICE'
           END-IF.
           OPEN INPUT COSIGN-FILE.
           IF COSIGN-FILE-STATUS = '00'
               MOVE 1 TO COS-OPEN-SW
               PERFORM 2600-READ-COSIGNER
           ELSE
               MOVE 1 TO EOF-C
               DISPLAY 'LAB3K - WARNING - NO COSIGNER MASTER ON FILE '
                 '- NO COSIGNER NOTICES WILL BE SENT'
           END-IF.
           PERFORM 3030-GET-ONE-DELQ.
           PERFORM 1500-WORK-ONE-ACCOUNT
             UNTIL DELQ-AT-EOF.
           IF HST-WAS-OPENED
               CLOSE LTRHST-FILE
           END-IF.
           IF COS-WAS-OPENED
               CLOSE COSIGN-FILE
           END-IF.
           CLOSE NEWHST-FILE
             LETTER-FILE
             WORKLS-FILE
             WRKLST-FILE.
      **************************************************************
      * RETURNS SORTED EXTRACT RECORDS AND CONSOLIDATES EVERY *
      * RECORD FOR THE SAME ACCOUNT INTO ONE BALANCE - THE *
       1500-WORK-ONE-ACCOUNT.
           MOVE SD-ACCT-NO TO K-CUR-ACCT.
           MOVE SD-NAME    TO K-CUR-NAME.
           MOVE SD-ACCT-NO TO K-CUR-ACCT-X.
           MOVE 0          TO K-CUR-BALANCE.
           MOVE 0          TO DELQ-LOAN-COUNT.
           PERFORM 1510-ACCUM-ONE-LOAN
             UNTIL DELQ-AT-EOF OR SD-ACCT-NO NOT = K-CUR-ACCT.
           ADD 1 TO KL-ACCOUNTS.
           PERFORM 1450-DROP-CURED
             UNTIL HST-AT-EOF OR LH-ACCT-NO NOT < K-CUR-ACCT.
           PERFORM 1550-DECIDE-LETTER.
           PERFORM 1700-MATCH-COSIGNERS.
       1510-ACCUM-ONE-LOAN.
           ADD SD-BALANCE TO K-CUR-BALANCE.
           IF DELQ-LOAN-COUNT < 50
               ADD 1 TO DELQ-LOAN-COUNT
               SET DL-IDX TO DELQ-LOAN-COUNT
               MOVE SD-LOAN-SEQ TO DL-SEQ(DL-IDX)
               MOVE SD-BALANCE  TO DL-BALANCE(DL-IDX)
               MOVE SD-PAST-DUE TO DL-PAST-DUE(DL-IDX)
           ELSE
               DISPLAY 'LAB3K - WARNING - MORE THAN 50 DELINQUENT '
                 'LOANS FOR ' K-CUR-ACCT ' - NO COSIGNER NOTICE FOR '
                 'SEQ ' SD-LOAN-SEQ
           END-IF.
           PERFORM 3030-GET-ONE-DELQ.
      **************************************************************
      * ONE HISTORY ENTRY WITH NO DELINQUENT MATCH - THE ACCOUNT *
      * PUTS ONE FINAL-DEMAND ACCOUNT WITH NO PAYMENT SINCE THE *
      * LAST CYCLE ON THE CLERK'S WORKLIST - TODAY'S BALANCE *
      * BESIDE THE BALANCE WHEN THE FINAL DEMAND WENT OUT, SO *
      * THE CLERK SEES AT A GLANCE THAT NOTHING HAS MOVED - AND *
      * WRITES THE SAME ENTRY TO THE WORKLIST EXTRACT *
      **************************************************************
       1650-WRITE-WORKLIST.
           ADD 1 TO KL-WORKLIST.
           MOVE LH-BALANCE    TO WL-PDEMBAL.
           WRITE WORKLS-REC FROM WORKLS-DATA1
             AFTER ADVANCING 1 LINE.
           MOVE K-CUR-ACCT    TO WX-ACCT-NO.
           MOVE K-CUR-NAME    TO WX-NAME.
           MOVE K-CUR-BALANCE TO WX-BALANCE.
           MOVE LH-DATE       TO WX-DEMAND-DATE.
           MOVE LH-BALANCE    TO WX-DEMAND-BAL.
           MOVE K-RUN-DATE    TO WX-RUN-DATE.
           WRITE WRKLST-REC FROM WRKLST-DATA.
      **************************************************************
      * LINES THE COSIGNER MASTER UP WITH THE CURRENT ACCOUNT. *
      * COSIGNERS ON ACCOUNTS THAT ARE NOT DELINQUENT ARE PASSED *
      * OVER. WHEN THE ACCOUNT WAS SENT A SECOND NOTICE OR FINAL *
      * DEMAND THIS CYCLE, EACH ACTIVE COSIGNER ON ONE OF ITS *
      * DELINQUENT LOANS GETS A COSIGNER NOTICE - A RELEASED *
      * COSIGNER, OR ONE ON A LOAN THAT IS NOT PAST DUE, DOES NOT *
      **************************************************************
       1700-MATCH-COSIGNERS.
           PERFORM 2600-READ-COSIGNER
             UNTIL COS-AT-EOF OR CN-ACCT-NO NOT < K-CUR-ACCT-X.
           PERFORM 1710-WORK-ONE-COSIGNER
             UNTIL COS-AT-EOF OR CN-ACCT-NO NOT = K-CUR-ACCT-X.
       1710-WORK-ONE-COSIGNER.
           IF (K-SEND-CODE = 2 OR K-SEND-CODE = 3)
             AND CN-ACTIVE
               PERFORM 1715-FIND-LOAN
                 VARYING DL-IDX FROM 1 BY 1
                 UNTIL DL-IDX > DELQ-LOAN-COUNT
                   OR DL-SEQ(DL-IDX) = CN-LOAN-SEQ
               IF DL-IDX NOT > DELQ-LOAN-COUNT
                   PERFORM 1720-PRINT-COSIGNER-NOTICE
               END-IF
           END-IF.
           PERFORM 2600-READ-COSIGNER.
       1715-FIND-LOAN.
           CONTINUE.
      **************************************************************
      * PRINTS ONE COSIGNER NOTICE PAGE, ADDRESSED TO THE *
      * COSIGNER, FOR THE LETTER THE BORROWER WAS JUST SENT. A *
      * BILLED LOAN SHOWS ITS PAST-DUE AMOUNT; A LOAN DELINQUENT *
      * ON ITS BALANCE ALONE (NOT BILLED) SHOWS THAT BALANCE AS *
      * OUTSTANDING *
      **************************************************************
       1720-PRINT-COSIGNER-NOTICE.
           WRITE LETTER-REC FROM LTR-TITLE-LINE
             AFTER ADVANCING PAGE.
           MOVE K-RUN-DATE TO LT-DATE.
           WRITE LETTER-REC FROM LTR-DATE-LINE
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC
             AFTER ADVANCING 1 LINE.
           MOVE CN-NAME   TO LA-NAME.
           MOVE CN-STREET TO LA-STREET.
           MOVE CN-CITY   TO LA-CITY.
           MOVE CN-STATE  TO LA-STATE.
           MOVE CN-ZIP    TO LA-ZIP.
           WRITE LETTER-REC FROM LTR-ADDR-LINE-1
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-REC FROM LTR-ADDR-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-REC FROM LTR-ADDR-LINE-3
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC
             AFTER ADVANCING 1 LINE.
           MOVE K-CUR-ACCT  TO LC-ACCT.
           MOVE CN-LOAN-SEQ TO LC-SEQ.
           MOVE K-CUR-NAME  TO LC-NAME.
           WRITE LETTER-REC FROM LTR-COS-ID-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC
             AFTER ADVANCING 1 LINE.
           IF K-SEND-CODE = 2
               ADD 1 TO KL-COS-SECOND
               MOVE '*** COSIGNER NOTICE ***' TO LT-HEADING
           ELSE
               ADD 1 TO KL-COS-FINAL
               MOVE '*** COSIGNER NOTICE - FINAL DEMAND ***'
                 TO LT-HEADING
           END-IF.
           WRITE LETTER-REC FROM LTR-HEAD-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LTR-BODY-LINE.
           MOVE 'YOU ARE A COSIGNER ON THE STUDENT LOAN SHOWN ABOVE.'
             TO LT-BODY(1:51).
           WRITE LETTER-REC FROM LTR-BODY-LINE
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LTR-BODY-LINE.
           IF K-SEND-CODE = 2
               MOVE 'THE BORROWER HAS BEEN SENT A SECOND NOTICE FOR '
                 TO LT-BODY(1:47)
           ELSE
               MOVE 'THE BORROWER HAS BEEN SENT A FINAL DEMAND FOR '
                 TO LT-BODY(1:46)
           END-IF.
           WRITE LETTER-REC FROM LTR-BODY-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LTR-BODY-LINE.
           IF DL-PAST-DUE(DL-IDX) > 0
               MOVE DL-PAST-DUE(DL-IDX) TO LT-AMOUNT-ED
               MOVE 'A PAST-DUE BALANCE OF' TO LT-BODY(1:21)
               MOVE LT-AMOUNT-ED TO LT-BODY(23:9)
               MOVE 'ON THIS LOAN. AS COSIGNER YOU ARE'
                 TO LT-BODY(33:33)
           ELSE
               MOVE DL-BALANCE(DL-IDX) TO LT-AMOUNT-ED
               MOVE 'AN OUTSTANDING BALANCE OF' TO LT-BODY(1:25)
               MOVE LT-AMOUNT-ED TO LT-BODY(27:9)
               MOVE 'ON THIS LOAN. AS COSIGNER YOU ARE'
                 TO LT-BODY(37:33)
           END-IF.
           WRITE LETTER-REC FROM LTR-BODY-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LTR-BODY-LINE.
           MOVE 'EQUALLY LIABLE FOR IT.' TO LT-BODY(1:22).
           WRITE LETTER-REC FROM LTR-BODY-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LTR-BODY-LINE.
           IF K-SEND-CODE = 2
               MOVE 'PLEASE CONTACT THIS OFFICE OR SEE THAT PAYMENT '
                 TO LT-BODY(1:47)
               MOVE 'IS MADE.' TO LT-BODY(48:8)
               WRITE LETTER-REC FROM LTR-BODY-LINE
                 AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'UNLESS PAYMENT IS RECEIVED WITHIN 10 DAYS '
                 TO LT-BODY(1:42)
               MOVE 'THE LOAN WILL BE' TO LT-BODY(43:16)
               WRITE LETTER-REC FROM LTR-BODY-LINE
                 AFTER ADVANCING 2 LINES
               MOVE SPACES TO LTR-BODY-LINE
               MOVE 'REFERRED FOR COLLECTION AGAINST THE BORROWER '
                 TO LT-BODY(1:45)
               MOVE 'AND THE COSIGNER.' TO LT-BODY(46:17)
               WRITE LETTER-REC FROM LTR-BODY-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * CONSOLE SUMMARY OF THE COLLECTIONS CYCLE *
      **************************************************************
             KL-FINAL-COUNT.
           DISPLAY 'LAB3K - WORKLIST ENTRIES      = ' KL-WORKLIST.
           DISPLAY 'LAB3K - ACCOUNTS CURED        = ' KL-CURED.
           DISPLAY 'LAB3K - COSIGNER 2ND NOTICES  = ' KL-COS-SECOND.
           DISPLAY 'LAB3K - COSIGNER FINAL NOTICE = ' KL-COS-FINAL.
      **************************************************************
      * READS ONE LETTER HISTORY RECORD AND SEQUENCE-CHECKS IT - *
      * THE MATCHING ONLY WORKS WITH THE FILE IN ASCENDING *
                     HST-PREV-ACCT ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE LTRHST-FILE NEWHST-FILE LETTER-FILE
                     WORKLS-FILE WRKLST-FILE
                   IF COS-WAS-OPENED
                       CLOSE COSIGN-FILE
                   END-IF
                   STOP RUN
               END-IF
               IF LH-ACCT-NO NUMERIC
                   MOVE LH-ACCT-NO TO HST-PREV-ACCT
               END-IF
           END-IF.
      **************************************************************
      * READS ONE COSIGNER RECORD. AT END THE KEY GOES TO HIGH *
      * VALUES SO IT NEVER MATCHES *
      **************************************************************
       2600-READ-COSIGNER.
           READ COSIGN-FILE INTO COSIGNER-DATA
             AT END
               MOVE 1           TO EOF-C
               MOVE HIGH-VALUES TO CN-ACCT-NO
           END-READ.
