       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * MAINTENANCE TRANSACTION CARDS - ONE CARD PER ADD, CHANGE, *
      * OR DELETE, IN THE SAME COLUMN LAYOUT AS THE LOAN MASTER *
       FD NEWMST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEWMST-REC    PIC X(120).
      **************************************************************
      * WORK FILE THE SURVIVING AND ADDED RECORDS ARE GATHERED *
      * ON, AND THE SORTED COPY OF IT - THE NEW MASTER IS BUILT *
       FD NMWK-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NMWK-REC      PIC X(120).
       FD NMSRT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NMSRT-REC     PIC X(120).
      **************************************************************
      * SORT WORK FILE - PUTS THE NEW MASTER BACK IN ASCENDING *
      * ACCOUNT-PLUS-SEQUENCE ORDER AFTER THE ADDS GO ON. *
       01 NM-SD-RECORD.
         03 FILLER          PIC X(64).
         03 NM-SD-KEY       PIC X(9).
         03 FILLER          PIC X(47).
       FD AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
       01 AUDIT-REC     PIC X(100).
      * FILE EXISTED *
      **************************************************************
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
       01 CONTROL-RUN-TOTALS.
         03 CR-RUN-COUNT      PIC 9(6)    VALUE 0.
         03 CR-RUN-HASH       PIC 9(9)V99 VALUE 0.
      * CARD-IMAGE BYTES SINCE THIS PROGRAM ONLY MOVES AND *
      * COMPARES THEM; THE LOAN IS REDEFINED NUMERIC FOR THE HASH. *
      * THE STUDENT ACCOUNT NUMBER IS THE UNIQUE KEY - THE NAME IS *
      * DISPLAY-ONLY AND CAN ITSELF BE FIXED BY A CHANGE CARD. *
      * THE LIFE-TO-DATE PAID AND ACCRUED FIGURES AND THE LAST *
      * PAYMENT ARE SET ONLY BY THE CLOSE (LAB3C) - A CORRECTION *
      * TO THEM GOES THROUGH THE PAYMENT FILE AS AN ADJUSTMENT OR *
      * REVERSAL, NEVER THROUGH A MAINTENANCE CARD *
      **************************************************************
       01 MASTER-DATA.
         03 M-NAME       PIC X(20).
         03 M-LOAN       PIC X(7).
         03 M-LOAN-9     REDEFINES M-LOAN PIC 9(5)V99.
         03 M-INT-RATE   PIC X(4).
         03 M-LTD-PRIN   PIC X(8).
         03 M-LTD-INT    PIC X(8).
         03 M-ACCRUED-INT PIC X(8).
         03 M-STATUS     PIC X(1).
         03 M-ACCT-NO    PIC X(7).
         03 M-LOAN-SEQ   PIC X(2).
         03 FILLER       PIC X(7).
         03 M-ORIG-DATE  PIC X(8).
         03 M-LAST-PAY-DATE PIC X(8).
         03 M-LAST-PAY-AMT  PIC X(8).
         03 M-NEXT-DUE   PIC X(8).
         03 FILLER       PIC X(8).
      **************************************************************
      * LAYOUT FOR ONE MAINTENANCE CARD AS READ OFF MAINT-FILE. *
      * THE COLUMNS THE OLD PAID1-4 SLOTS USED NOW CARRY THE *
      * ORIGINATION AND NEXT DUE DATES (YYYYMMDD). AN ADD CARD *
      * WITH NO ORIGINATION DATE IS DATED THE DAY OF THE RUN *
      **************************************************************
       01 MAINT-CARD-DATA.
         03 MC-ACTION    PIC X(1).
         03 MC-YEAR      PIC X(4).
         03 MC-LOAN      PIC X(7).
         03 MC-INT-RATE  PIC X(4).
         03 MC-ORIG-DATE PIC X(8).
         03 MC-NEXT-DUE  PIC X(8).
         03 FILLER       PIC X(8).
         03 MC-STATUS    PIC X(1).
         03 MC-ACCT-NO   PIC X(7).
         03 MC-LOAN-SEQ  PIC X(2).
           05 MT-YEAR      PIC X(4).
           05 MT-LOAN      PIC X(7).
           05 MT-INT-RATE  PIC X(4).
           05 MT-ORIG-DATE PIC X(8).
           05 MT-NEXT-DUE  PIC X(8).
           05 MT-STATUS    PIC X(1).
           05 MT-ACCT-NO   PIC X(7).
           05 MT-LOAN-SEQ  PIC X(2).
               MOVE MC-YEAR      TO MT-YEAR(MT-IDX)
               MOVE MC-LOAN      TO MT-LOAN(MT-IDX)
               MOVE MC-INT-RATE  TO MT-INT-RATE(MT-IDX)
               MOVE MC-ORIG-DATE TO MT-ORIG-DATE(MT-IDX)
               MOVE MC-NEXT-DUE  TO MT-NEXT-DUE(MT-IDX)
               MOVE MC-STATUS    TO MT-STATUS(MT-IDX)
               MOVE MC-ACCT-NO   TO MT-ACCT-NO(MT-IDX)
               MOVE MC-LOAN-SEQ  TO MT-LOAN-SEQ(MT-IDX)
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE MT-INT-RATE(MT-IDX) TO M-INT-RATE
           END-IF.
           IF MT-ORIG-DATE(MT-IDX) NOT = SPACES
             AND MT-ORIG-DATE(MT-IDX) NOT = M-ORIG-DATE
               MOVE 'ORIG DATE'         TO AF-FIELD
               MOVE M-ORIG-DATE         TO AF-BEFORE
               MOVE MT-ORIG-DATE(MT-IDX) TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE MT-ORIG-DATE(MT-IDX) TO M-ORIG-DATE
           END-IF.
           IF MT-NEXT-DUE(MT-IDX) NOT = SPACES
             AND MT-NEXT-DUE(MT-IDX) NOT = M-NEXT-DUE
               MOVE 'NEXT DUE'          TO AF-FIELD
               MOVE M-NEXT-DUE          TO AF-BEFORE
               MOVE MT-NEXT-DUE(MT-IDX) TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE MT-NEXT-DUE(MT-IDX) TO M-NEXT-DUE
           END-IF.
           IF MT-STATUS(MT-IDX) NOT = SPACES
             AND MT-STATUS(MT-IDX) NOT = M-STATUS
             TO AU-NOTE.
           WRITE AUDIT-REC FROM AUDIT-ACTION-LINE
             AFTER ADVANCING 1 LINE.
           PERFORM 1560-PRINT-IMAGE.
      **************************************************************
      * PRINTS THE FULL RECORD IMAGE IN MASTER-DATA ON TWO LINES - *
      * THE FIRST 80 BYTES, THEN THE DATES BEHIND THEM *
      **************************************************************
       1560-PRINT-IMAGE.
           MOVE SPACES      TO AUDIT-REC.
           MOVE MASTER-DATA(1:80)  TO AUDIT-REC(7:80).
           WRITE AUDIT-REC
             AFTER ADVANCING 1 LINE.
           MOVE SPACES      TO AUDIT-REC.
           MOVE MASTER-DATA(81:40) TO AUDIT-REC(7:40).
           WRITE AUDIT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
           MOVE MT-YEAR(MT-IDX)     TO M-YEAR.
           MOVE MT-LOAN(MT-IDX)     TO M-LOAN.
           MOVE MT-INT-RATE(MT-IDX) TO M-INT-RATE.
           MOVE ZEROS               TO M-LTD-PRIN M-LTD-INT
                                       M-ACCRUED-INT M-LAST-PAY-DATE
                                       M-LAST-PAY-AMT M-NEXT-DUE.
           IF MT-ORIG-DATE(MT-IDX) = SPACES
               MOVE RC-STAMP-DATE       TO M-ORIG-DATE
           ELSE
               MOVE MT-ORIG-DATE(MT-IDX) TO M-ORIG-DATE
           END-IF.
           IF MT-NEXT-DUE(MT-IDX) NOT = SPACES
               MOVE MT-NEXT-DUE(MT-IDX) TO M-NEXT-DUE
           END-IF.
           MOVE MT-STATUS(MT-IDX)   TO M-STATUS.
           MOVE MT-ACCT-NO(MT-IDX)  TO M-ACCT-NO.
           MOVE MT-LOAN-SEQ(MT-IDX) TO M-LOAN-SEQ.
             TO AU-NOTE.
           WRITE AUDIT-REC FROM AUDIT-ACTION-LINE
             AFTER ADVANCING 1 LINE.
           PERFORM 1560-PRINT-IMAGE.
           PERFORM 1590-HOLD-NEW-RECORD.
      **************************************************************
      * LISTS EVERY CHANGE OR DELETE CARD THAT NEVER MATCHED A *
      * IS THE FIRST CYCLE UNDER RUN CONTROL - NOTHING TO CHECK *
      **************************************************************
       1070-LOAD-RUN-CONTROL.
           ACCEPT RC-STAMP-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-FILE-STATUS = '00'
               PERFORM 1075-LOAD-ONE-STAMP
