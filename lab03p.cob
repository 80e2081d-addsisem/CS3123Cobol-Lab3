       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * PARAMETER CARD - CARRIES THE ASSUMED PERIODIC PAYMENT *
      **************************************************************
       01 PROJ-REC      PIC X(90).
       WORKING-STORAGE SECTION.
       01 PARM-FILE-STATUS  PIC X(2).
       01 TOTAL         PIC 9(6)V99.
      **************************************************************
      * THE BALANCE IS SIGNED - AN OVERPAID STUDENT CARRIES A *
      * REAL CREDIT BALANCE AND HAS NOTHING TO PROJECT *
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
      * CALCULATE THE TOTAL AMOUNT PAID, SAME AS LAB3 *
      **************************************************************
       1700-CALC-TOTAL.
           ADD I-LTD-PRIN-PAID TO I-LTD-INT-PAID GIVING
                TOTAL.
      **************************************************************
      * CALCULATE LEFTOVER BALANCE - INTEREST ACCRUES ON THE *
      * UNPAID PRINCIPAL BEFORE THE PAYMENTS TO DATE ARE APPLIED, *
      * SAME AS LAB3 *
      **************************************************************
       1800-CALC-BALANCE.
