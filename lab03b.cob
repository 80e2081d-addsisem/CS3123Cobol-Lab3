       PROGRAM-ID. LAB3B.
       AUTHOR. Addyson Sisemore
      * LAB EXERCISE 3B - LOAN SCHEDULE DRIVEN OFF A VARIABLE *
      * NUMBER OF PAYMENT TRANSACTIONS INSTEAD OF THE LIFE-TO-DATE *
      * PAID FIGURES ON THE INPUT-FILE RECORD. RUN THIS AGAINST THE *
      * SAME LOAN MASTER (DA-S-INPUT) FOR STUDENTS WHO HAVE MADE *
      * MORE THAN FOUR PAYMENTS IN THE YEAR. *

       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * PAYMENT HISTORY TRANSACTIONS - ANY NUMBER OF RECORDS PER *
      * STUDENT, IN THE SAME ACCOUNT NUMBER ORDER AS INPUT-FILE *
         03 FILLER       PIC X(25).
         03 I-ACCT-NO    PIC 9(7).
         03 I-LOAN-SEQ   PIC X(2).
         03 FILLER       PIC X(47).
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
