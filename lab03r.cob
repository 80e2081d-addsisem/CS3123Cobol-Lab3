
       FILE SECTION.
      **************************************************************
      * THE REJECT FILE FROM LAB3 - THE ORIGINAL 120-BYTE MASTER *
      * IMAGE PLUS THE REASON CODE AND TEXT 2030-WRITE-REJECT PUT *
      * BEHIND IT *
      **************************************************************
       FD REJECT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 REJECT-REC    PIC X(160).
      **************************************************************
      * CORRECTION CARDS - ONE FULL REPLACEMENT CARD IMAGE IN THE *
      * LOAN MASTER LAYOUT PER STUDENT, MATCHED TO A REJECTED *
       FD CORR-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CORR-REC      PIC X(120).
      **************************************************************
      * SUPPLEMENTAL INPUT FILE - LEADING CONTROL RECORD FIRST, *
      * THEN EVERY CORRECTED STUDENT THAT PASSED THE EDITS, READY *
       FD SUPPL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SUPPL-REC     PIC X(120).
       FD REJC2-FILE
           LABEL RECORDS ARE OMITTED.
       01 REJC2-REC     PIC X(160).
      **************************************************************
      * RUN-CONTROL FILE - SEE LAB3M. THIS PROGRAM ONLY STAMPS *
      * ITS RUN DATE; THE SUPPLEMENTAL FILE IT WRITES CARRIES *
      * LAYOUT OF ONE REJECT FILE RECORD, AS LAB3 WRITES IT *
      **************************************************************
       01 REJECT-DATA1.
         03 RJ-INPUT-REC    PIC X(120).
         03 FILLER          PIC X(1)        VALUE SPACES.
         03 RJ-REASON-CODE  PIC X(3).
         03 FILLER          PIC X(1)        VALUE SPACES.
         03 I-LOAN       PIC 9(5)V99.
         03 I-INT-RATE   PIC 9V999.
         03 I-INT-RATE-X REDEFINES I-INT-RATE PIC X(4).
         03 I-LTD-PRIN-PAID PIC 9(6)V99.
         03 I-LTD-INT-PAID  PIC 9(6)V99.
         03 I-ACCRUED-INT   PIC 9(6)V99.
         03 I-STATUS     PIC X(1).
         03 I-ACCT-NO    PIC 9(7).
         03 I-LOAN-SEQ   PIC X(2).
         03 FILLER       PIC X(7).
         03 I-ORIG-DATE     PIC 9(8).
         03 I-LAST-PAY-DATE PIC 9(8).
         03 I-LAST-PAY-AMT  PIC 9(6)V99.
         03 I-NEXT-DUE-DATE PIC 9(8).
         03 FILLER       PIC X(8).
      **************************************************************
      * THE ACCOUNT-PLUS-SEQUENCE KEY BYTES OF A CARD IMAGE *
      * (COLUMNS 65-73), PICKED OUT FOR MATCHING A REJECT TO ITS *
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
      **************************************************************
      * THE RUN-CONTROL FILE LOADED INTO STORAGE AND THE STAMP *
      * BEING WRITTEN - SEE LAB3M *
       01 CORR-COUNT       PIC 9(4)  VALUE 0.
       01 CORR-TABLE.
         03 CO-ENTRY OCCURS 200 TIMES INDEXED BY CO-IDX.
           05 CO-IMAGE     PIC X(120).
           05 CO-KEY       PIC X(9).
           05 CO-USED-SW   PIC 9.
             88 CO-WAS-USED      VALUE 1.
       01 SUPPL-COUNT      PIC 9(4)  VALUE 0.
       01 SUPPL-TABLE.
         03 SU-RECORD OCCURS 500 TIMES INDEXED BY SU-IDX
              PIC X(120).
      **************************************************************
      * EDIT SWITCH, SAME MEANING AS LAB3'S *
      **************************************************************
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
