       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3A.
       AUTHOR. Addyson Sisemore
      * MONTHLY BILLING RUN - MATCHES THE LOAN MASTER (DA-S-INPUT) *
      * AGAINST THE REPAYMENT AGREEMENT FILE (DA-S-RPAGR), ONE *
      * AGREEMENT PER ACCOUNT AND LOAN SEQUENCE CARRYING THE *
      * INSTALLMENT AMOUNT, THE DAY OF THE MONTH IT FALLS DUE, THE *
      * FIRST DUE DATE, AND THE GRACE DAYS ALLOWED BEFORE A LATE *
      * INSTALLMENT COUNTS AS PAST DUE. FOR EVERY OPEN LOAN IT *
      * WORKS OUT THE AMOUNT DUE BY THE NEXT DUE DATE, THE PAST-DUE *
      * AMOUNT, AND THE DAYS PAST DUE OF THE OLDEST UNPAID *
      * INSTALLMENT, AGES THE LOAN INTO THE CURRENT/1-29/30/60/90/ *
      * 120+ BUCKETS, AND WRITES THE BILLING EXTRACT (DA-S-BILLEX) *
      * THAT LAB3 DRIVES THE DELINQUENCY EXTRACT FROM AND LAB3S *
      * PRINTS THE AMOUNT-DUE-BY FIGURE FROM. OPEN LOANS WITH NO *
      * AGREEMENT, AND AGREEMENTS WITH NO LOAN, ARE LISTED ON THE *
      * BILLING REPORT SO THE SERVICING DESK CAN KEY THEM. A LOAN *
      * IN AN ACTIVE DEFERMENT OR FORBEARANCE (DA-S-DEFER) IS NOT *
      * BILLED, AND NO INSTALLMENT FALLING INSIDE ANY OF ITS *
      * PERIODS IS EVER DUE - THE SCHEDULE SIMPLY PICKS UP AGAIN *
      * WITH THE FIRST DUE DATE AFTER THE PERIOD ENDS. *
      * EACH OPEN LOAN'S RUN OF ON-TIME MONTHLY BILLS IS CARRIED *
      * FROM THE PRIOR STREAK FILE (DA-S-ONTIME) TO THE NEW ONE *
      * (DA-S-NEWONT) - THE COSIGNER RELEASE IN LAB3N IS GRANTED *
      * OFF THIS COUNT. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'.
           SELECT AGREE-FILE ASSIGN TO 'DA-S-RPAGR'
             FILE STATUS IS AGREE-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'DA-S-PARM'
             FILE STATUS IS PARM-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'DA-S-RATETB'
             FILE STATUS IS RATE-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'DA-S-RUNCTL'
             FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT DEFER-FILE ASSIGN TO 'DA-S-DEFER'
             FILE STATUS IS DEFER-FILE-STATUS.
           SELECT BILLEX-FILE ASSIGN TO 'DA-S-BILLEX'.
           SELECT ONTIME-FILE ASSIGN TO 'DA-S-ONTIME'
             FILE STATUS IS ONTIME-FILE-STATUS.
           SELECT NEWONT-FILE ASSIGN TO 'DA-S-NEWONT'.
           SELECT BILL-FILE ASSIGN TO 'UR-S-BILL'.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * THE REPAYMENT AGREEMENT MASTER - ONE RECORD PER LOAN IN *
      * ASCENDING ACCOUNT-PLUS-SEQUENCE ORDER, THE SAME ORDER AS *
      * THE LOAN MASTER, MATCHED BALANCE-LINE STYLE. A MISSING *
      * FILE LISTS EVERY OPEN LOAN AS HAVING NO AGREEMENT *
      **************************************************************
       FD AGREE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 AGREE-REC     PIC X(80).
      **************************************************************
      * DEFERMENT AND FORBEARANCE MASTER MAINTAINED BY LAB3D - ONE *
      * RECORD PER PERIOD IN ACCOUNT, LOAN SEQUENCE, AND START *
      * DATE ORDER, MATCHED TO THE LOAN MASTER LIKE THE *
      * AGREEMENTS. NO FILE MEANS NO LOAN IS IN A PERIOD *
      **************************************************************
       FD DEFER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DEFER-REC     PIC X(80).
      **************************************************************
      * PARAMETER CARD - AN OPTIONAL BILLING DATE OVERRIDE. NO *
      * CARD (OR A BLANK DATE) BILLS AS OF TODAY *
      **************************************************************
       FD PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARM-REC      PIC X(80).
      **************************************************************
      * EFFECTIVE-DATED INTEREST RATE TABLE, SAME FILE LAB3 *
      * READS - THE BALANCE A BILL IS CAPPED AT IS THE SAME ONE *
      * THE MONTHLY SCHEDULE SHOWS *
      **************************************************************
       FD RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RATE-REC      PIC X(80).
      **************************************************************
      * RUN-CONTROL FILE - SEE LAB3M. THIS PROGRAM ONLY STAMPS *
      * ITS RUN DATE AND THE GENERATION IT BILLED *
      **************************************************************
       FD RUNCTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RUNCTL-REC    PIC X(30).
      **************************************************************
      * THE BILLING EXTRACT - ONE RECORD PER BILLED LOAN IN *
      * MASTER ORDER, READ BY LAB3 AND LAB3S *
      **************************************************************
       FD BILLEX-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BILLEX-REC    PIC X(80).
      **************************************************************
      * ON-TIME STREAK FILES - ONE RECORD PER OPEN LOAN IN MASTER *
      * ORDER. THE PRIOR FILE IS OPTIONAL (A MISSING ONE STARTS *
      * EVERY STREAK AT ZERO); THE NEW ONE IS COPIED OVER IT *
      * ONCE THE CYCLE IS ACCEPTED *
      **************************************************************
       FD ONTIME-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ONTIME-REC    PIC X(30).
       FD NEWONT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEWONT-REC    PIC X(30).
      **************************************************************
      * BILLING AND AGING REPORT - ONE LINE PER OPEN LOAN, THE *
      * AGREEMENT EXCEPTIONS, AND THE AGING BUCKET TOTALS *
      **************************************************************
       FD BILL-FILE
           LABEL RECORDS ARE OMITTED.
       01 BILL-REC      PIC X(120).
       WORKING-STORAGE SECTION.
       01 AGREE-FILE-STATUS PIC X(2).
       01 PARM-FILE-STATUS  PIC X(2).
       01 DEFER-FILE-STATUS PIC X(2).
       01 ONTIME-FILE-STATUS PIC X(2).
      **************************************************************
      * THE EFFECTIVE-DATED RATE TABLE, LOADED UP FRONT THE SAME *
      * WAY LAB3 LOADS IT - A KEYED NONZERO RECORD RATE *
      * OVERRIDES THE TABLE *
      **************************************************************
       01 RATE-FILE-STATUS  PIC X(2).
       01 RATE-CARD-DATA.
         03 RA-CLASS      PIC X(4).
         03 RA-EFF-DATE   PIC 9(8).
         03 RA-RATE       PIC 9V999.
         03 FILLER        PIC X(64).
       01 RATE-COUNT        PIC 9(3)  VALUE 0.
       01 RATE-TABLE.
         03 RT-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
           05 RT-CLASS      PIC X(4).
           05 RT-EFF-DATE   PIC 9(8).
           05 RT-RATE       PIC 9V999.
       01 RATE-LOOKUP-WORK.
         03 WK-RATE       PIC 9V999.
         03 WK-ASOF-DATE  PIC 9(8)  VALUE 0.
         03 WK-BEST-DATE  PIC 9(8).
       01 TOTAL         PIC 9(6)V99.
       01 WK-BALANCE    PIC S9(6)V99.
       01 WK-INTEREST   PIC 9(5)V99.
       01 WK-PRINCIPAL  PIC 9(6)V99.
      **************************************************************
      * LAYOUT FOR THE LOAN MASTER, SAME FORMAT LAB3 USES *
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
      * LEADING CONTROL RECORD ON INPUT-FILE (SEE LAB3) - SKIPPED *
      * HERE RATHER THAN RECONCILED, SINCE THIS PROGRAM ONLY READS *
      * THE LOAN MASTER ONCE, STRAIGHT THROUGH. THE GENERATION IS *
      * PICKED OUT FOR THE RUN-CONTROL STAMP *
      **************************************************************
       01 CONTROL-REC-DATA.
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
      **************************************************************
      * THE RUN-CONTROL FILE LOADED INTO STORAGE AND THE STAMP *
      * BEING WRITTEN - SEE LAB3M *
      **************************************************************
       01 RUNCTL-FILE-STATUS PIC X(2).
       01 RUNCTL-DATA.
         03 RC-PROGRAM    PIC X(8).
         03 RC-RUN-DATE   PIC 9(8).
         03 RC-GEN        PIC 9(6).
         03 FILLER        PIC X(8).
       01 RUNCTL-COUNT     PIC 9(2)  VALUE 0.
       01 RUNCTL-TABLE.
         03 RC-ENTRY OCCURS 20 TIMES INDEXED BY RC-IDX.
           05 RC-T-PROGRAM  PIC X(8).
           05 RC-T-DATE     PIC 9(8).
           05 RC-T-GEN      PIC 9(6).
       01 RUNCTL-WORK.
         03 RC-STAMP-DATE  PIC 9(8)  VALUE 0.
         03 MASTER-GEN     PIC 9(6)  VALUE 0.
      **************************************************************
      * LAYOUT OF ONE REPAYMENT AGREEMENT. THE INSTALLMENT FALLS *
      * DUE ON THE FIRST DUE DATE AND THEN ON THE DUE DAY OF *
      * EVERY FOLLOWING MONTH - A DUE DAY PAST THE END OF A SHORT *
      * MONTH FALLS ON THAT MONTH'S LAST DAY. AN INSTALLMENT *
      * STILL UNPAID NO MORE THAN THE GRACE DAYS AFTER ITS DUE *
      * DATE IS NOT YET PAST DUE *
      **************************************************************
       01 AGREE-DATA.
         03 AG-ACCT-NO      PIC 9(7).
         03 AG-LOAN-SEQ     PIC X(2).
         03 AG-INSTALLMENT  PIC 9(5)V99.
         03 AG-DUE-DAY      PIC 9(2).
         03 AG-FIRST-DUE    PIC 9(8).
         03 AG-FIRST-DUE-R  REDEFINES AG-FIRST-DUE.
           05 AG-FIRST-YYYY PIC 9(4).
           05 AG-FIRST-MM   PIC 9(2).
           05 AG-FIRST-DD   PIC 9(2).
         03 AG-GRACE-DAYS   PIC 9(3).
         03 FILLER          PIC X(51).
      **************************************************************
      * THE MATCH KEYS - ACCOUNT PLUS LOAN SEQUENCE ON BOTH *
      * FILES - AND THE SEQUENCE-CHECK HOLD FOR THE AGREEMENTS *
      **************************************************************
       01 MATCH-KEYS.
         03 K-LOAN-KEY      PIC X(9).
         03 K-AGREE-KEY     PIC X(9).
         03 K-AGREE-PREV    PIC X(9)  VALUE LOW-VALUES.
         03 K-DEFER-KEY     PIC X(9).
         03 K-ONTIME-KEY    PIC X(9).
      **************************************************************
      * LAYOUT OF ONE DEFERMENT OR FORBEARANCE PERIOD - SAME AS *
      * LAB3D *
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
      **************************************************************
      * EVERY PERIOD ON FILE FOR THE LOAN BEING BILLED, AND THE *
      * LOAN'S STANDING ON THE BILLING DATE - IN NO PERIOD, IN A *
      * PERIOD, OR IN AN INTEREST-SUBSIDIZED PERIOD - WITH THE *
      * TYPE AND END DATE OF THE PERIOD IT IS IN *
      **************************************************************
       01 DEFER-PERIODS.
         03 DP-COUNT        PIC 9(2).
         03 DP-ENTRY OCCURS 20 TIMES INDEXED BY DP-IDX.
           05 DP-START-DATE PIC 9(8).
           05 DP-END-DATE   PIC 9(8).
         03 DM-DEFER-STATE  PIC X(1).
           88 LOAN-NOT-DEFERRED     VALUE SPACE.
           88 LOAN-IN-DEFERMENT     VALUE 'D' 'S'.
           88 LOAN-INT-SUBSIDIZED   VALUE 'S'.
         03 DM-ACTIVE-TYPE  PIC X(1).
         03 DM-ACTIVE-END   PIC 9(8).
      **************************************************************
      * LAYOUT OF ONE BILLING EXTRACT RECORD. THE AMOUNT DUE IS *
      * EVERYTHING SCHEDULED THROUGH THE NEXT DUE DATE LESS WHAT *
      * HAS BEEN PAID, SO IT ALREADY INCLUDES ANY PAST-DUE AMOUNT *
      * - NEITHER IS EVER MORE THAN THE LOAN'S BALANCE *
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
      **************************************************************
      * LAYOUT OF ONE ON-TIME STREAK RECORD. THE STREAK IS THE *
      * NUMBER OF MONTHLY BILLS IN A ROW THE LOAN WAS NOT PAST *
      * DUE ON. THE MONTH IS THE LAST BILLING MONTH COUNTED AND *
      * THE BASE IS THE STREAK GOING INTO THAT MONTH, SO A SECOND *
      * BILLING RUN IN THE SAME MONTH RECOUNTS IT RATHER THAN *
      * COUNTING IT TWICE *
      **************************************************************
       01 ONTIME-DATA.
         03 OT-ACCT-NO      PIC 9(7).
         03 OT-LOAN-SEQ     PIC X(2).
         03 OT-STREAK       PIC 9(3).
         03 OT-MONTH        PIC 9(6).
         03 OT-BASE         PIC 9(3).
         03 OT-LAST-LATE    PIC 9(8).
         03 FILLER          PIC X(1).
      **************************************************************
      * THE NEW STREAK RECORD IS BUILT HERE, NOT IN ONTIME-DATA, *
      * WHICH IS ALREADY HOLDING THE NEXT LOAN'S PRIOR STREAK *
      **************************************************************
       01 NEW-ONTIME-DATA.
         03 NT-KEY          PIC X(9).
         03 NT-STREAK       PIC 9(3).
         03 NT-MONTH        PIC 9(6).
         03 NT-BASE         PIC 9(3).
         03 NT-LAST-LATE    PIC 9(8).
         03 FILLER          PIC X(1)  VALUE SPACE.
       01 ONTIME-WORK.
         03 OW-FOUND-SW     PIC 9.
           88 OW-ON-FILE         VALUE 1.
         03 OW-STREAK       PIC 9(3).
         03 OW-MONTH        PIC 9(6).
         03 OW-BASE         PIC 9(3).
         03 OW-LAST-LATE    PIC 9(8).
         03 OW-BILL-MONTH   PIC 9(6).
      **************************************************************
      * LAYOUT FOR THE BILLING RUN'S PARAMETER CARD *
      **************************************************************
       01 PARM-DATA.
         03 BP-BILL-DATE  PIC 9(8).
         03 FILLER        PIC X(72).
      **************************************************************
      * THE BILLING FIGURES FOR THE LOAN BEING BILLED *
      **************************************************************
       01 BILL-WORK.
         03 BL-BILL-DATE     PIC 9(8).
         03 BL-BILL-DATE-R   REDEFINES BL-BILL-DATE.
           05 BL-BILL-YYYY   PIC 9(4).
           05 BL-BILL-MM     PIC 9(2).
           05 BL-BILL-DD     PIC 9(2).
         03 BL-BILL-DAYS     PIC 9(7).
         03 BL-DUE-COUNT     PIC 9(4).
         03 BL-INST-NO       PIC 9(4).
         03 BL-COVERED       PIC 9(4).
         03 BL-SCHEDULED     PIC 9(9)V99.
         03 BL-WORK-AMT      PIC S9(9)V99.
         03 BL-AMOUNT-DUE    PIC 9(6)V99.
         03 BL-DUE-DATE      PIC 9(8).
         03 BL-OLDEST-DATE   PIC 9(8).
         03 BL-PAST-DUE      PIC 9(6)V99.
         03 BL-DAYS-PAST-DUE PIC 9(4).
         03 BL-BUCKET-NO     PIC 9(1).
      **************************************************************
      * DATE ARITHMETIC WORK AREA - A CALENDAR DATE IS TURNED *
      * INTO A DAY NUMBER SO TWO DATES CAN SIMPLY BE SUBTRACTED *
      **************************************************************
       01 DATE-WORK.
         03 DT-DATE         PIC 9(8).
         03 DT-DATE-R       REDEFINES DT-DATE.
           05 DT-YYYY       PIC 9(4).
           05 DT-MM         PIC 9(2).
           05 DT-DD         PIC 9(2).
         03 DT-DAYS         PIC 9(7).
         03 DT-Y            PIC 9(4).
         03 DT-M            PIC 9(2).
         03 DT-Q4           PIC 9(4).
         03 DT-Q100         PIC 9(4).
         03 DT-Q400         PIC 9(4).
         03 DT-R4           PIC 9(4).
         03 DT-R100         PIC 9(4).
         03 DT-R400         PIC 9(4).
         03 DT-MTERM-N      PIC 9(4).
         03 DT-MTERM        PIC 9(4).
         03 DT-MONTH-NO     PIC 9(6).
         03 DT-REM          PIC 9(2).
         03 DT-LAST-DAY     PIC 9(2).
       01 MONTH-DAYS-VALUES.
         03 FILLER        PIC X(24)
              VALUE '312831303130313130313031'.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
         03 MD-DAYS OCCURS 12 TIMES PIC 9(2).
      **************************************************************
      * THE AGING BUCKETS - THE CODE CARRIED ON THE EXTRACT, AND *
      * THE COUNT AND PAST-DUE DOLLARS IN EACH *
      **************************************************************
       01 BUCKET-CODES.
         03 FILLER        PIC X(7)  VALUE 'CURRENT'.
         03 FILLER        PIC X(7)  VALUE '1-29'.
         03 FILLER        PIC X(7)  VALUE '30-59'.
         03 FILLER        PIC X(7)  VALUE '60-89'.
         03 FILLER        PIC X(7)  VALUE '90-119'.
         03 FILLER        PIC X(7)  VALUE '120+'.
         03 FILLER        PIC X(7)  VALUE 'DEFER'.
       01 BUCKET-CODE-TABLE REDEFINES BUCKET-CODES.
         03 BK-CODE OCCURS 7 TIMES PIC X(7).
       01 BUCKET-TOTALS.
         03 BK-ENTRY OCCURS 7 TIMES INDEXED BY BK-IDX.
           05 BK-COUNT      PIC 9(5).
           05 BK-PAST-DUE   PIC 9(7)V99.
      **************************************************************
      * COUNTS FOR THE REPORT TRAILER AND THE CONSOLE SUMMARY *
      **************************************************************
       01 BILL-RUN-TOTALS.
         03 BT-BILLED        PIC 9(5)     VALUE 0.
         03 BT-AMOUNT-DUE    PIC 9(8)V99  VALUE 0.
         03 BT-NO-AGREE      PIC 9(5)     VALUE 0.
         03 BT-BAD-AGREE     PIC 9(5)     VALUE 0.
         03 BT-ORPHAN        PIC 9(5)     VALUE 0.
         03 BT-BAD-MASTER    PIC 9(5)     VALUE 0.
         03 BT-ON-TIME       PIC 9(5)     VALUE 0.
         03 BT-LATE          PIC 9(5)     VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE BILLING AND AGING REPORT *
      **************************************************************
       01 BILL-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(12)       VALUE 'ACCOUNT SQ'.
         03 FILLER      PIC X(22)       VALUE 'NAME'.
         03 FILLER      PIC X(10)       VALUE 'INSTALLMT'.
         03 FILLER      PIC X(11)       VALUE 'AMOUNT DUE'.
         03 FILLER      PIC X(10)       VALUE 'DUE BY'.
         03 FILLER      PIC X(11)       VALUE 'PAST DUE'.
         03 FILLER      PIC X(6)        VALUE 'DAYS'.
         03 FILLER      PIC X(9)        VALUE 'BUCKET'.
         03 FILLER      PIC X(4)        VALUE 'NOTE'.
       01 BILL-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(19)       VALUE 'BILLING AS OF DATE '.
         03 BH-BILL-DATE PIC 9(8).
       01 BILL-DATA1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 BD-ACCT      PIC 9(7).
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 BD-SEQ       PIC X(2).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 BD-NAME      PIC X(20).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 BD-INSTALL   PIC X(8).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 BD-AMOUNT    PIC X(9).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 BD-DUE-DATE  PIC X(8).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 BD-PAST-DUE  PIC X(9).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 BD-DAYS      PIC X(4).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 BD-BUCKET    PIC X(7).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 BD-NOTE      PIC X(25).
      **************************************************************
      * EDITED WORK FIELDS FOR THE DETAIL LINE - MOVED THROUGH *
      * ALPHANUMERICS SO AN EXCEPTION LINE CAN LEAVE THE MONEY *
      * COLUMNS BLANK *
      **************************************************************
       01 BD-INSTALL-ED   PIC ZZZZ9.99.
       01 BD-AMOUNT-ED    PIC ZZZZZ9.99.
       01 BD-DAYS-ED      PIC ZZZ9.
       01 BILL-BUCKET-LINE.
         03 FILLER      PIC X(8)        VALUE SPACES.
         03 BS-LABEL    PIC X(26).
         03 BS-COUNT    PIC ZZZZ9.
         03 FILLER      PIC X(5)        VALUE SPACES.
         03 BS-AMOUNT   PIC ZZZZZZZ9.99.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-G      PIC 9   VALUE 0.
           88 AGREE-AT-EOF      VALUE 1.
         03 EOF-T      PIC 9   VALUE 0.
         03 EOF-R      PIC 9   VALUE 0.
      **************************************************************
      *       SET WHEN THE OPTIONAL AGREEMENT FILE OPENED CLEAN, *
      *       SO ONLY AN OPENED FILE IS EVER CLOSED *
      **************************************************************
         03 AGREE-OPEN-SW PIC 9  VALUE 0.
           88 AGREE-WAS-OPENED  VALUE 1.
      **************************************************************
      *       SET WHEN THE CURRENT AGREEMENT PASSES ITS EDITS, AND *
      *       WHEN THE CURRENT MASTER RECORD'S MONEY IS NUMERIC *
      **************************************************************
         03 AGREE-VALID-SW PIC 9 VALUE 0.
           88 AGREE-IS-VALID    VALUE 1.
         03 MASTER-VALID-SW PIC 9 VALUE 0.
           88 MASTER-IS-VALID   VALUE 1.
      **************************************************************
      *       END OF FILE AND OPEN SWITCHES FOR THE OPTIONAL *
      *       DEFERMENT MASTER *
      **************************************************************
         03 EOF-DF     PIC 9   VALUE 0.
           88 DEFER-AT-EOF      VALUE 1.
         03 DEFER-OPEN-SW PIC 9  VALUE 0.
           88 DEFER-WAS-OPENED  VALUE 1.
      **************************************************************
      *       END OF FILE AND OPEN SWITCHES FOR THE OPTIONAL PRIOR *
      *       ON-TIME STREAK FILE *
      **************************************************************
         03 EOF-O      PIC 9   VALUE 0.
           88 ONTIME-AT-EOF     VALUE 1.
         03 ONTIME-OPEN-SW PIC 9 VALUE 0.
           88 ONTIME-WAS-OPENED VALUE 1.
      **************************************************************
      *       SET WHILE WALKING THE INSTALLMENT SCHEDULE - WHEN THE *
      *       DUE DATE IN HAND FALLS INSIDE A PERIOD, AND WHEN THE *
      *       NEXT DUE DATE AFTER THE BILLING DATE HAS BEEN FOUND *
      **************************************************************
         03 DUE-DEFERRED-SW PIC 9 VALUE 0.
           88 DUE-IS-DEFERRED   VALUE 1.
         03 WALK-DONE-SW  PIC 9  VALUE 0.
           88 WALK-IS-DONE      VALUE 1.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1060-LOAD-RATE-TABLE.
           PERFORM 1050-READ-PARM.
           PERFORM 1070-LOAD-RUN-CONTROL.
           MOVE ZEROS TO BUCKET-TOTALS.
           OPEN INPUT INPUT-FILE
             OUTPUT BILLEX-FILE
             OUTPUT BILL-FILE
             OUTPUT NEWONT-FILE.
           PERFORM 1400-PRINT-HEAD.
           OPEN INPUT AGREE-FILE.
           IF AGREE-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-G
               MOVE HIGH-VALUES TO K-AGREE-KEY
               DISPLAY 'LAB3A - WARNING - NO REPAYMENT AGREEMENT '
                 'FILE ON FILE - NO LOAN WILL BE BILLED'
           ELSE
               MOVE 1 TO AGREE-OPEN-SW
               PERFORM 2500-READ-AGREEMENT
           END-IF.
           OPEN INPUT DEFER-FILE.
           IF DEFER-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-DF
               MOVE HIGH-VALUES TO K-DEFER-KEY
           ELSE
               MOVE 1 TO DEFER-OPEN-SW
               PERFORM 2600-READ-DEFER
           END-IF.
           OPEN INPUT ONTIME-FILE.
           IF ONTIME-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-O
               MOVE HIGH-VALUES TO K-ONTIME-KEY
               DISPLAY 'LAB3A - WARNING - NO PRIOR ON-TIME STREAK '
                 'FILE ON FILE - EVERY STREAK STARTS AT ZERO'
           ELSE
               MOVE 1 TO ONTIME-OPEN-SW
               PERFORM 2700-READ-ONTIME
           END-IF.
           PERFORM 1150-SKIP-CONTROL-RECORD.
           PERFORM 2000-READ-INPUT.
           PERFORM 1500-LOOP
             UNTIL EOF-I = 1.
           PERFORM 1450-REPORT-ORPHAN
             UNTIL AGREE-AT-EOF.
           PERFORM 1690-PRINT-TOTALS.
           CLOSE INPUT-FILE
             BILLEX-FILE
             BILL-FILE
             NEWONT-FILE.
           IF ONTIME-WAS-OPENED
               CLOSE ONTIME-FILE
           END-IF.
           IF AGREE-WAS-OPENED
               CLOSE AGREE-FILE
           END-IF.
           IF DEFER-WAS-OPENED
               CLOSE DEFER-FILE
           END-IF.
           PERFORM 1090-STAMP-RUN-CONTROL.
           STOP RUN.
      **************************************************************
      * READS THE BILLING DATE OVERRIDE OFF THE PARAMETER CARD. *
      * NO CARD, OR A BLANK OR ZERO DATE, BILLS AS OF TODAY. THE *
      * RATE LOOKUP USES THE SAME DATE SO THE BALANCE A BILL IS *
      * CAPPED AT IS THE BALANCE AS OF THE BILLING DATE *
      **************************************************************
       1050-READ-PARM.
           MOVE ZEROS TO BP-BILL-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE INTO PARM-DATA
                 AT END CONTINUE
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF BP-BILL-DATE NUMERIC AND BP-BILL-DATE > 0
               MOVE BP-BILL-DATE TO WK-ASOF-DATE
           END-IF.
           MOVE WK-ASOF-DATE TO BL-BILL-DATE.
           MOVE BL-BILL-DATE TO DT-DATE.
           PERFORM 1850-DATE-TO-DAYS.
           MOVE DT-DAYS TO BL-BILL-DAYS.
      **************************************************************
      * LOADS THE RUN-CONTROL FILE INTO STORAGE - SEE LAB3M. A *
      * MISSING FILE IS THE FIRST CYCLE UNDER RUN CONTROL *
      **************************************************************
       1070-LOAD-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-FILE-STATUS = '00'
               PERFORM 1072-LOAD-ONE-STAMP
                 UNTIL EOF-R = 1
               CLOSE RUNCTL-FILE
           END-IF.
       1072-LOAD-ONE-STAMP.
           READ RUNCTL-FILE INTO RUNCTL-DATA
             AT END MOVE 1 TO EOF-R.
           IF EOF-R NOT = 1
               IF RUNCTL-COUNT < 20
                   ADD 1 TO RUNCTL-COUNT
                   SET RC-IDX TO RUNCTL-COUNT
                   MOVE RC-PROGRAM  TO RC-T-PROGRAM(RC-IDX)
                   MOVE RC-RUN-DATE TO RC-T-DATE(RC-IDX)
                   MOVE RC-GEN      TO RC-T-GEN(RC-IDX)
               END-IF
           END-IF.
      **************************************************************
      * STAMPS THIS PROGRAM'S RUN DATE AND THE GENERATION IT *
      * BILLED INTO THE RUN-CONTROL FILE *
      **************************************************************
       1090-STAMP-RUN-CONTROL.
           ACCEPT RC-STAMP-DATE FROM DATE YYYYMMDD.
           IF CR-GENERATION NUMERIC
               MOVE CR-GENERATION TO MASTER-GEN
           ELSE
               MOVE 0 TO MASTER-GEN
           END-IF.
           PERFORM 1092-FIND-OWN-STAMP
             VARYING RC-IDX FROM 1 BY 1
             UNTIL RC-IDX > RUNCTL-COUNT
               OR RC-T-PROGRAM(RC-IDX) = 'LAB3A'.
           IF RC-IDX > RUNCTL-COUNT
               ADD 1 TO RUNCTL-COUNT
               SET RC-IDX TO RUNCTL-COUNT
               MOVE 'LAB3A' TO RC-T-PROGRAM(RC-IDX)
           END-IF.
           MOVE RC-STAMP-DATE TO RC-T-DATE(RC-IDX).
           MOVE MASTER-GEN    TO RC-T-GEN(RC-IDX).
           OPEN OUTPUT RUNCTL-FILE.
           PERFORM 1094-WRITE-ONE-STAMP
             VARYING RC-IDX FROM 1 BY 1
             UNTIL RC-IDX > RUNCTL-COUNT.
           CLOSE RUNCTL-FILE.
       1092-FIND-OWN-STAMP.
           CONTINUE.
       1094-WRITE-ONE-STAMP.
           MOVE SPACES              TO RUNCTL-DATA.
           MOVE RC-T-PROGRAM(RC-IDX) TO RC-PROGRAM.
           MOVE RC-T-DATE(RC-IDX)   TO RC-RUN-DATE.
           MOVE RC-T-GEN(RC-IDX)    TO RC-GEN.
           WRITE RUNCTL-REC FROM RUNCTL-DATA.
      **************************************************************
      * LOADS THE EFFECTIVE-DATED RATE TABLE, SAME AS LAB3. A *
      * MISSING TABLE MEANS ONLY RECORD-LEVEL RATES ARE USED *
      **************************************************************
       1060-LOAD-RATE-TABLE.
           ACCEPT WK-ASOF-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS = '00'
               PERFORM 1065-LOAD-ONE-RATE
                 UNTIL EOF-T = 1
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'LAB3A - WARNING - NO RATE TABLE ON FILE - '
                 'ONLY RECORD-LEVEL RATES WILL BE USED'
           END-IF.
       1065-LOAD-ONE-RATE.
           READ RATE-FILE INTO RATE-CARD-DATA
             AT END MOVE 1 TO EOF-T.
           IF EOF-T NOT = 1
               IF RA-EFF-DATE NUMERIC AND RA-RATE NUMERIC
                 AND RA-RATE < 1
                   IF RATE-COUNT < 50
                       ADD 1 TO RATE-COUNT
                       SET RT-IDX TO RATE-COUNT
                       MOVE RA-CLASS    TO RT-CLASS(RT-IDX)
                       MOVE RA-EFF-DATE TO RT-EFF-DATE(RT-IDX)
                       MOVE RA-RATE     TO RT-RATE(RT-IDX)
                   ELSE
                       DISPLAY 'LAB3A - RATE TABLE FULL AT 50 ROWS '
                         '- RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE RATE-FILE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY 'LAB3A - WARNING - RATE TABLE ROW FOR '
                     'CLASS ' RA-CLASS ' IS NOT NUMERIC OR NOT '
                     'UNDER 1.000 - ROW IGNORED'
               END-IF
           END-IF.
      **************************************************************
      * SETS THE RATE FOR THE CURRENT LOAN RECORD - A KEYED *
      * NONZERO RECORD RATE OVERRIDES, OTHERWISE THE LATEST *
      * TABLE ROW FOR THE LOAN'S CLASS APPLIES *
      **************************************************************
       1840-LOOK-UP-RATE.
           IF I-INT-RATE NUMERIC AND I-INT-RATE > 0
               MOVE I-INT-RATE TO WK-RATE
           ELSE
               MOVE 0 TO WK-RATE
               MOVE 0 TO WK-BEST-DATE
               PERFORM 1845-TEST-ONE-RATE
                 VARYING RT-IDX FROM 1 BY 1
                 UNTIL RT-IDX > RATE-COUNT
               IF WK-BEST-DATE = 0
                   DISPLAY 'LAB3A - WARNING - NO RATE ON THE TABLE '
                     'FOR CLASS ' I-DEGREE ' AS OF ' WK-ASOF-DATE
                     ' AND NO RECORD RATE FOR ' I-ACCT-NO
                     ' - RATE OF ZERO USED'
               END-IF
           END-IF.
       1845-TEST-ONE-RATE.
           IF RT-CLASS(RT-IDX) = I-DEGREE
             AND RT-EFF-DATE(RT-IDX) NOT > WK-ASOF-DATE
             AND RT-EFF-DATE(RT-IDX) NOT < WK-BEST-DATE
               MOVE RT-EFF-DATE(RT-IDX) TO WK-BEST-DATE
               MOVE RT-RATE(RT-IDX)     TO WK-RATE
           END-IF.
      **************************************************************
      * DISCARDS THE LEADING CONTROL RECORD ON DA-S-INPUT SO THE *
      * FIRST READ LINES UP ON THE FIRST REAL LOAN MASTER RECORD *
      **************************************************************
       1150-SKIP-CONTROL-RECORD.
           READ INPUT-FILE INTO CONTROL-REC-DATA
             AT END CONTINUE
           END-READ.
      **************************************************************
      * PRINTS THE HEADING FOR THE BILLING AND AGING REPORT *
      **************************************************************
       1400-PRINT-HEAD.
           WRITE BILL-REC FROM BILL-HEADING1
             AFTER ADVANCING PAGE.
           MOVE BL-BILL-DATE TO BH-BILL-DATE.
           WRITE BILL-REC FROM BILL-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BILL-REC.
           WRITE BILL-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE LOAN MASTER RECORD PER PASS. AGREEMENTS WHOSE KEY *
      * SORTS BEFORE THE LOAN BELONG TO NO LOAN ON THE MASTER. A *
      * PAID-IN-FULL OR WRITTEN-OFF LOAN IS NEVER BILLED; AN OPEN *
      * LOAN IS BILLED OFF ITS AGREEMENT, OR LISTED WHEN IT HAS *
      * NONE. THE LOAN'S DEFERMENT PERIODS ARE PICKED UP FIRST *
      * BECAUSE THEY DECIDE BOTH ITS INTEREST AND ITS SCHEDULE *
      **************************************************************
       1500-LOOP.
           MOVE I-ACCT-NO  TO K-LOAN-KEY(1:7).
           MOVE I-LOAN-SEQ TO K-LOAN-KEY(8:2).
           PERFORM 1450-REPORT-ORPHAN
             UNTIL AGREE-AT-EOF OR K-AGREE-KEY NOT < K-LOAN-KEY.
           PERFORM 1530-LOAD-DEFERMENTS.
           PERFORM 1540-MATCH-ONTIME.
           IF NOT I-PAID-IN-FULL AND NOT I-WRITTEN-OFF
               PERFORM 1510-EDIT-MASTER
               IF NOT MASTER-IS-VALID
                   MOVE 'MASTER NOT NUMERIC' TO BD-NOTE
                   PERFORM 1590-PRINT-EXCEPTION
                   ADD 1 TO BT-BAD-MASTER
               ELSE
                   PERFORM 1700-CALC-TOTAL
                   PERFORM 1800-CALC-BALANCE
                   IF NOT AGREE-AT-EOF AND K-AGREE-KEY = K-LOAN-KEY
                       PERFORM 1520-EDIT-AGREEMENT
                       IF AGREE-IS-VALID
                           PERFORM 1550-BILL-ONE-LOAN
                       ELSE
                           MOVE 'AGREEMENT INVALID' TO BD-NOTE
                           PERFORM 1590-PRINT-EXCEPTION
                           ADD 1 TO BT-BAD-AGREE
                       END-IF
                   ELSE
                       IF WK-BALANCE > 0
                           MOVE 'NO AGREEMENT ON FILE' TO BD-NOTE
                           PERFORM 1590-PRINT-EXCEPTION
                           ADD 1 TO BT-NO-AGREE
                       END-IF
                   END-IF
               END-IF
               PERFORM 1545-WRITE-ONTIME
           END-IF.
           IF NOT AGREE-AT-EOF AND K-AGREE-KEY = K-LOAN-KEY
               PERFORM 2500-READ-AGREEMENT
           END-IF.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * ONE AGREEMENT WITH NO LOAN ON THE MASTER - LISTED SO THE *
      * SERVICING DESK CAN CORRECT THE KEY OR REMOVE IT *
      **************************************************************
       1450-REPORT-ORPHAN.
           MOVE SPACES       TO BILL-DATA1.
           MOVE AG-ACCT-NO   TO BD-ACCT.
           MOVE AG-LOAN-SEQ  TO BD-SEQ.
           MOVE 'AGREEMENT - NO LOAN' TO BD-NOTE.
           WRITE BILL-REC FROM BILL-DATA1
             AFTER ADVANCING 1 LINE.
           ADD 1 TO BT-ORPHAN.
           PERFORM 2500-READ-AGREEMENT.
      **************************************************************
      * THE MONEY FIELDS THE BILL IS WORKED FROM MUST BE NUMERIC - *
      * A BAD RECORD IS LISTED AND LEFT FOR LAB3'S REJECT REPORT *
      **************************************************************
       1510-EDIT-MASTER.
           MOVE 1 TO MASTER-VALID-SW.
           IF I-LOAN NOT NUMERIC
             OR I-LTD-PRIN-PAID NOT NUMERIC
             OR I-LTD-INT-PAID NOT NUMERIC
             OR I-ACCT-NO NOT NUMERIC
               MOVE 0 TO MASTER-VALID-SW
           END-IF.
      **************************************************************
      * AN AGREEMENT NEEDS A NONZERO INSTALLMENT, A DUE DAY OF 1 *
      * THRU 31, A REAL FIRST DUE DATE, AND NUMERIC GRACE DAYS *
      **************************************************************
       1520-EDIT-AGREEMENT.
           MOVE 1 TO AGREE-VALID-SW.
           IF AG-INSTALLMENT NOT NUMERIC
             OR AG-DUE-DAY NOT NUMERIC
             OR AG-FIRST-DUE NOT NUMERIC
             OR AG-GRACE-DAYS NOT NUMERIC
               MOVE 0 TO AGREE-VALID-SW
           ELSE
               IF AG-INSTALLMENT = 0
                 OR AG-DUE-DAY < 1 OR AG-DUE-DAY > 31
                 OR AG-FIRST-MM < 1 OR AG-FIRST-MM > 12
                 OR AG-FIRST-DD < 1 OR AG-FIRST-DD > 31
                   MOVE 0 TO AGREE-VALID-SW
               END-IF
           END-IF.
      **************************************************************
      * GATHERS EVERY DEFERMENT PERIOD ON FILE FOR THE CURRENT *
      * LOAN AND SETS ITS STANDING ON THE BILLING DATE. PERIODS *
      * FOR LOANS NOT ON THE MASTER ARE PASSED OVER *
      **************************************************************
       1530-LOAD-DEFERMENTS.
           MOVE 0      TO DP-COUNT.
           MOVE SPACE  TO DM-DEFER-STATE DM-ACTIVE-TYPE.
           MOVE 0      TO DM-ACTIVE-END.
           PERFORM 2600-READ-DEFER
             UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT < K-LOAN-KEY.
           PERFORM 1535-LOAD-ONE-PERIOD
             UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT = K-LOAN-KEY.
      **************************************************************
      * HOLDS ONE PERIOD FOR THE LOAN AND TESTS WHETHER THE *
      * BILLING DATE FALLS INSIDE IT. A SUBSIDIZED ACTIVE PERIOD *
      * OUTRANKS AN UNSUBSIDIZED ONE WHEN TWO OVERLAP *
      **************************************************************
       1535-LOAD-ONE-PERIOD.
           IF DF-START-DATE NUMERIC AND DF-END-DATE NUMERIC
               IF DP-COUNT < 20
                   ADD 1 TO DP-COUNT
                   SET DP-IDX TO DP-COUNT
                   MOVE DF-START-DATE TO DP-START-DATE(DP-IDX)
                   MOVE DF-END-DATE   TO DP-END-DATE(DP-IDX)
               ELSE
                   DISPLAY 'LAB3A - WARNING - MORE THAN 20 DEFERMENT '
                     'PERIODS FOR ' I-ACCT-NO ' SEQ ' I-LOAN-SEQ
                     ' - PERIOD FROM ' DF-START-DATE ' IGNORED'
               END-IF
               IF DF-START-DATE NOT > BL-BILL-DATE
                 AND DF-END-DATE NOT < BL-BILL-DATE
                   IF DF-INT-SUBSIDIZED
                       MOVE 'S'           TO DM-DEFER-STATE
                       MOVE DF-TYPE       TO DM-ACTIVE-TYPE
                       MOVE DF-END-DATE   TO DM-ACTIVE-END
                   ELSE IF LOAN-NOT-DEFERRED
                       MOVE 'D'           TO DM-DEFER-STATE
                       MOVE DF-TYPE       TO DM-ACTIVE-TYPE
                       MOVE DF-END-DATE   TO DM-ACTIVE-END
                   END-IF
               END-IF
           END-IF.
           PERFORM 2600-READ-DEFER.
      **************************************************************
      * PICKS UP THE CURRENT LOAN'S PRIOR ON-TIME STREAK. STREAKS *
      * FOR LOANS NO LONGER ON THE MASTER ARE PASSED OVER AND SO *
      * DROP OFF THE NEW FILE *
      **************************************************************
       1540-MATCH-ONTIME.
           MOVE 0 TO OW-FOUND-SW OW-STREAK OW-MONTH OW-BASE
                     OW-LAST-LATE.
           PERFORM 2700-READ-ONTIME
             UNTIL ONTIME-AT-EOF OR K-ONTIME-KEY NOT < K-LOAN-KEY.
           IF NOT ONTIME-AT-EOF AND K-ONTIME-KEY = K-LOAN-KEY
               IF OT-STREAK NUMERIC AND OT-MONTH NUMERIC
                 AND OT-BASE NUMERIC AND OT-LAST-LATE NUMERIC
                   MOVE 1            TO OW-FOUND-SW
                   MOVE OT-STREAK    TO OW-STREAK
                   MOVE OT-MONTH     TO OW-MONTH
                   MOVE OT-BASE      TO OW-BASE
                   MOVE OT-LAST-LATE TO OW-LAST-LATE
               ELSE
                   DISPLAY 'LAB3A - WARNING - ON-TIME STREAK FOR '
                     K-LOAN-KEY ' IS NOT NUMERIC - STARTED AT ZERO'
               END-IF
               PERFORM 2700-READ-ONTIME
           END-IF.
      **************************************************************
      * CARRIES AN OPEN LOAN'S STREAK TO THE NEW FILE - ONLY A *
      * LOAN THAT HAS ONE, FROM THE PRIOR FILE OR THIS CYCLE *
      **************************************************************
       1545-WRITE-ONTIME.
           IF OW-ON-FILE
               MOVE K-LOAN-KEY   TO NT-KEY
               MOVE OW-STREAK    TO NT-STREAK
               MOVE OW-MONTH     TO NT-MONTH
               MOVE OW-BASE      TO NT-BASE
               MOVE OW-LAST-LATE TO NT-LAST-LATE
               WRITE NEWONT-REC FROM NEW-ONTIME-DATA
           END-IF.
      **************************************************************
      * BILLS ONE LOAN. THE SCHEDULE IS EVERY INSTALLMENT DUE ON *
      * OR BEFORE THE BILLING DATE; WHAT IT CALLS FOR BEYOND THE *
      * TOTAL PAID IS PAST DUE. THE OLDEST UNPAID INSTALLMENT IS *
      * THE ONE THE PAYMENTS RAN OUT ON, AND ITS DUE DATE GIVES *
      * THE DAYS PAST DUE - WITHIN THE GRACE DAYS IT IS NOT YET *
      * LATE. THE AMOUNT DUE IS THE SCHEDULE THROUGH THE NEXT *
      * DUE DATE LESS THE TOTAL PAID. NEITHER FIGURE IS EVER *
      * MORE THAN THE BALANCE ACTUALLY OWED. A LOAN IN AN ACTIVE *
      * DEFERMENT OR FORBEARANCE OWES NOTHING THIS CYCLE - IT IS *
      * AGED INTO THE DEFER BUCKET AND SHOWS THE FIRST DUE DATE *
      * AFTER ITS PERIOD ENDS *
      **************************************************************
       1550-BILL-ONE-LOAN.
           MOVE 0 TO BL-PAST-DUE BL-AMOUNT-DUE BL-DAYS-PAST-DUE.
           DIVIDE TOTAL BY AG-INSTALLMENT GIVING BL-COVERED.
           PERFORM 1555-COUNT-DUE-INSTALLMENTS.
           IF LOAN-IN-DEFERMENT
               MOVE 7 TO BL-BUCKET-NO
               SET BK-IDX TO BL-BUCKET-NO
           ELSE
               PERFORM 1552-FIGURE-AMOUNTS
               PERFORM 1580-SET-BUCKET
               PERFORM 1558-COUNT-ON-TIME
           END-IF.
           PERFORM 1560-WRITE-EXTRACT.
           PERFORM 1570-PRINT-BILL-LINE.
           ADD 1              TO BT-BILLED.
           ADD BL-AMOUNT-DUE  TO BT-AMOUNT-DUE.
           ADD 1              TO BK-COUNT(BK-IDX).
           ADD BL-PAST-DUE    TO BK-PAST-DUE(BK-IDX).
      **************************************************************
      * WORKS OUT THE PAST-DUE AMOUNT, THE AMOUNT DUE, AND THE *
      * DAYS PAST DUE FROM THE INSTALLMENTS COUNTED DUE *
      **************************************************************
       1552-FIGURE-AMOUNTS.
           COMPUTE BL-SCHEDULED = BL-DUE-COUNT * AG-INSTALLMENT.
           COMPUTE BL-WORK-AMT = BL-SCHEDULED - TOTAL.
           IF BL-WORK-AMT > WK-BALANCE
               MOVE WK-BALANCE TO BL-WORK-AMT
           END-IF.
           IF BL-WORK-AMT > 0
               MOVE BL-WORK-AMT TO BL-PAST-DUE
           END-IF.
           COMPUTE BL-WORK-AMT = BL-SCHEDULED + AG-INSTALLMENT
             - TOTAL.
           IF BL-WORK-AMT > WK-BALANCE
               MOVE WK-BALANCE TO BL-WORK-AMT
           END-IF.
           IF BL-WORK-AMT > 0
               MOVE BL-WORK-AMT TO BL-AMOUNT-DUE
           END-IF.
           IF BL-PAST-DUE > 0
               MOVE BL-OLDEST-DATE TO DT-DATE
               PERFORM 1850-DATE-TO-DAYS
               SUBTRACT DT-DAYS FROM BL-BILL-DAYS
                 GIVING BL-DAYS-PAST-DUE
               IF BL-DAYS-PAST-DUE NOT > AG-GRACE-DAYS
                   MOVE 0 TO BL-DAYS-PAST-DUE
                   MOVE 0 TO BL-PAST-DUE
               END-IF
           END-IF.
      **************************************************************
      * WALKS THE INSTALLMENT SCHEDULE FROM THE FIRST DUE DATE, *
      * COUNTING THE INSTALLMENTS DUE ON OR BEFORE THE BILLING *
      * DATE AND STOPPING AT THE FIRST ONE DUE AFTER IT, WHICH *
      * IS THE NEXT DUE DATE. A DUE DATE INSIDE A DEFERMENT OR *
      * FORBEARANCE PERIOD IS PASSED OVER - NOTHING FALLS DUE *
      * THEN. THE DUE DATE OF THE INSTALLMENT THE PAYMENTS RAN *
      * OUT ON IS KEPT FOR THE DAYS-PAST-DUE FIGURE. THE WALK *
      * GIVES UP AFTER 1200 MONTHS *
      **************************************************************
       1555-COUNT-DUE-INSTALLMENTS.
           MOVE 0 TO BL-DUE-COUNT BL-DUE-DATE BL-OLDEST-DATE.
           MOVE 1 TO BL-INST-NO.
           MOVE 0 TO WALK-DONE-SW.
           PERFORM 1556-WALK-ONE-INSTALLMENT
             UNTIL WALK-IS-DONE.
       1556-WALK-ONE-INSTALLMENT.
           PERFORM 1860-DUE-DATE-OF.
           MOVE 0 TO DUE-DEFERRED-SW.
           PERFORM 1557-TEST-ONE-PERIOD
             VARYING DP-IDX FROM 1 BY 1
             UNTIL DP-IDX > DP-COUNT OR DUE-IS-DEFERRED.
           IF NOT DUE-IS-DEFERRED
               IF DT-DATE > BL-BILL-DATE
                   MOVE DT-DATE TO BL-DUE-DATE
                   MOVE 1 TO WALK-DONE-SW
               ELSE
                   ADD 1 TO BL-DUE-COUNT
                   IF BL-DUE-COUNT = BL-COVERED + 1
                       MOVE DT-DATE TO BL-OLDEST-DATE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO BL-INST-NO.
           IF BL-INST-NO > 1200
               MOVE 1 TO WALK-DONE-SW
           END-IF.
      **************************************************************
      * TESTS THE DUE DATE IN HAND AGAINST ONE OF THE LOAN'S *
      * PERIODS *
      **************************************************************
       1557-TEST-ONE-PERIOD.
           IF DT-DATE NOT < DP-START-DATE(DP-IDX)
             AND DT-DATE NOT > DP-END-DATE(DP-IDX)
               MOVE 1 TO DUE-DEFERRED-SW
           END-IF.
      **************************************************************
      * COUNTS THIS MONTH'S BILL INTO THE LOAN'S ON-TIME STREAK *
      * ONCE AN INSTALLMENT HAS COME DUE - NOT PAST DUE (WITHIN *
      * THE GRACE DAYS) ADDS ONE, PAST DUE STARTS IT OVER AT ZERO. *
      * A SECOND RUN IN THE SAME BILLING MONTH WORKS FROM THE *
      * SAME BASE AS THE FIRST. A DEFERRED LOAN'S STREAK IS *
      * CARRIED UNCHANGED *
      **************************************************************
       1558-COUNT-ON-TIME.
           IF BL-DUE-COUNT > 0
               COMPUTE OW-BILL-MONTH = BL-BILL-YYYY * 100 + BL-BILL-MM
               IF OW-MONTH NOT = OW-BILL-MONTH
                   MOVE OW-STREAK     TO OW-BASE
                   MOVE OW-BILL-MONTH TO OW-MONTH
               END-IF
               IF BL-DAYS-PAST-DUE = 0
                   IF OW-BASE < 999
                       ADD 1 OW-BASE GIVING OW-STREAK
                   ELSE
                       MOVE 999 TO OW-STREAK
                   END-IF
                   ADD 1 TO BT-ON-TIME
               ELSE
                   MOVE 0            TO OW-STREAK
                   MOVE BL-BILL-DATE TO OW-LAST-LATE
                   ADD 1 TO BT-LATE
               END-IF
               MOVE 1 TO OW-FOUND-SW
           END-IF.
      **************************************************************
      * WRITES THE BILLING EXTRACT RECORD FOR THE CURRENT LOAN *
      **************************************************************
       1560-WRITE-EXTRACT.
           MOVE SPACES           TO BILLEX-DATA.
           MOVE I-ACCT-NO        TO BX-ACCT-NO.
           MOVE I-LOAN-SEQ       TO BX-LOAN-SEQ.
           MOVE I-NAME           TO BX-NAME.
           MOVE BL-AMOUNT-DUE    TO BX-AMOUNT-DUE.
           MOVE BL-DUE-DATE      TO BX-DUE-DATE.
           MOVE BL-PAST-DUE      TO BX-PAST-DUE.
           MOVE BL-DAYS-PAST-DUE TO BX-DAYS-PAST-DUE.
           MOVE BK-CODE(BL-BUCKET-NO) TO BX-BUCKET.
           MOVE AG-INSTALLMENT   TO BX-INSTALLMENT.
           MOVE BL-BILL-DATE     TO BX-BILL-DATE.
           WRITE BILLEX-REC FROM BILLEX-DATA.
      **************************************************************
      * PRINTS ONE BILLED LOAN ON THE BILLING AND AGING REPORT *
      **************************************************************
       1570-PRINT-BILL-LINE.
           MOVE SPACES           TO BILL-DATA1.
           MOVE I-ACCT-NO        TO BD-ACCT.
           MOVE I-LOAN-SEQ       TO BD-SEQ.
           MOVE I-NAME           TO BD-NAME.
           MOVE AG-INSTALLMENT   TO BD-INSTALL-ED.
           MOVE BD-INSTALL-ED    TO BD-INSTALL.
           MOVE BL-AMOUNT-DUE    TO BD-AMOUNT-ED.
           MOVE BD-AMOUNT-ED     TO BD-AMOUNT.
           MOVE BL-DUE-DATE      TO BD-DUE-DATE.
           MOVE BL-PAST-DUE      TO BD-AMOUNT-ED.
           MOVE BD-AMOUNT-ED     TO BD-PAST-DUE.
           MOVE BL-DAYS-PAST-DUE TO BD-DAYS-ED.
           MOVE BD-DAYS-ED       TO BD-DAYS.
           MOVE BK-CODE(BL-BUCKET-NO) TO BD-BUCKET.
           IF LOAN-IN-DEFERMENT
               IF DM-ACTIVE-TYPE = 'F'
                   MOVE 'FORBEARANCE THRU' TO BD-NOTE
                   MOVE DM-ACTIVE-END      TO BD-NOTE(18:8)
               ELSE
                   MOVE 'DEFERMENT THRU'   TO BD-NOTE
                   MOVE DM-ACTIVE-END      TO BD-NOTE(16:8)
               END-IF
           ELSE IF WK-BALANCE NOT > 0
               MOVE 'NOTHING OWING' TO BD-NOTE
           END-IF.
           WRITE BILL-REC FROM BILL-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * AGES THE LOAN BY ITS DAYS PAST DUE *
      **************************************************************
       1580-SET-BUCKET.
           EVALUATE TRUE
             WHEN BL-DAYS-PAST-DUE = 0
               MOVE 1 TO BL-BUCKET-NO
             WHEN BL-DAYS-PAST-DUE < 30
               MOVE 2 TO BL-BUCKET-NO
             WHEN BL-DAYS-PAST-DUE < 60
               MOVE 3 TO BL-BUCKET-NO
             WHEN BL-DAYS-PAST-DUE < 90
               MOVE 4 TO BL-BUCKET-NO
             WHEN BL-DAYS-PAST-DUE < 120
               MOVE 5 TO BL-BUCKET-NO
             WHEN OTHER
               MOVE 6 TO BL-BUCKET-NO
           END-EVALUATE.
           SET BK-IDX TO BL-BUCKET-NO.
      **************************************************************
      * PRINTS ONE OPEN LOAN THAT COULD NOT BE BILLED, WITH THE *
      * REASON ALREADY MOVED TO THE NOTE COLUMN *
      **************************************************************
       1590-PRINT-EXCEPTION.
           MOVE I-ACCT-NO  TO BD-ACCT.
           MOVE I-LOAN-SEQ TO BD-SEQ.
           MOVE I-NAME     TO BD-NAME.
           MOVE SPACES     TO BD-INSTALL BD-AMOUNT BD-DUE-DATE
                              BD-PAST-DUE BD-DAYS BD-BUCKET.
           WRITE BILL-REC FROM BILL-DATA1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES     TO BD-NOTE.
      **************************************************************
      * PRINTS THE AGING BUCKET TOTALS AND THE EXCEPTION COUNTS *
      * AT THE FOOT OF THE REPORT, AND ECHOES THEM TO THE CONSOLE *
      **************************************************************
       1690-PRINT-TOTALS.
           MOVE SPACES TO BILL-REC.
           WRITE BILL-REC
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO BILL-REC.
           MOVE 'AGING SUMMARY - COUNT AND PAST-DUE DOLLARS'
             TO BILL-REC(9:42).
           WRITE BILL-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 1695-PRINT-ONE-BUCKET
             VARYING BK-IDX FROM 1 BY 1
             UNTIL BK-IDX > 7.
           MOVE SPACES TO BILL-REC.
           WRITE BILL-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'LOANS BILLED - AMOUNT DUE' TO BS-LABEL.
           MOVE BT-BILLED     TO BS-COUNT.
           MOVE BT-AMOUNT-DUE TO BS-AMOUNT.
           WRITE BILL-REC FROM BILL-BUCKET-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO BS-AMOUNT.
           MOVE 'OPEN LOANS - NO AGREEMENT' TO BS-LABEL.
           MOVE BT-NO-AGREE   TO BS-COUNT.
           WRITE BILL-REC FROM BILL-BUCKET-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'AGREEMENTS INVALID'        TO BS-LABEL.
           MOVE BT-BAD-AGREE  TO BS-COUNT.
           WRITE BILL-REC FROM BILL-BUCKET-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'AGREEMENTS - NO LOAN'      TO BS-LABEL.
           MOVE BT-ORPHAN     TO BS-COUNT.
           WRITE BILL-REC FROM BILL-BUCKET-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'MASTER RECORDS NOT NUMERIC' TO BS-LABEL.
           MOVE BT-BAD-MASTER TO BS-COUNT.
           WRITE BILL-REC FROM BILL-BUCKET-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'ON TIME - STREAK EXTENDED'  TO BS-LABEL.
           MOVE BT-ON-TIME    TO BS-COUNT.
           WRITE BILL-REC FROM BILL-BUCKET-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'PAST DUE - STREAK RESET'    TO BS-LABEL.
           MOVE BT-LATE       TO BS-COUNT.
           WRITE BILL-REC FROM BILL-BUCKET-LINE
             AFTER ADVANCING 1 LINE.
           DISPLAY 'LAB3A - LOANS BILLED          = ' BT-BILLED.
           DISPLAY 'LAB3A - OPEN LOANS NO AGREEMT = ' BT-NO-AGREE.
           DISPLAY 'LAB3A - AGREEMENTS INVALID    = ' BT-BAD-AGREE.
           DISPLAY 'LAB3A - AGREEMENTS NO LOAN    = ' BT-ORPHAN.
       1695-PRINT-ONE-BUCKET.
           MOVE SPACES               TO BS-LABEL.
           MOVE BK-CODE(BK-IDX)      TO BS-LABEL(1:7).
           MOVE BK-COUNT(BK-IDX)     TO BS-COUNT.
           MOVE BK-PAST-DUE(BK-IDX)  TO BS-AMOUNT.
           WRITE BILL-REC FROM BILL-BUCKET-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * CALCULATE THE TOTAL AMOUNT PAID
      **************************************************************
       1700-CALC-TOTAL.
           ADD I-LTD-PRIN-PAID TO I-LTD-INT-PAID GIVING
                TOTAL.
      **************************************************************
      * CALCULATE LEFTOVER BALANCE THE SAME WAY LAB3 DOES - THE *
      * LOAN PLUS THE INTEREST ACCRUED AT ITS RATE, LESS PAYMENTS. *
      * IN AN INTEREST-SUBSIDIZED PERIOD THE INTEREST IS HELD AT *
      * WHAT THE MASTER ALREADY CARRIES, PAID PLUS ACCRUED-UNPAID *
      **************************************************************
       1800-CALC-BALANCE.
           MOVE 0 TO WK-INTEREST.
           PERFORM 1840-LOOK-UP-RATE.
           IF LOAN-INT-SUBSIDIZED
               IF I-LTD-INT-PAID NUMERIC AND I-ACCRUED-INT NUMERIC
                   ADD I-LTD-INT-PAID I-ACCRUED-INT GIVING WK-INTEREST
                     ON SIZE ERROR
                         DISPLAY 'LAB3A - WARNING - INTEREST OVERFLOW '
                           'FOR ' I-ACCT-NO ' - INTEREST FORCED TO ZERO'
                         MOVE 0 TO WK-INTEREST
                   END-ADD
               END-IF
           ELSE
               IF WK-RATE > 0
                   COMPUTE WK-INTEREST ROUNDED = I-LOAN * WK-RATE
                     ON SIZE ERROR
                         DISPLAY 'LAB3A - WARNING - INTEREST OVERFLOW '
                           'FOR ' I-ACCT-NO ' - INTEREST FORCED TO ZERO'
                         MOVE 0 TO WK-INTEREST
                   END-COMPUTE
               END-IF
           END-IF.
           ADD I-LOAN WK-INTEREST GIVING WK-PRINCIPAL.
           SUBTRACT TOTAL FROM WK-PRINCIPAL GIVING WK-BALANCE
             ON SIZE ERROR
                 DISPLAY 'LAB3A - WARNING - BALANCE OVERFLOW FOR '
                   I-ACCT-NO ' - BALANCE FORCED TO ZERO'
                 MOVE 0 TO WK-BALANCE
           END-SUBTRACT.
      **************************************************************
      * TURNS THE CALENDAR DATE IN DT-DATE INTO A DAY NUMBER IN *
      * DT-DAYS. JANUARY AND FEBRUARY COUNT AS THE LAST MONTHS OF *
      * THE YEAR BEFORE, SO THE LEAP DAY ALWAYS FALLS AT THE END *
      * OF THE COUNTING YEAR AND THE MONTH OFFSETS NEVER CHANGE *
      **************************************************************
       1850-DATE-TO-DAYS.
           MOVE DT-YYYY TO DT-Y.
           MOVE DT-MM   TO DT-M.
           IF DT-M < 3
               SUBTRACT 1 FROM DT-Y
               ADD 12 TO DT-M
           END-IF.
           DIVIDE DT-Y BY 4   GIVING DT-Q4.
           DIVIDE DT-Y BY 100 GIVING DT-Q100.
           DIVIDE DT-Y BY 400 GIVING DT-Q400.
           COMPUTE DT-MTERM-N = 153 * (DT-M - 3) + 2.
           DIVIDE DT-MTERM-N BY 5 GIVING DT-MTERM.
           COMPUTE DT-DAYS = 365 * DT-Y + DT-Q4 - DT-Q100 + DT-Q400
             + DT-MTERM + DT-DD.
      **************************************************************
      * SETS DT-DATE TO THE DUE DATE OF INSTALLMENT BL-INST-NO - *
      * THE FIRST IS THE AGREEMENT'S FIRST DUE DATE, EACH ONE *
      * AFTER FALLS ON THE DUE DAY OF THE FOLLOWING MONTH *
      **************************************************************
       1860-DUE-DATE-OF.
           MOVE AG-FIRST-DUE TO DT-DATE.
           IF BL-INST-NO > 1
               COMPUTE DT-MONTH-NO = DT-YYYY * 12 + DT-MM - 1
                 + BL-INST-NO - 1
               DIVIDE DT-MONTH-NO BY 12 GIVING DT-YYYY
                 REMAINDER DT-REM
               ADD 1 DT-REM GIVING DT-MM
               PERFORM 1865-MONTH-LENGTH
               IF AG-DUE-DAY > DT-LAST-DAY
                   MOVE DT-LAST-DAY TO DT-DD
               ELSE
                   MOVE AG-DUE-DAY  TO DT-DD
               END-IF
           END-IF.
      **************************************************************
      * SETS DT-LAST-DAY TO THE NUMBER OF DAYS IN MONTH DT-MM OF *
      * YEAR DT-YYYY - FEBRUARY HAS 29 IN A LEAP YEAR *
      **************************************************************
       1865-MONTH-LENGTH.
           MOVE MD-DAYS(DT-MM) TO DT-LAST-DAY.
           IF DT-MM = 2
               DIVIDE DT-YYYY BY 4   GIVING DT-Q4   REMAINDER DT-R4
               DIVIDE DT-YYYY BY 100 GIVING DT-Q100 REMAINDER DT-R100
               DIVIDE DT-YYYY BY 400 GIVING DT-Q400 REMAINDER DT-R400
               IF DT-R4 = 0
                 AND (DT-R100 NOT = 0 OR DT-R400 = 0)
                   MOVE 29 TO DT-LAST-DAY
               END-IF
           END-IF.
      **************************************************************
      * READS THE LOAN MASTER FILE *
      **************************************************************
       2000-READ-INPUT.
           READ INPUT-FILE INTO INPUT-DATA
             AT END MOVE 1 TO EOF-I.
      **************************************************************
      * READS ONE REPAYMENT AGREEMENT AND SEQUENCE-CHECKS IT - THE *
      * MATCHING ONLY WORKS WITH THE FILE IN THE MASTER'S ORDER. *
      * AT END THE KEY GOES TO HIGH VALUES SO IT NEVER MATCHES *
      **************************************************************
       2500-READ-AGREEMENT.
           READ AGREE-FILE INTO AGREE-DATA
             AT END
               MOVE 1           TO EOF-G
               MOVE HIGH-VALUES TO K-AGREE-KEY
           END-READ.
           IF NOT AGREE-AT-EOF
               MOVE AGREE-DATA(1:9) TO K-AGREE-KEY
               IF K-AGREE-KEY < K-AGREE-PREV
                   DISPLAY 'LAB3A - REPAYMENT AGREEMENT FILE OUT OF '
                     'SEQUENCE - ' K-AGREE-KEY ' FOLLOWS '
                     K-AGREE-PREV ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE INPUT-FILE AGREE-FILE BILLEX-FILE BILL-FILE
                     NEWONT-FILE
                   IF DEFER-WAS-OPENED
                       CLOSE DEFER-FILE
                   END-IF
                   IF ONTIME-WAS-OPENED
                       CLOSE ONTIME-FILE
                   END-IF
                   STOP RUN
               END-IF
               MOVE K-AGREE-KEY TO K-AGREE-PREV
           END-IF.
      **************************************************************
      * READS ONE DEFERMENT PERIOD. AT END THE KEY GOES TO HIGH *
      * VALUES SO IT NEVER MATCHES *
      **************************************************************
       2600-READ-DEFER.
           READ DEFER-FILE INTO DEFER-DATA
             AT END
               MOVE 1           TO EOF-DF
               MOVE HIGH-VALUES TO K-DEFER-KEY
           END-READ.
           IF NOT DEFER-AT-EOF
               MOVE DEFER-DATA(1:9) TO K-DEFER-KEY
           END-IF.
      **************************************************************
      * READS ONE PRIOR ON-TIME STREAK. AT END THE KEY GOES TO *
      * HIGH VALUES SO IT NEVER MATCHES *
      **************************************************************
       2700-READ-ONTIME.
           READ ONTIME-FILE INTO ONTIME-DATA
             AT END
               MOVE 1           TO EOF-O
               MOVE HIGH-VALUES TO K-ONTIME-KEY
           END-READ.
           IF NOT ONTIME-AT-EOF
               MOVE ONTIME-DATA(1:9) TO K-ONTIME-KEY
           END-IF.
