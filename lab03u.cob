       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3U.
       AUTHOR. Addyson Sisemore
      * MONTHLY CREDIT BUREAU REPORTING RUN - BUILDS THE BUREAU'S *
      * FIXED-LENGTH FILE (DA-S-CBUREAU) STRAIGHT FROM THE LOAN *
      * MASTER INSTEAD OF KEYING IT OFF THE PRINTED SCHEDULE. THE *
      * FILE IS A HEADER RECORD, ONE BASE SEGMENT PER LOAN, AND A *
      * TRAILER CARRYING THE SEGMENT COUNTS AND THE TOTAL BALANCE *
      * REPORTED. NAME AND ADDRESS COME FROM THE NAME AND ADDRESS *
      * MASTER (DA-S-NAMADR), THE ACCOUNT CONDITION FROM THE *
      * COLLECTIONS LETTER HISTORY (DA-S-LTRHST), AND THE PAID-IN- *
      * FULL AND CHARGED-OFF CONDITIONS FROM I-STATUS. EVERY OPEN *
      * LOAN IS REPORTED EVERY MONTH; A LOAN THAT HAS GONE TO P OR *
      * W SINCE THE LAST REPORT IS REPORTED ONCE MORE WITH ITS *
      * CLOSING STATUS AND THEN DROPS OFF. THE STATUS REPORTED FOR *
      * EACH LOAN IS CARRIED FROM MONTH TO MONTH ON THE BUREAU *
      * STATUS FILE (DA-S-CBPRIOR IN, DA-S-CBNEXT OUT). A LOAN *
      * WITH NO COMPLETE MAILING ADDRESS IS NOT SENT - IT GOES ON *
      * THE EXCEPTIONS LIST INSTEAD AND IS PICKED UP ON THE FIRST *
      * RUN AFTER THE ADDRESS IS KEYED. THE RUN STAMPS ITS OWN ROW *
      * IN THE RUN-CONTROL FILE AND REFUSES TO BUILD A SECOND FILE *
      * IN A MONTH ALREADY TRANSMITTED. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'.
           SELECT NAMADR-FILE ASSIGN TO 'DA-S-NAMADR'
             FILE STATUS IS NAMADR-FILE-STATUS.
           SELECT LTRHST-FILE ASSIGN TO 'DA-S-LTRHST'
             FILE STATUS IS LTRHST-FILE-STATUS.
           SELECT PRIOR-FILE ASSIGN TO 'DA-S-CBPRIOR'
             FILE STATUS IS PRIOR-FILE-STATUS.
           SELECT NEXT-FILE ASSIGN TO 'DA-S-CBNEXT'.
           SELECT PARM-FILE ASSIGN TO 'DA-S-PARM'
             FILE STATUS IS PARM-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'DA-S-RATETB'
             FILE STATUS IS RATE-FILE-STATUS.
           SELECT DEFER-FILE ASSIGN TO 'DA-S-DEFER'
             FILE STATUS IS DEFER-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'DA-S-RUNCTL'
             FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT BUREAU-FILE ASSIGN TO 'DA-S-CBUREAU'.
           SELECT CBEXC-FILE ASSIGN TO 'UR-S-CBEXC'.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * NAME AND ADDRESS MASTER MAINTAINED BY LAB3N - ONE RECORD *
      * PER ACCOUNT IN ACCOUNT ORDER. A MISSING FILE SENDS EVERY *
      * LOAN TO THE EXCEPTIONS LIST *
      **************************************************************
       FD NAMADR-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NAMADR-REC    PIC X(80).
      **************************************************************
      * THE COLLECTIONS LETTER HISTORY LAB3K KEEPS - ONE RECORD *
      * PER ACCOUNT IN ACCOUNT ORDER. NO RECORD MEANS THE *
      * ACCOUNT IS CURRENT *
      **************************************************************
       FD LTRHST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LTRHST-REC    PIC X(50).
      **************************************************************
      * BUREAU STATUS FILE - THE STATUS LAST REPORTED FOR EACH *
      * LOAN, IN ACCOUNT-PLUS-SEQUENCE ORDER. WRITTEN AT THE END *
      * OF EVERY RUN (CBNEXT) AND READ BACK ON THE NEXT (CBPRIOR). *
      * A MISSING CBPRIOR IS THE FIRST REPORTING MONTH *
      **************************************************************
       FD PRIOR-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PRIOR-REC     PIC X(30).
       FD NEXT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEXT-REC      PIC X(30).
      **************************************************************
      * PARAMETER CARD - THE REPORTER ID AND NAME THE BUREAU *
      * ASSIGNED US, REQUIRED ON THE HEADER RECORD *
      **************************************************************
       FD PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARM-REC      PIC X(80).
      **************************************************************
      * EFFECTIVE-DATED INTEREST RATE TABLE, SAME FILE LAB3 *
      * READS - THE BALANCE REPORTED IS THE SAME ONE THE MONTHLY *
      * SCHEDULE SHOWS *
      **************************************************************
       FD RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RATE-REC      PIC X(80).
      **************************************************************
      * DEFERMENT AND FORBEARANCE MASTER MAINTAINED BY LAB3D - *
      * ONLY WANTED HERE TO KNOW WHEN NO INTEREST ACCRUES *
      **************************************************************
       FD DEFER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DEFER-REC     PIC X(80).
      **************************************************************
      * RUN-CONTROL FILE - SEE LAB3M. THIS PROGRAM'S ROW SAYS *
      * WHEN THE LAST BUREAU FILE WAS BUILT *
      **************************************************************
       FD RUNCTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RUNCTL-REC    PIC X(30).
      **************************************************************
      * THE CREDIT BUREAU FILE - FIXED 150-BYTE RECORDS *
      **************************************************************
       FD BUREAU-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BUREAU-REC    PIC X(150).
      **************************************************************
      * EXCEPTIONS LIST - LOANS HELD BACK FROM THE BUREAU FILE *
      **************************************************************
       FD CBEXC-FILE
           LABEL RECORDS ARE OMITTED.
       01 CBEXC-REC     PIC X(100).
       WORKING-STORAGE SECTION.
       01 NAMADR-FILE-STATUS PIC X(2).
       01 LTRHST-FILE-STATUS PIC X(2).
       01 PRIOR-FILE-STATUS  PIC X(2).
       01 PARM-FILE-STATUS   PIC X(2).
       01 DEFER-FILE-STATUS  PIC X(2).
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
         03 WK-ASOF-DATE-R REDEFINES WK-ASOF-DATE.
           05 WK-ASOF-MONTH PIC 9(6).
           05 FILLER        PIC 9(2).
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
      * HERE, THE GENERATION PICKED OUT FOR THE RUN-CONTROL STAMP *
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
           05 RC-T-DATE-R   REDEFINES RC-T-DATE.
             07 RC-T-MONTH  PIC 9(6).
             07 FILLER      PIC 9(2).
           05 RC-T-GEN      PIC 9(6).
       01 RUNCTL-WORK.
         03 RC-STAMP-DATE  PIC 9(8)  VALUE 0.
         03 MASTER-GEN     PIC 9(6)  VALUE 0.
      **************************************************************
      * LAYOUT FOR THE PARAMETER CARD *
      **************************************************************
       01 PARM-DATA.
         03 CP-REPORTER-ID   PIC X(10).
         03 CP-REPORTER-NAME PIC X(30).
         03 FILLER           PIC X(40).
      **************************************************************
      * LAYOUT FOR ONE NAME AND ADDRESS RECORD - SAME AS LAB3N *
      **************************************************************
       01 ADDR-DATA.
         03 NA-ACCT-NO      PIC X(7).
         03 NA-NAME         PIC X(20).
         03 NA-STREET       PIC X(20).
         03 NA-CITY         PIC X(15).
         03 NA-STATE        PIC X(2).
         03 NA-ZIP          PIC X(9).
         03 FILLER          PIC X(7).
      **************************************************************
      * LAYOUT OF ONE LETTER HISTORY RECORD - SAME AS LAB3K *
      **************************************************************
       01 LTRHST-DATA.
         03 LH-ACCT-NO      PIC 9(7).
         03 LH-NAME         PIC X(20).
         03 LH-LETTER-CODE  PIC 9(1).
         03 LH-DATE         PIC X(8).
         03 LH-DATE-9       REDEFINES LH-DATE PIC 9(8).
         03 LH-BALANCE      PIC S9(6)V99.
         03 FILLER          PIC X(6).
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
      * LAYOUT OF ONE BUREAU STATUS RECORD - THE LOAN, THE *
      * STATUS IT WAS LAST REPORTED IN (O OPEN, P PAID IN FULL, *
      * W CHARGED OFF), AND THE MONTH IT WAS LAST REPORTED *
      **************************************************************
       01 CBSTAT-DATA.
         03 CS-ACCT-NO      PIC 9(7).
         03 CS-LOAN-SEQ     PIC X(2).
         03 CS-STATUS       PIC X(1).
           88 CS-REPORTED-CLOSED VALUE 'P' 'W'.
         03 CS-MONTH        PIC 9(6).
         03 CS-STATUS-DATE  PIC 9(8).
         03 FILLER          PIC X(6).
      **************************************************************
      * THE MATCH KEYS - ACCOUNT PLUS LOAN SEQUENCE ON THE MASTER, *
      * THE STATUS FILE, AND THE DEFERMENTS *
      **************************************************************
       01 MATCH-KEYS.
         03 K-LOAN-KEY      PIC X(9).
         03 K-PRIOR-KEY     PIC X(9).
         03 K-DEFER-KEY     PIC X(9).
      **************************************************************
      * THE LOAN'S STANDING FOR THE CURRENT MONTH - WHETHER IT IS *
      * IN AN INTEREST-SUBSIDIZED PERIOD, AND WHAT THE STATUS *
      * FILE SAID WHEN IT WAS LAST REPORTED *
      **************************************************************
       01 LOAN-WORK.
         03 DM-DEFER-STATE  PIC X(1).
           88 LOAN-NOT-DEFERRED     VALUE SPACE.
           88 LOAN-INT-SUBSIDIZED   VALUE 'S'.
         03 LW-PRIOR-SW     PIC 9.
           88 LW-PRIOR-FOUND        VALUE 1.
         03 LW-STATUS       PIC X(1).
         03 LW-LETTER-CODE  PIC 9(1).
         03 LW-EXC-REASON   PIC X(30).
      **************************************************************
      * THE BUREAU FILE'S RECORD LAYOUTS - HEADER, BASE SEGMENT, *
      * AND TRAILER. THE ACCOUNT STATUS IS THE BUREAU'S OWN CODE *
      * - 11 CURRENT, 71 30 DAYS LATE, 78 60 DAYS LATE, 80 90 *
      * DAYS OR MORE LATE, 13 PAID OR CLOSED, 97 CHARGED OFF *
      **************************************************************
       01 CB-HEADER-DATA.
         03 CH-REC-TYPE      PIC X(1)   VALUE 'H'.
         03 CH-REPORTER-ID   PIC X(10).
         03 CH-REPORTER-NAME PIC X(30).
         03 CH-ACTIVITY-DATE PIC 9(8).
         03 CH-REPORT-MONTH  PIC 9(6).
         03 CH-MASTER-GEN    PIC 9(6).
         03 FILLER           PIC X(89)  VALUE SPACES.
       01 CB-BASE-DATA.
         03 CB-REC-TYPE      PIC X(1).
         03 CB-ACCT-NO       PIC 9(7).
         03 CB-LOAN-SEQ      PIC X(2).
         03 CB-NAME          PIC X(20).
         03 CB-STREET        PIC X(20).
         03 CB-CITY          PIC X(15).
         03 CB-STATE         PIC X(2).
         03 CB-ZIP           PIC X(9).
         03 CB-PORTFOLIO     PIC X(1).
         03 CB-ACCT-TYPE     PIC X(2).
         03 CB-ORIG-AMOUNT   PIC 9(7)V99.
         03 CB-BALANCE       PIC 9(7)V99.
         03 CB-ACCT-STATUS   PIC X(2).
         03 CB-STATUS-DATE   PIC 9(8).
         03 CB-DEGREE        PIC X(4).
         03 CB-YEAR          PIC X(4).
         03 FILLER           PIC X(35).
       01 CB-TRAILER-DATA.
         03 CT-REC-TYPE      PIC X(1)   VALUE 'T'.
         03 CT-BASE-COUNT    PIC 9(9).
         03 CT-OPEN-COUNT    PIC 9(9).
         03 CT-PAID-COUNT    PIC 9(9).
         03 CT-CHGOFF-COUNT  PIC 9(9).
         03 CT-TOTAL-BALANCE PIC 9(11)V99.
         03 CT-RECORD-COUNT  PIC 9(9).
         03 FILLER           PIC X(91)  VALUE SPACES.
      **************************************************************
      * COUNTS FOR THE TRAILER AND THE CONSOLE SUMMARY *
      **************************************************************
       01 BUREAU-RUN-TOTALS.
         03 BR-BASE-COUNT    PIC 9(9)     VALUE 0.
         03 BR-OPEN-COUNT    PIC 9(9)     VALUE 0.
         03 BR-PAID-COUNT    PIC 9(9)     VALUE 0.
         03 BR-CHGOFF-COUNT  PIC 9(9)     VALUE 0.
         03 BR-TOTAL-BALANCE PIC 9(11)V99 VALUE 0.
         03 BR-EXC-COUNT     PIC 9(7)     VALUE 0.
         03 BR-CLOSED-DONE   PIC 9(7)     VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE EXCEPTIONS LIST *
      **************************************************************
       01 EXC-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(40)
              VALUE 'CREDIT BUREAU EXCEPTIONS - NOT REPORTED '.
         03 FILLER      PIC X(10)       VALUE 'FOR MONTH '.
         03 EH-MONTH    PIC 9(6).
       01 EXC-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(12)       VALUE 'ACCOUNT SQ'.
         03 FILLER      PIC X(22)       VALUE 'NAME'.
         03 FILLER      PIC X(8)        VALUE 'STATUS'.
         03 FILLER      PIC X(30)       VALUE 'REASON'.
       01 EXC-DATA1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 ED-ACCT      PIC 9(7).
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 ED-SEQ       PIC X(2).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 ED-NAME      PIC X(20).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 ED-STATUS    PIC X(6).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 ED-REASON    PIC X(30).
       01 EXC-TOTAL-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 EL-LABEL    PIC X(36).
         03 EL-COUNT    PIC ZZZZZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-A      PIC 9   VALUE 0.
           88 NAMADR-AT-EOF     VALUE 1.
         03 EOF-L      PIC 9   VALUE 0.
           88 LTR-AT-EOF        VALUE 1.
         03 EOF-C      PIC 9   VALUE 0.
           88 PRIOR-AT-EOF      VALUE 1.
         03 EOF-T      PIC 9   VALUE 0.
         03 EOF-R      PIC 9   VALUE 0.
         03 EOF-DF     PIC 9   VALUE 0.
           88 DEFER-AT-EOF      VALUE 1.
      **************************************************************
      *       SET WHEN THE OPTIONAL FILES OPENED CLEAN, SO ONLY AN *
      *       OPENED FILE IS EVER CLOSED *
      **************************************************************
         03 NAMADR-OPEN-SW PIC 9  VALUE 0.
           88 NAMADR-WAS-OPENED VALUE 1.
         03 LTR-OPEN-SW    PIC 9  VALUE 0.
           88 LTR-WAS-OPENED    VALUE 1.
         03 PRIOR-OPEN-SW  PIC 9  VALUE 0.
           88 PRIOR-WAS-OPENED  VALUE 1.
         03 DEFER-OPEN-SW  PIC 9  VALUE 0.
           88 DEFER-WAS-OPENED  VALUE 1.
      **************************************************************
      *       SET WHEN THE CURRENT LOAN IS TO BE REPORTED THIS *
      *       MONTH, AND WHEN IT HAS A COMPLETE MAILING ADDRESS *
      **************************************************************
         03 REPORT-SW      PIC 9  VALUE 0.
           88 LOAN-TO-REPORT    VALUE 1.
         03 ADDRESS-SW     PIC 9  VALUE 0.
           88 ADDRESS-COMPLETE  VALUE 1.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1060-LOAD-RATE-TABLE.
           PERFORM 1050-READ-PARM.
           PERFORM 1070-LOAD-RUN-CONTROL.
           PERFORM 1080-CHECK-MONTH.
           OPEN INPUT INPUT-FILE
             OUTPUT BUREAU-FILE
             OUTPUT NEXT-FILE
             OUTPUT CBEXC-FILE.
           PERFORM 1400-PRINT-HEAD.
           OPEN INPUT NAMADR-FILE.
           IF NAMADR-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-A
               DISPLAY 'LAB3U - WARNING - NO NAME AND ADDRESS FILE '
                 'ON FILE - EVERY LOAN WILL LIST AS AN EXCEPTION'
           ELSE
               MOVE 1 TO NAMADR-OPEN-SW
               PERFORM 2500-READ-NAMADR
           END-IF.
           OPEN INPUT LTRHST-FILE.
           IF LTRHST-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-L
           ELSE
               MOVE 1 TO LTR-OPEN-SW
               PERFORM 2600-READ-LTRHST
           END-IF.
           OPEN INPUT PRIOR-FILE.
           IF PRIOR-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-C
               MOVE HIGH-VALUES TO K-PRIOR-KEY
               DISPLAY 'LAB3U - NO BUREAU STATUS FILE ON FILE - '
                 'FIRST REPORTING MONTH'
           ELSE
               MOVE 1 TO PRIOR-OPEN-SW
               PERFORM 2700-READ-PRIOR
           END-IF.
           OPEN INPUT DEFER-FILE.
           IF DEFER-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-DF
               MOVE HIGH-VALUES TO K-DEFER-KEY
           ELSE
               MOVE 1 TO DEFER-OPEN-SW
               PERFORM 2800-READ-DEFER
           END-IF.
           PERFORM 1150-SKIP-CONTROL-RECORD.
           PERFORM 1450-WRITE-HEADER.
           PERFORM 2000-READ-INPUT.
           PERFORM 1500-LOOP
             UNTIL EOF-I = 1.
           PERFORM 1690-WRITE-TRAILER.
           CLOSE INPUT-FILE
             BUREAU-FILE
             NEXT-FILE
             CBEXC-FILE.
           IF NAMADR-WAS-OPENED
               CLOSE NAMADR-FILE
           END-IF.
           IF LTR-WAS-OPENED
               CLOSE LTRHST-FILE
           END-IF.
           IF PRIOR-WAS-OPENED
               CLOSE PRIOR-FILE
           END-IF.
           IF DEFER-WAS-OPENED
               CLOSE DEFER-FILE
           END-IF.
           PERFORM 1090-STAMP-RUN-CONTROL.
           STOP RUN.
      **************************************************************
      * READS THE REPORTER ID AND NAME OFF THE PARAMETER CARD. *
      * THE BUREAU REJECTS A FILE WITHOUT THEM, SO NO CARD IS *
      * FATAL *
      **************************************************************
       1050-READ-PARM.
           MOVE SPACES TO PARM-DATA.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE INTO PARM-DATA
                 AT END CONTINUE
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF CP-REPORTER-ID = SPACES
               DISPLAY 'LAB3U - NO REPORTER ID ON THE PARAMETER '
                 'CARD - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
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
      * REFUSES A SECOND BUREAU FILE IN A MONTH ALREADY *
      * TRANSMITTED - THIS PROGRAM'S ROW IN THE RUN-CONTROL FILE *
      * CARRIES THE DATE THE LAST FILE WAS BUILT *
      **************************************************************
       1080-CHECK-MONTH.
           PERFORM 1092-FIND-OWN-STAMP
             VARYING RC-IDX FROM 1 BY 1
             UNTIL RC-IDX > RUNCTL-COUNT
               OR RC-T-PROGRAM(RC-IDX) = 'LAB3U'.
           IF RC-IDX NOT > RUNCTL-COUNT
               IF RC-T-MONTH(RC-IDX) = WK-ASOF-MONTH
                   DISPLAY 'LAB3U - BUREAU FILE FOR ' WK-ASOF-MONTH
                     ' WAS ALREADY BUILT ON ' RC-T-DATE(RC-IDX)
                     ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      **************************************************************
      * STAMPS THIS PROGRAM'S RUN DATE AND THE GENERATION IT *
      * REPORTED INTO THE RUN-CONTROL FILE *
      **************************************************************
       1090-STAMP-RUN-CONTROL.
           MOVE WK-ASOF-DATE TO RC-STAMP-DATE.
           PERFORM 1092-FIND-OWN-STAMP
             VARYING RC-IDX FROM 1 BY 1
             UNTIL RC-IDX > RUNCTL-COUNT
               OR RC-T-PROGRAM(RC-IDX) = 'LAB3U'.
           IF RC-IDX > RUNCTL-COUNT
               ADD 1 TO RUNCTL-COUNT
               SET RC-IDX TO RUNCTL-COUNT
               MOVE 'LAB3U' TO RC-T-PROGRAM(RC-IDX)
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
               DISPLAY 'LAB3U - WARNING - NO RATE TABLE ON FILE - '
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
                       DISPLAY 'LAB3U - RATE TABLE FULL AT 50 ROWS '
                         '- RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE RATE-FILE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY 'LAB3U - WARNING - RATE TABLE ROW FOR '
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
                   DISPLAY 'LAB3U - WARNING - NO RATE ON THE TABLE '
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
           IF CR-GENERATION NUMERIC
               MOVE CR-GENERATION TO MASTER-GEN
           ELSE
               MOVE 0 TO MASTER-GEN
           END-IF.
      **************************************************************
      * PRINTS THE HEADING FOR THE EXCEPTIONS LIST *
      **************************************************************
       1400-PRINT-HEAD.
           MOVE WK-ASOF-MONTH TO EH-MONTH.
           WRITE CBEXC-REC FROM EXC-HEADING1
             AFTER ADVANCING PAGE.
           WRITE CBEXC-REC FROM EXC-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CBEXC-REC.
           WRITE CBEXC-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES THE BUREAU FILE'S HEADER RECORD *
      **************************************************************
       1450-WRITE-HEADER.
           MOVE CP-REPORTER-ID   TO CH-REPORTER-ID.
           MOVE CP-REPORTER-NAME TO CH-REPORTER-NAME.
           MOVE WK-ASOF-DATE     TO CH-ACTIVITY-DATE.
           MOVE WK-ASOF-MONTH    TO CH-REPORT-MONTH.
           MOVE MASTER-GEN       TO CH-MASTER-GEN.
           WRITE BUREAU-REC FROM CB-HEADER-DATA.
      **************************************************************
      * ONE LOAN MASTER RECORD PER PASS. THE STATUS FILE, THE *
      * ADDRESSES, THE LETTER HISTORY, AND THE DEFERMENTS ARE *
      * BROUGHT UP TO THE LOAN FIRST. AN OPEN LOAN IS ALWAYS *
      * REPORTED; A CLOSED ONE ONLY UNTIL ITS CLOSING STATUS HAS *
      * GONE OUT ONCE. A LOAN THAT IS NOT REPORTED KEEPS WHATEVER *
      * THE STATUS FILE ALREADY SAID ABOUT IT *
      **************************************************************
       1500-LOOP.
           MOVE I-ACCT-NO  TO K-LOAN-KEY(1:7).
           MOVE I-LOAN-SEQ TO K-LOAN-KEY(8:2).
           PERFORM 2700-READ-PRIOR
             UNTIL PRIOR-AT-EOF OR K-PRIOR-KEY NOT < K-LOAN-KEY.
           PERFORM 2500-READ-NAMADR
             UNTIL NAMADR-AT-EOF OR NA-ACCT-NO NOT < K-LOAN-KEY(1:7).
           PERFORM 2600-READ-LTRHST
             UNTIL LTR-AT-EOF OR LH-ACCT-NO NOT < I-ACCT-NO.
           PERFORM 1530-CHECK-DEFERMENT.
           MOVE 0 TO LW-PRIOR-SW.
           IF NOT PRIOR-AT-EOF AND K-PRIOR-KEY = K-LOAN-KEY
               MOVE 1 TO LW-PRIOR-SW
           END-IF.
           MOVE 1 TO REPORT-SW.
           IF I-PAID-IN-FULL OR I-WRITTEN-OFF
               IF LW-PRIOR-FOUND AND CS-REPORTED-CLOSED
                 AND CS-STATUS = I-STATUS
                   MOVE 0 TO REPORT-SW
                   ADD 1 TO BR-CLOSED-DONE
               END-IF
           END-IF.
           IF LOAN-TO-REPORT
               PERFORM 1510-EDIT-LOAN
               IF LW-EXC-REASON = SPACES
                   PERFORM 1600-WRITE-BASE
               ELSE
                   PERFORM 1590-PRINT-EXCEPTION
               END-IF
           END-IF.
           IF NOT LOAN-TO-REPORT OR LW-EXC-REASON NOT = SPACES
               IF LW-PRIOR-FOUND
                   WRITE NEXT-REC FROM CBSTAT-DATA
               END-IF
           END-IF.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * A LOAN IS ONLY SENT WITH NUMERIC MONEY AND A COMPLETE *
      * MAILING ADDRESS - STREET, CITY, STATE, AND ZIP. THE *
      * REASON IT IS HELD BACK IS LEFT IN LW-EXC-REASON *
      **************************************************************
       1510-EDIT-LOAN.
           MOVE SPACES TO LW-EXC-REASON.
           MOVE 0 TO ADDRESS-SW.
           IF NOT NAMADR-AT-EOF AND NA-ACCT-NO = K-LOAN-KEY(1:7)
               IF NA-STREET NOT = SPACES AND NA-CITY NOT = SPACES
                 AND NA-STATE NOT = SPACES AND NA-ZIP NOT = SPACES
                   MOVE 1 TO ADDRESS-SW
               END-IF
           END-IF.
           IF I-LOAN NOT NUMERIC
             OR I-LTD-PRIN-PAID NOT NUMERIC
             OR I-LTD-INT-PAID NOT NUMERIC
             OR I-ACCT-NO NOT NUMERIC
               MOVE 'MASTER NOT NUMERIC' TO LW-EXC-REASON
           ELSE IF NAMADR-AT-EOF OR NA-ACCT-NO NOT = K-LOAN-KEY(1:7)
               MOVE 'NO NAME AND ADDRESS RECORD' TO LW-EXC-REASON
           ELSE IF NOT ADDRESS-COMPLETE
               MOVE 'MAILING ADDRESS INCOMPLETE' TO LW-EXC-REASON
           END-IF.
      **************************************************************
      * SETS WHETHER THE LOAN IS IN AN INTEREST-SUBSIDIZED *
      * DEFERMENT OR FORBEARANCE ON THE REPORTING DATE, SO THE *
      * BALANCE REPORTED MATCHES THE MONTHLY SCHEDULE *
      **************************************************************
       1530-CHECK-DEFERMENT.
           MOVE SPACE TO DM-DEFER-STATE.
           PERFORM 2800-READ-DEFER
             UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT < K-LOAN-KEY.
           PERFORM 1535-CHECK-ONE-PERIOD
             UNTIL DEFER-AT-EOF OR K-DEFER-KEY NOT = K-LOAN-KEY.
       1535-CHECK-ONE-PERIOD.
           IF DF-START-DATE NUMERIC AND DF-END-DATE NUMERIC
               IF DF-START-DATE NOT > WK-ASOF-DATE
                 AND DF-END-DATE NOT < WK-ASOF-DATE
                 AND DF-INT-SUBSIDIZED
                   MOVE 'S' TO DM-DEFER-STATE
               END-IF
           END-IF.
           PERFORM 2800-READ-DEFER.
      **************************************************************
      * HOLDS ONE LOAN BACK FROM THE BUREAU FILE AND LISTS IT *
      * WITH THE REASON *
      **************************************************************
       1590-PRINT-EXCEPTION.
           MOVE SPACES        TO EXC-DATA1.
           MOVE I-ACCT-NO     TO ED-ACCT.
           MOVE I-LOAN-SEQ    TO ED-SEQ.
           MOVE I-NAME        TO ED-NAME.
           IF I-PAID-IN-FULL
               MOVE 'PAID'    TO ED-STATUS
           ELSE IF I-WRITTEN-OFF
               MOVE 'CHGOFF'  TO ED-STATUS
           ELSE
               MOVE 'OPEN'    TO ED-STATUS
           END-IF.
           MOVE LW-EXC-REASON TO ED-REASON.
           WRITE CBEXC-REC FROM EXC-DATA1
             AFTER ADVANCING 1 LINE.
           ADD 1 TO BR-EXC-COUNT.
      **************************************************************
      * WRITES ONE BASE SEGMENT. A PAID LOAN REPORTS A ZERO *
      * BALANCE; AN OPEN OR CHARGED-OFF LOAN REPORTS THE BALANCE *
      * THE MONTHLY SCHEDULE SHOWS, NEVER LESS THAN ZERO. AN OPEN *
      * LOAN'S STATUS COMES FROM THE LAST COLLECTIONS LETTER IT *
      * RECEIVED AND IS DATED BY THAT LETTER; A CURRENT LOAN IS *
      * DATED AS OF THE RUN. THE STATUS FILE RECORDS WHAT WAS *
      * SENT - A CLOSING STATUS KEEPS THE DATE IT WAS FIRST *
      * REPORTED *
      **************************************************************
       1600-WRITE-BASE.
           PERFORM 1700-CALC-TOTAL.
           PERFORM 1800-CALC-BALANCE.
           MOVE SPACES        TO CB-BASE-DATA.
           MOVE 'B'           TO CB-REC-TYPE.
           MOVE I-ACCT-NO     TO CB-ACCT-NO.
           MOVE I-LOAN-SEQ    TO CB-LOAN-SEQ.
           MOVE I-NAME        TO CB-NAME.
           MOVE NA-STREET     TO CB-STREET.
           MOVE NA-CITY       TO CB-CITY.
           MOVE NA-STATE      TO CB-STATE.
           MOVE NA-ZIP        TO CB-ZIP.
           MOVE 'I'           TO CB-PORTFOLIO.
           MOVE '12'          TO CB-ACCT-TYPE.
           MOVE I-LOAN        TO CB-ORIG-AMOUNT.
           MOVE I-DEGREE      TO CB-DEGREE.
           MOVE I-YEAR        TO CB-YEAR.
           MOVE WK-ASOF-DATE  TO CB-STATUS-DATE.
           IF WK-BALANCE > 0
               MOVE WK-BALANCE TO CB-BALANCE
           ELSE
               MOVE 0          TO CB-BALANCE
           END-IF.
           IF I-PAID-IN-FULL
               MOVE 'P'        TO LW-STATUS
               MOVE '13'       TO CB-ACCT-STATUS
               MOVE 0          TO CB-BALANCE
               ADD 1           TO BR-PAID-COUNT
           ELSE IF I-WRITTEN-OFF
               MOVE 'W'        TO LW-STATUS
               MOVE '97'       TO CB-ACCT-STATUS
               ADD 1           TO BR-CHGOFF-COUNT
           ELSE
               MOVE 'O'        TO LW-STATUS
               MOVE 0          TO LW-LETTER-CODE
               IF NOT LTR-AT-EOF AND LH-ACCT-NO = I-ACCT-NO
                 AND LH-LETTER-CODE NUMERIC
                   MOVE LH-LETTER-CODE TO LW-LETTER-CODE
               END-IF
               EVALUATE LW-LETTER-CODE
                 WHEN 1
                   MOVE '71'   TO CB-ACCT-STATUS
                 WHEN 2
                   MOVE '78'   TO CB-ACCT-STATUS
                 WHEN 3
                   MOVE '80'   TO CB-ACCT-STATUS
                 WHEN OTHER
                   MOVE '11'   TO CB-ACCT-STATUS
               END-EVALUATE
               IF LW-LETTER-CODE > 0
                 AND LH-DATE-9 NUMERIC AND LH-DATE-9 > 0
                   MOVE LH-DATE-9 TO CB-STATUS-DATE
               END-IF
               ADD 1           TO BR-OPEN-COUNT
           END-IF.
           IF LW-PRIOR-FOUND AND CS-REPORTED-CLOSED
             AND CS-STATUS = LW-STATUS
             AND CS-STATUS-DATE NUMERIC AND CS-STATUS-DATE > 0
               MOVE CS-STATUS-DATE TO CB-STATUS-DATE
           END-IF.
           WRITE BUREAU-REC FROM CB-BASE-DATA.
           ADD 1          TO BR-BASE-COUNT.
           ADD CB-BALANCE TO BR-TOTAL-BALANCE.
           MOVE SPACES         TO CBSTAT-DATA.
           MOVE I-ACCT-NO      TO CS-ACCT-NO.
           MOVE I-LOAN-SEQ     TO CS-LOAN-SEQ.
           MOVE LW-STATUS      TO CS-STATUS.
           MOVE WK-ASOF-MONTH  TO CS-MONTH.
           MOVE CB-STATUS-DATE TO CS-STATUS-DATE.
           WRITE NEXT-REC FROM CBSTAT-DATA.
      **************************************************************
      * WRITES THE TRAILER RECORD AND PRINTS THE RUN COUNTS AT *
      * THE FOOT OF THE EXCEPTIONS LIST AND ON THE CONSOLE *
      **************************************************************
       1690-WRITE-TRAILER.
           MOVE BR-BASE-COUNT    TO CT-BASE-COUNT.
           MOVE BR-OPEN-COUNT    TO CT-OPEN-COUNT.
           MOVE BR-PAID-COUNT    TO CT-PAID-COUNT.
           MOVE BR-CHGOFF-COUNT  TO CT-CHGOFF-COUNT.
           MOVE BR-TOTAL-BALANCE TO CT-TOTAL-BALANCE.
           ADD 2 BR-BASE-COUNT GIVING CT-RECORD-COUNT.
           WRITE BUREAU-REC FROM CB-TRAILER-DATA.
           MOVE SPACES TO CBEXC-REC.
           WRITE CBEXC-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'LOANS HELD BACK' TO EL-LABEL.
           MOVE BR-EXC-COUNT TO EL-COUNT.
           WRITE CBEXC-REC FROM EXC-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'BASE SEGMENTS SENT' TO EL-LABEL.
           MOVE BR-BASE-COUNT TO EL-COUNT.
           WRITE CBEXC-REC FROM EXC-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'CLOSED LOANS ALREADY REPORTED' TO EL-LABEL.
           MOVE BR-CLOSED-DONE TO EL-COUNT.
           WRITE CBEXC-REC FROM EXC-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           DISPLAY 'LAB3U - BASE SEGMENTS SENT    = ' BR-BASE-COUNT.
           DISPLAY 'LAB3U - OPEN / PAID / CHGOFF  = ' BR-OPEN-COUNT
             ' / ' BR-PAID-COUNT ' / ' BR-CHGOFF-COUNT.
           DISPLAY 'LAB3U - TOTAL BALANCE         = '
             BR-TOTAL-BALANCE.
           IF BR-EXC-COUNT NOT = 0
               DISPLAY 'LAB3U - WARNING - ' BR-EXC-COUNT
                 ' LOANS HELD BACK - SEE THE EXCEPTIONS LIST'
           END-IF.
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
                         DISPLAY 'LAB3U - WARNING - INTEREST OVERFLOW '
                           'FOR ' I-ACCT-NO ' - INTEREST FORCED TO ZERO'
                         MOVE 0 TO WK-INTEREST
                   END-ADD
               END-IF
           ELSE
               IF WK-RATE > 0
                   COMPUTE WK-INTEREST ROUNDED = I-LOAN * WK-RATE
                     ON SIZE ERROR
                         DISPLAY 'LAB3U - WARNING - INTEREST OVERFLOW '
                           'FOR ' I-ACCT-NO ' - INTEREST FORCED TO ZERO'
                         MOVE 0 TO WK-INTEREST
                   END-COMPUTE
               END-IF
           END-IF.
           ADD I-LOAN WK-INTEREST GIVING WK-PRINCIPAL.
           SUBTRACT TOTAL FROM WK-PRINCIPAL GIVING WK-BALANCE
             ON SIZE ERROR
                 DISPLAY 'LAB3U - WARNING - BALANCE OVERFLOW FOR '
                   I-ACCT-NO ' - BALANCE FORCED TO ZERO'
                 MOVE 0 TO WK-BALANCE
           END-SUBTRACT.
      **************************************************************
      * READS THE LOAN MASTER FILE *
      **************************************************************
       2000-READ-INPUT.
           READ INPUT-FILE INTO INPUT-DATA
             AT END MOVE 1 TO EOF-I.
      **************************************************************
      * READS ONE NAME AND ADDRESS RECORD *
      **************************************************************
       2500-READ-NAMADR.
           READ NAMADR-FILE INTO ADDR-DATA
             AT END MOVE 1 TO EOF-A.
      **************************************************************
      * READS ONE LETTER HISTORY RECORD *
      **************************************************************
       2600-READ-LTRHST.
           READ LTRHST-FILE INTO LTRHST-DATA
             AT END MOVE 1 TO EOF-L.
      **************************************************************
      * READS ONE BUREAU STATUS RECORD - HIGH-VALUES AT EOF *
      **************************************************************
       2700-READ-PRIOR.
           READ PRIOR-FILE INTO CBSTAT-DATA
             AT END
               MOVE 1           TO EOF-C
               MOVE HIGH-VALUES TO K-PRIOR-KEY
           END-READ.
           IF NOT PRIOR-AT-EOF
               MOVE CBSTAT-DATA(1:9) TO K-PRIOR-KEY
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
