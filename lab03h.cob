       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3H.
       AUTHOR. Addyson Sisemore
      * CLOSED-LOAN RETENTION PURGE - MOVES EVERY LOAN CLOSED *
      * LONGER THAN THE RETENTION PERIOD ON THE PARM CARD OFF THE *
      * ACTIVE LOAN MASTER AND ONTO THE PERMANENT CLOSED-LOAN *
      * HISTORY FILE (DA-S-LNHIST), TOGETHER WITH ITS ARCHIVED *
      * TRANSACTIONS FROM THE PAYMENT ARCHIVE LAB3C WRITES EACH *
      * PERIOD (DA-S-PAYARC). A PAID-IN-FULL LOAN CLOSED ON ITS *
      * LAST PAYMENT DATE, A WRITTEN-OFF LOAN ON ITS CHARGE-OFF *
      * DATE (DA-S-CHGOFF); A LOAN CLOSED BEFORE THE MASTER CARRIED *
      * DATES IS TAKEN AS CLOSED ON THE DAY THE MASTER WAS *
      * CONVERTED (LAB3X). TRANSACTIONS ARE KEPT BY ACCOUNT, NOT BY *
      * LOAN, SO AN ACCOUNT'S TRANSACTIONS MOVE ONLY WHEN ITS LAST *
      * LOAN LEAVES THE MASTER. THE RUN WRITES THE NEW MASTER *
      * (DA-S-NEWMST) WITH A RECOMPUTED CONTROL RECORD AND THE NEW *
      * ARCHIVE (DA-S-NEWARC) WITH EACH PERIOD'S TRAILER RE-TOTALED, *
      * AND PRINTS THE PURGE REGISTER (UR-S-PURGE) - EVERY LOAN *
      * MOVED, EVERY CLOSED LOAN HELD BACK AND WHY, AND THE DOLLAR *
      * PROOF THAT WHAT WAS KEPT PLUS WHAT WAS MOVED EQUALS WHAT WAS *
      * THERE. NOTHING IS ADDED TO THE HISTORY FILE AND NO NEW *
      * MASTER IS WRITTEN UNLESS THE PROOF BALANCES. THE RUN *
      * REFUSES TO PURGE THE SAME MASTER GENERATION TWICE. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'.
           SELECT PARM-FILE ASSIGN TO 'DA-S-PARM'
             FILE STATUS IS PARM-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'DA-S-RATETB'
             FILE STATUS IS RATE-FILE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'DA-S-RUNCTL'
             FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT CHGOFF-FILE ASSIGN TO 'DA-S-CHGOFF'
             FILE STATUS IS CHGOFF-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO 'DA-S-PAYARC'
             FILE STATUS IS ARCH-FILE-STATUS.
           SELECT NEWARC-FILE ASSIGN TO 'DA-S-NEWARC'.
           SELECT MSTWK-FILE ASSIGN TO 'DA-S-PGMWK'.
           SELECT HSTWK-FILE ASSIGN TO 'DA-S-PGHWK'.
           SELECT NEWMST-FILE ASSIGN TO 'DA-S-NEWMST'.
           SELECT HIST-FILE ASSIGN TO 'DA-S-LNHIST'
             FILE STATUS IS HIST-FILE-STATUS.
           SELECT PURGE-FILE ASSIGN TO 'UR-S-PURGE'.

       DATA DIVISION.

       FILE SECTION.
       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * PARAMETER CARD - THE RETENTION PERIOD IN YEARS (REQUIRED) *
      * AND AN OPTIONAL AS-OF DATE TO COUNT IT BACK FROM *
      **************************************************************
       FD PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARM-REC      PIC X(80).
      **************************************************************
      * EFFECTIVE-DATED INTEREST RATE TABLE, SAME FILE LAB3 *
      * READS - FOR THE BALANCE CARRIED ONTO THE HISTORY RECORD *
      **************************************************************
       FD RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RATE-REC      PIC X(80).
      **************************************************************
      * RUN-CONTROL FILE - SEE LAB3M *
      **************************************************************
       FD RUNCTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RUNCTL-REC    PIC X(30).
      **************************************************************
      * THE CHARGE-OFF FILE FROM LAB3W - EVERY LOAN EVER CHARGED *
      * OFF AND THE DATE IT WAS *
      **************************************************************
       FD CHGOFF-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CHGOFF-REC    PIC X(80).
      **************************************************************
      * THE PAYMENT ARCHIVE - THE DATED PERIOD ARCHIVES LAB3C *
      * WRITES, KEPT ONE BEHIND ANOTHER, OLDEST FIRST. EACH PERIOD *
      * IS A HEADER, ITS TRANSACTIONS, AND A COUNT/HASH TRAILER *
      **************************************************************
       FD ARCH-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ARCH-REC      PIC X(50).
      **************************************************************
      * THE PAYMENT ARCHIVE WITH THE PURGED ACCOUNTS' TRANSACTIONS *
      * TAKEN OUT - EVERY PERIOD KEPT, ITS TRAILER RE-TOTALED *
      **************************************************************
       FD NEWARC-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEWARC-REC    PIC X(50).
      **************************************************************
      * WORK FILES - THE LOANS KEPT, WAITING FOR THEIR CONTROL *
      * RECORD, AND THE HISTORY RECORDS, WAITING FOR THE PROOF *
      **************************************************************
       FD MSTWK-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 MSTWK-REC     PIC X(120).
       FD HSTWK-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 HSTWK-REC     PIC X(170).
       FD NEWMST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEWMST-REC    PIC X(120).
      **************************************************************
      * THE PERMANENT CLOSED-LOAN HISTORY FILE - ADDED TO ON EACH *
      * RUN AND NEVER PURGED. LAB3Q ANSWERS INQUIRIES FROM IT *
      **************************************************************
       FD HIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 HIST-REC      PIC X(170).
      **************************************************************
      * THE PURGE REGISTER *
      **************************************************************
       FD PURGE-FILE
           LABEL RECORDS ARE OMITTED.
       01 PURGE-REC     PIC X(132).
       WORKING-STORAGE SECTION.
       01 PARM-FILE-STATUS   PIC X(2).
       01 CHGOFF-FILE-STATUS PIC X(2).
       01 ARCH-FILE-STATUS   PIC X(2).
       01 HIST-FILE-STATUS   PIC X(2).
      **************************************************************
      * LAYOUT FOR THE PARAMETER CARD *
      **************************************************************
       01 PARM-DATA.
         03 PG-RETAIN-YEARS PIC 9(2).
         03 PG-ASOF-DATE    PIC 9(8).
         03 FILLER          PIC X(70).
      **************************************************************
      * THE RETENTION WINDOW - A LOAN CLOSED BEFORE THE CUTOFF *
      * DATE (THE AS-OF DATE LESS THE RETENTION YEARS) GOES. A *
      * LOAN CLOSED BEFORE THE MASTER CARRIED DATES TAKES THE *
      * CONVERSION DATE *
      **************************************************************
       01 PURGE-WINDOW.
         03 PW-ASOF-DATE    PIC 9(8).
         03 PW-ASOF-R       REDEFINES PW-ASOF-DATE.
           05 PW-ASOF-YEAR  PIC 9(4).
           05 PW-ASOF-MMDD  PIC 9(4).
         03 PW-CUTOFF-DATE  PIC 9(8).
         03 PW-CUTOFF-R     REDEFINES PW-CUTOFF-DATE.
           05 PW-CUT-YEAR   PIC 9(4).
           05 PW-CUT-MMDD   PIC 9(4).
         03 PW-RETAIN-YEARS PIC 9(2).
         03 PW-CONVERT-DATE PIC 9(8)  VALUE 0.
       01 PR-RUN-DATE       PIC 9(8)  VALUE 0.
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
         03 I-ACCT-X     REDEFINES I-ACCT-NO PIC X(7).
         03 I-LOAN-SEQ   PIC X(2).
         03 FILLER       PIC X(7).
         03 I-ORIG-DATE     PIC 9(8).
         03 I-LAST-PAY-DATE PIC 9(8).
         03 I-LAST-PAY-AMT  PIC 9(6)V99.
         03 I-NEXT-DUE-DATE PIC 9(8).
         03 FILLER       PIC X(8).
      **************************************************************
      * LEADING CONTROL RECORD ON INPUT-FILE (SEE LAB3) AND THE *
      * TOTALS ACCUMULATED WHILE IT IS PROVED *
      **************************************************************
       01 CONTROL-REC-DATA.
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
       01 CONTROL-RUN-TOTALS.
         03 CR-RUN-COUNT      PIC 9(6)    VALUE 0.
         03 CR-RUN-HASH       PIC 9(9)V99 VALUE 0.
       01 NEW-GENERATION      PIC 9(6)    VALUE 0.
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
      * LAYOUT OF ONE CHARGE-OFF RECORD - SAME AS LAB3W *
      **************************************************************
       01 CHGOFF-DATA.
         03 CO-ACCT-NO      PIC 9(7).
         03 CO-LOAN-SEQ     PIC X(2).
         03 CO-NAME         PIC X(20).
         03 CO-DEGREE       PIC X(4).
         03 CO-YEAR         PIC X(4).
         03 CO-DATE         PIC 9(8).
         03 CO-PRINCIPAL    PIC 9(6)V99.
         03 CO-INTEREST     PIC 9(6)V99.
         03 CO-APPROVER     PIC X(8).
         03 CO-APPR-DATE    PIC X(8).
         03 FILLER          PIC X(3).
      **************************************************************
      * THE CHARGE-OFF DATES LOADED INTO STORAGE, ONE ENTRY PER *
      * LOAN - THE LATEST DATE WHEN A LOAN APPEARS TWICE *
      **************************************************************
       01 CHGOFF-COUNT     PIC 9(4)  VALUE 0.
       01 CHGOFF-TABLE.
         03 CG-ENTRY OCCURS 2000 TIMES INDEXED BY CG-IDX.
           05 CG-T-KEY      PIC X(9).
           05 CG-T-DATE     PIC 9(8).
       01 K-LOAN-KEY       PIC X(9).
      **************************************************************
      * ONE ARCHIVE RECORD AND ITS THREE VIEWS - THE PERIOD HEADER *
      * AND TRAILER (SAME AS LAB3C) AND A TRANSACTION (SAME AS *
      * LAB3B) *
      **************************************************************
       01 ARCH-IMAGE       PIC X(50).
       01 ARCH-HEADER-DATA.
         03 AH-RUN-DATE      PIC 9(8).
         03 FILLER           PIC X(1).
         03 AH-TITLE         PIC X(20).
         03 FILLER           PIC X(21).
       01 ARCH-TRAILER-DATA.
         03 AT-RECORD-COUNT  PIC 9(6).
         03 AT-HASH-TOTAL    PIC 9(9)V99.
         03 FILLER           PIC X(1).
         03 AT-TITLE         PIC X(14).
         03 FILLER           PIC X(18).
       01 PAYHIST-DATA.
         03 PAY-ACCT-NO   PIC 9(7).
         03 PAY-NAME      PIC X(20).
         03 PAY-AMOUNT    PIC 9(5)V99.
         03 PAY-TYPE      PIC X(1).
         03 PAY-DATE      PIC X(8).
         03 FILLER        PIC X(7).
      **************************************************************
      * THE ARCHIVE PERIOD BEING READ - ITS DATE, WHAT ITS OWN *
      * TRAILER MUST PROVE, AND WHAT IS LEFT OF IT AFTER THE PURGE *
      **************************************************************
       01 ARCH-SEGMENT-WORK.
         03 SG-RUN-DATE      PIC 9(8)    VALUE 0.
         03 SG-COUNT         PIC 9(6)    VALUE 0.
         03 SG-HASH          PIC 9(9)V99 VALUE 0.
         03 SG-KEPT-COUNT    PIC 9(6)    VALUE 0.
         03 SG-KEPT-HASH     PIC 9(9)V99 VALUE 0.
         03 SG-REASON        PIC X(40).
      **************************************************************
      * THE CURRENT ACCOUNT'S LOAN RECORDS, HELD SO THE ACCOUNT *
      * CAN BE SEEN WHOLE - EACH CARRIES WHETHER IT GOES, WHEN IT *
      * CLOSED, ITS INTEREST AND BALANCE, AND WHY A CLOSED LOAN *
      * WAS KEPT *
      **************************************************************
       01 ACCT-CUR-KEYS.
         03 A-CUR-ACCT      PIC 9(7).
         03 A-CUR-ACCT-X    PIC X(7).
         03 A-KEPT-COUNT    PIC 9(3).
         03 A-PURGE-COUNT   PIC 9(3).
       01 ACCT-REC-COUNT   PIC 9(3)  VALUE 0.
       01 ACCT-REC-TABLE.
         03 AR-ENTRY OCCURS 50 TIMES INDEXED BY AI-IDX.
           05 AR-IMAGE       PIC X(120).
           05 AR-ACTION      PIC X(1).
             88 AR-TO-PURGE        VALUE 'P'.
           05 AR-CLOSE-DATE  PIC 9(8).
           05 AR-INTEREST    PIC 9(5)V99.
           05 AR-BALANCE     PIC S9(6)V99.
           05 AR-REASON      PIC X(30).
      **************************************************************
      * THE READ-AHEAD MASTER RECORD, PARKED WHILE THE HELD *
      * IMAGES PASS THROUGH INPUT-DATA *
      **************************************************************
       01 NEXT-MASTER-HOLD PIC X(120).
      **************************************************************
      * THE ACCOUNTS WHOSE LAST LOAN LEFT THE MASTER THIS RUN, IN *
      * ACCOUNT ORDER - THEIR ARCHIVED TRANSACTIONS GO WITH THEM *
      **************************************************************
       01 PURGED-ACCT-COUNT PIC 9(4)  VALUE 0.
       01 PURGED-ACCT-TABLE.
         03 PA-ACCT OCCURS 2000 TIMES INDEXED BY PA-IDX
              PIC 9(7).
       01 TXN-MOVE-SW       PIC 9     VALUE 0.
         88 TXN-TO-HISTORY         VALUE 1.
      **************************************************************
      * LAYOUT OF ONE CLOSED-LOAN HISTORY RECORD - A LOAN RECORD *
      * CARRIES THE MASTER IMAGE AS IT LEFT, THE DATE IT CLOSED, *
      * AND ITS INTEREST AND BALANCE THEN; A TRANSACTION RECORD *
      * CARRIES THE ARCHIVED TRANSACTION AND THE DATE OF THE *
      * PERIOD IT WAS ARCHIVED IN. BOTH CARRY THE PURGE DATE *
      **************************************************************
       01 HIST-DATA.
         03 HS-ACCT-NO      PIC 9(7).
         03 HS-LOAN-SEQ     PIC X(2).
         03 HS-TYPE         PIC X(1).
           88 HS-IS-LOAN         VALUE 'L'.
           88 HS-IS-TXN          VALUE 'T'.
         03 HS-PURGE-DATE   PIC 9(8).
         03 HS-CLOSE-DATE   PIC 9(8).
         03 HS-INTEREST     PIC 9(5)V99.
         03 HS-BALANCE      PIC S9(6)V99.
         03 HS-IMAGE        PIC X(120).
         03 FILLER          PIC X(9).
      **************************************************************
      * COUNTS AND DOLLAR TOTALS FOR THE PROOF - THE MASTER BEFORE, *
      * KEPT AND MOVED; THE ARCHIVE BEFORE, KEPT AND MOVED; AND *
      * WHAT THE HISTORY WORK FILE HOLDS WHEN IT IS READ BACK *
      **************************************************************
       01 PURGE-RUN-TOTALS.
         03 MB-PAID          PIC 9(9)V99  VALUE 0.
         03 MK-COUNT         PIC 9(6)     VALUE 0.
         03 MK-HASH          PIC 9(9)V99  VALUE 0.
         03 MK-PAID          PIC 9(9)V99  VALUE 0.
         03 MM-COUNT         PIC 9(6)     VALUE 0.
         03 MM-HASH          PIC 9(9)V99  VALUE 0.
         03 MM-PAID          PIC 9(9)V99  VALUE 0.
         03 AB-SEGMENTS      PIC 9(5)     VALUE 0.
         03 AB-COUNT         PIC 9(7)     VALUE 0.
         03 AB-HASH          PIC 9(9)V99  VALUE 0.
         03 AK-COUNT         PIC 9(7)     VALUE 0.
         03 AK-HASH          PIC 9(9)V99  VALUE 0.
         03 AM-COUNT         PIC 9(7)     VALUE 0.
         03 AM-HASH          PIC 9(9)V99  VALUE 0.
         03 HL-COUNT         PIC 9(6)     VALUE 0.
         03 HL-HASH          PIC 9(9)V99  VALUE 0.
         03 HL-PAID          PIC 9(9)V99  VALUE 0.
         03 HT-COUNT         PIC 9(7)     VALUE 0.
         03 HT-HASH          PIC 9(9)V99  VALUE 0.
         03 CT-ACCT-PARTIAL  PIC 9(5)     VALUE 0.
         03 CT-HELD-BACK     PIC 9(5)     VALUE 0.
       01 PROOF-WORK.
         03 PF-DCOUNT        PIC S9(7).
         03 PF-DHASH         PIC S9(9)V99.
         03 PF-DPAID         PIC S9(9)V99.
       01 PROOF-SW          PIC 9     VALUE 0.
         88 PROOF-IN-BALANCE       VALUE 0.
         88 PROOF-OUT-OF-BALANCE   VALUE 1.
      **************************************************************
      * LAYOUTS FOR THE PURGE REGISTER *
      **************************************************************
       01 PRG-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(40)
              VALUE 'CLOSED-LOAN RETENTION PURGE - RUN DATE'.
         03 PH-DATE     PIC 9(8).
       01 PRG-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'RETENTION '.
         03 PH-YEARS    PIC Z9.
         03 FILLER      PIC X(31)
              VALUE ' YEARS - LOANS CLOSED BEFORE '.
         03 PH-CUTOFF   PIC 9(8).
         03 FILLER      PIC X(7)        VALUE ' GO TO '.
         03 FILLER      PIC X(7)        VALUE 'HISTORY'.
       01 PRG-HEADING3.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(8)        VALUE 'ACCOUNT'.
         03 FILLER      PIC X(3)        VALUE 'SQ'.
         03 FILLER      PIC X(21)       VALUE 'NAME'.
         03 FILLER      PIC X(3)        VALUE 'ST'.
         03 FILLER      PIC X(9)        VALUE 'CLOSED'.
         03 FILLER      PIC X(9)        VALUE '    LOAN'.
         03 FILLER      PIC X(10)       VALUE '     PAID'.
         03 FILLER      PIC X(13)       VALUE '    BALANCE'.
         03 FILLER      PIC X(6)        VALUE 'ACTION'.
       01 PRG-DATA1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 PD-PACCT     PIC X(7).
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 PD-PSEQ      PIC X(2).
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 PD-PNAME     PIC X(20).
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 PD-PSTATUS   PIC X(1).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 PD-PCLOSED   PIC X(8).
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 PD-PLOAN     PIC ZZZZ9.99.
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 PD-PPAID     PIC ZZZZZ9.99.
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 PD-PBALANCE  PIC ZZZZZ9.99-.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 PD-PACTION   PIC X(30).
       01 PRG-TITLE-LINE.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 PR-TITLE     PIC X(80).
       01 PRF-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(30)       VALUE SPACES.
         03 FILLER      PIC X(12)       VALUE '   RECORDS'.
         03 PF-HASH-HEAD PIC X(16).
         03 PF-PAID-HEAD PIC X(16).
       01 PRF-LINE.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 PF-LABEL     PIC X(30).
         03 PF-COUNT     PIC ZZZZZZ9-.
         03 FILLER       PIC X(3)       VALUE SPACES.
         03 PF-HASH      PIC ZZZZZZZZZ9.99-.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 PF-PAID      PIC ZZZZZZZZZ9.99-.
       01 PRF-COUNT-LINE.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 PC-LABEL     PIC X(44).
         03 PC-COUNT     PIC ZZZZZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-T      PIC 9   VALUE 0.
         03 EOF-R      PIC 9   VALUE 0.
         03 EOF-CG     PIC 9   VALUE 0.
         03 EOF-AR     PIC 9   VALUE 0.
         03 EOF-HW     PIC 9   VALUE 0.
         03 EOF-MW     PIC 9   VALUE 0.
      **************************************************************
      *       SET WHEN THE PAYMENT ARCHIVE OPENED CLEAN AND WAS *
      *       PROVED, AND WHILE A PERIOD OF IT IS BEING READ *
      **************************************************************
         03 ARCH-OPEN-SW   PIC 9  VALUE 0.
           88 ARCH-WAS-OPENED   VALUE 1.
         03 SEGMENT-SW     PIC 9  VALUE 0.
           88 IN-SEGMENT        VALUE 1.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1050-READ-PARM.
           PERFORM 1060-LOAD-RATE-TABLE.
           PERFORM 1070-LOAD-RUN-CONTROL.
           PERFORM 1100-VERIFY-CONTROL.
           PERFORM 1080-CHECK-GENERATION.
           PERFORM 1120-VERIFY-ARCHIVE.
           PERFORM 1200-LOAD-CHGOFF.
           OPEN INPUT INPUT-FILE
             OUTPUT MSTWK-FILE
             OUTPUT HSTWK-FILE
             OUTPUT PURGE-FILE.
           PERFORM 1150-SKIP-CONTROL-RECORD.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-MASTER.
           PERFORM 1500-LOOP
             UNTIL EOF-I = 1.
           CLOSE INPUT-FILE
             MSTWK-FILE.
           PERFORM 1600-SPLIT-ARCHIVE.
           CLOSE HSTWK-FILE.
           PERFORM 1700-PROVE-HISTORY.
           PERFORM 1750-PRINT-PROOF.
           CLOSE PURGE-FILE.
           IF PROOF-OUT-OF-BALANCE
               DISPLAY 'LAB3H - PURGE PROOF OUT OF BALANCE - NO NEW '
                 'MASTER WRITTEN AND HISTORY NOT UPDATED - SEE THE '
                 'PURGE REGISTER - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1800-WRITE-NEW-MASTER.
           PERFORM 1850-APPEND-HISTORY.
           PERFORM 1090-STAMP-RUN-CONTROL.
           PERFORM 1690-DISPLAY-TOTALS.
           STOP RUN.
      **************************************************************
      * READS THE RETENTION PERIOD OFF THE PARAMETER CARD AND *
      * WORKS OUT THE CUTOFF DATE. THE PERIOD HAS NO DEFAULT - A *
      * PURGE ONLY RUNS WHEN SOMEONE HAS SAID HOW LONG TO KEEP *
      **************************************************************
       1050-READ-PARM.
           ACCEPT PR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE PR-RUN-DATE TO PW-ASOF-DATE.
           MOVE SPACES TO PARM-DATA.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE INTO PARM-DATA
                 AT END CONTINUE
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF PG-RETAIN-YEARS NOT NUMERIC OR PG-RETAIN-YEARS = 0
               DISPLAY 'LAB3H - NO RETENTION PERIOD ON THE PARM CARD '
                 '(COLUMNS 1-2, YEARS 01-99) - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PG-RETAIN-YEARS TO PW-RETAIN-YEARS.
           IF PG-ASOF-DATE NUMERIC AND PG-ASOF-DATE > 0
               MOVE PG-ASOF-DATE TO PW-ASOF-DATE
           END-IF.
           SUBTRACT PW-RETAIN-YEARS FROM PW-ASOF-YEAR
             GIVING PW-CUT-YEAR.
           MOVE PW-ASOF-MMDD TO PW-CUT-MMDD.
      **************************************************************
      * LOADS THE EFFECTIVE-DATED RATE TABLE, SAME AS LAB3. A *
      * MISSING TABLE MEANS ONLY RECORD-LEVEL RATES ARE USED *
      **************************************************************
       1060-LOAD-RATE-TABLE.
           MOVE PW-ASOF-DATE TO WK-ASOF-DATE.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS = '00'
               PERFORM 1065-LOAD-ONE-RATE
                 UNTIL EOF-T = 1
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'LAB3H - WARNING - NO RATE TABLE ON FILE - '
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
                       DISPLAY 'LAB3H - RATE TABLE FULL AT 50 ROWS '
                         '- RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE RATE-FILE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY 'LAB3H - WARNING - RATE TABLE ROW FOR '
                     'CLASS ' RA-CLASS ' IS NOT NUMERIC OR NOT '
                     'UNDER 1.000 - ROW IGNORED'
               END-IF
           END-IF.
      **************************************************************
      * LOADS THE RUN-CONTROL FILE INTO STORAGE - SEE LAB3M - AND *
      * PICKS OUT THE DATE THE MASTER WAS CONVERTED TO CARRY DATES *
      **************************************************************
       1070-LOAD-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-FILE-STATUS = '00'
               PERFORM 1072-LOAD-ONE-STAMP
                 UNTIL EOF-R = 1
               CLOSE RUNCTL-FILE
           END-IF.
           PERFORM 1092-FIND-OWN-STAMP
             VARYING RC-IDX FROM 1 BY 1
             UNTIL RC-IDX > RUNCTL-COUNT
               OR RC-T-PROGRAM(RC-IDX) = 'LAB3X'.
           IF RC-IDX NOT > RUNCTL-COUNT
               MOVE RC-T-DATE(RC-IDX) TO PW-CONVERT-DATE
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
      * REFUSES TO PURGE THE SAME MASTER GENERATION TWICE - THE *
      * HISTORY FILE IS ONLY EVER ADDED TO, SO A SECOND RUN *
      * AGAINST THE OLD MASTER WOULD PUT ITS LOANS ON IT AGAIN. A *
      * MASTER WITH NO GENERATION PREDATES RUN CONTROL AND RUNS *
      * WITH A WARNING *
      **************************************************************
       1080-CHECK-GENERATION.
           IF CR-GENERATION NUMERIC
               MOVE CR-GENERATION TO MASTER-GEN
           ELSE
               MOVE 0 TO MASTER-GEN
           END-IF.
           IF MASTER-GEN = 0
               DISPLAY 'LAB3H - WARNING - MASTER CARRIES NO '
                 'GENERATION - REPEAT PURGE NOT CHECKED'
           ELSE
               PERFORM 1092-FIND-OWN-STAMP
                 VARYING RC-IDX FROM 1 BY 1
                 UNTIL RC-IDX > RUNCTL-COUNT
                   OR RC-T-PROGRAM(RC-IDX) = 'LAB3H'
               IF RC-IDX NOT > RUNCTL-COUNT
                 AND RC-T-GEN(RC-IDX) = MASTER-GEN + 1
                   DISPLAY 'LAB3H - MASTER GENERATION ' MASTER-GEN
                     ' WAS ALREADY PURGED ON ' RC-T-DATE(RC-IDX)
                     ' - COPY DA-S-NEWMST OVER DA-S-INPUT - '
                     'RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      **************************************************************
      * STAMPS THIS PROGRAM'S RUN DATE AND THE GENERATION IT *
      * WROTE INTO THE RUN-CONTROL FILE AND REWRITES THE FILE *
      **************************************************************
       1090-STAMP-RUN-CONTROL.
           MOVE PR-RUN-DATE TO RC-STAMP-DATE.
           PERFORM 1092-FIND-OWN-STAMP
             VARYING RC-IDX FROM 1 BY 1
             UNTIL RC-IDX > RUNCTL-COUNT
               OR RC-T-PROGRAM(RC-IDX) = 'LAB3H'.
           IF RC-IDX > RUNCTL-COUNT
               ADD 1 TO RUNCTL-COUNT
               SET RC-IDX TO RUNCTL-COUNT
               MOVE 'LAB3H' TO RC-T-PROGRAM(RC-IDX)
           END-IF.
           MOVE RC-STAMP-DATE  TO RC-T-DATE(RC-IDX).
           MOVE NEW-GENERATION TO RC-T-GEN(RC-IDX).
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
      * PASS 1 OVER INPUT-FILE - READS THE LEADING CONTROL RECORD *
      * AND COUNTS EVERY RECORD BEHIND IT SO THE OLD MASTER IS *
      * PROVEN IN BALANCE BEFORE ANYTHING IS TAKEN OFF IT *
      **************************************************************
       1100-VERIFY-CONTROL.
           OPEN INPUT INPUT-FILE.
           READ INPUT-FILE INTO CONTROL-REC-DATA
             AT END
               DISPLAY 'LAB3H - INPUT-FILE IS EMPTY - NO CONTROL '
                 'RECORD FOUND - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               CLOSE INPUT-FILE
               STOP RUN
           END-READ.
           PERFORM 1110-COUNT-RECORD
             UNTIL EOF-I = 1.
           CLOSE INPUT-FILE.
           MOVE 0 TO EOF-I.
           IF CR-RUN-COUNT NOT = CR-RECORD-COUNT
             OR CR-RUN-HASH NOT = CR-HASH-TOTAL
               DISPLAY 'LAB3H - MASTER CONTROL TOTALS OUT OF '
                 'BALANCE - RUN ABORTED'
               DISPLAY 'EXPECTED COUNT = ' CR-RECORD-COUNT
                 ' ACTUAL COUNT = ' CR-RUN-COUNT
               DISPLAY 'EXPECTED HASH  = ' CR-HASH-TOTAL
                 ' ACTUAL HASH  = ' CR-RUN-HASH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      **************************************************************
      * COUNTS ONE DETAIL RECORD AND ADDS ITS LOAN AMOUNT INTO THE *
      * RUNNING HASH TOTAL DURING THE CONTROL VERIFICATION PASS *
      **************************************************************
       1110-COUNT-RECORD.
           READ INPUT-FILE INTO INPUT-DATA
             AT END MOVE 1 TO EOF-I.
           IF EOF-I NOT = 1
               ADD 1 TO CR-RUN-COUNT
               IF I-LOAN NUMERIC
                   ADD I-LOAN TO CR-RUN-HASH
               END-IF
           END-IF.
      **************************************************************
      * PASS 1 OVER THE PAYMENT ARCHIVE - EVERY PERIOD MUST OPEN *
      * WITH ITS HEADER AND PROVE AGAINST ITS OWN TRAILER BEFORE *
      * ANY OF IT IS MOVED. A MISSING ARCHIVE ONLY MEANS THERE ARE *
      * NO TRANSACTIONS TO MOVE *
      **************************************************************
       1120-VERIFY-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF ARCH-FILE-STATUS = '00'
               MOVE 1 TO ARCH-OPEN-SW
               PERFORM 1125-PROVE-ONE-ARCH-REC
                 UNTIL EOF-AR = 1
               CLOSE ARCH-FILE
               MOVE 0 TO EOF-AR
               IF IN-SEGMENT
                   MOVE 'LAST PERIOD HAS NO TRAILER' TO SG-REASON
                   PERFORM 1129-ARCHIVE-ABORT
               END-IF
           ELSE
               DISPLAY 'LAB3H - WARNING - NO PAYMENT ARCHIVE ON FILE '
                 '- NO TRANSACTIONS WILL MOVE'
           END-IF.
       1125-PROVE-ONE-ARCH-REC.
           READ ARCH-FILE INTO ARCH-IMAGE
             AT END MOVE 1 TO EOF-AR.
           IF EOF-AR NOT = 1
               MOVE ARCH-IMAGE TO ARCH-HEADER-DATA
               MOVE ARCH-IMAGE TO ARCH-TRAILER-DATA
               PERFORM 1127-PROVE-ONE-PART
           END-IF.
       1127-PROVE-ONE-PART.
           IF AH-TITLE = 'PERIOD CLOSE ARCHIVE'
             AND AH-RUN-DATE NUMERIC
               IF IN-SEGMENT
                   MOVE 'PERIOD HAS NO TRAILER' TO SG-REASON
                   PERFORM 1129-ARCHIVE-ABORT
               END-IF
               MOVE AH-RUN-DATE TO SG-RUN-DATE
               MOVE 0 TO SG-COUNT SG-HASH
               MOVE 1 TO SEGMENT-SW
               ADD 1 TO AB-SEGMENTS
           ELSE IF AT-TITLE = 'ARCHIVE TOTALS'
               IF NOT IN-SEGMENT
                   MOVE 'TRAILER WITH NO HEADER' TO SG-REASON
                   PERFORM 1129-ARCHIVE-ABORT
               END-IF
               IF AT-RECORD-COUNT NOT = SG-COUNT
                 OR AT-HASH-TOTAL NOT = SG-HASH
                   MOVE 'PERIOD DOES NOT PROVE TO ITS TRAILER'
                     TO SG-REASON
                   PERFORM 1129-ARCHIVE-ABORT
               END-IF
               MOVE 0 TO SEGMENT-SW
           ELSE
               IF NOT IN-SEGMENT
                   MOVE 'TRANSACTION OUTSIDE ANY PERIOD' TO SG-REASON
                   PERFORM 1129-ARCHIVE-ABORT
               END-IF
               MOVE ARCH-IMAGE TO PAYHIST-DATA
               ADD 1 TO SG-COUNT AB-COUNT
               IF PAY-AMOUNT NUMERIC
                   ADD PAY-AMOUNT TO SG-HASH AB-HASH
               END-IF
           END-IF.
       1129-ARCHIVE-ABORT.
           DISPLAY 'LAB3H - PAYMENT ARCHIVE OUT OF FORMAT OR OUT OF '
             'BALANCE - PERIOD ' SG-RUN-DATE ' - ' SG-REASON
             ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * DISCARDS THE LEADING CONTROL RECORD ON DA-S-INPUT SO THE *
      * FIRST READ LINES UP ON THE FIRST REAL LOAN MASTER RECORD *
      **************************************************************
       1150-SKIP-CONTROL-RECORD.
           READ INPUT-FILE INTO CONTROL-REC-DATA
             AT END CONTINUE
           END-READ.
      **************************************************************
      * LOADS THE CHARGE-OFF DATES. A MISSING FILE MEANS NOTHING *
      * HAS BEEN CHARGED OFF THROUGH LAB3W, SO EVERY WRITTEN-OFF *
      * LOAN TAKES THE CONVERSION DATE *
      **************************************************************
       1200-LOAD-CHGOFF.
           OPEN INPUT CHGOFF-FILE.
           IF CHGOFF-FILE-STATUS = '00'
               PERFORM 1210-LOAD-ONE-CHGOFF
                 UNTIL EOF-CG = 1
               CLOSE CHGOFF-FILE
           END-IF.
       1210-LOAD-ONE-CHGOFF.
           READ CHGOFF-FILE INTO CHGOFF-DATA
             AT END MOVE 1 TO EOF-CG.
           IF EOF-CG NOT = 1
               IF CO-ACCT-NO NUMERIC AND CO-DATE NUMERIC
                   MOVE CHGOFF-DATA(1:9) TO K-LOAN-KEY
                   PERFORM 1215-FIND-CHGOFF
                     VARYING CG-IDX FROM 1 BY 1
                     UNTIL CG-IDX > CHGOFF-COUNT
                       OR CG-T-KEY(CG-IDX) = K-LOAN-KEY
                   PERFORM 1220-TAKE-ONE-CHGOFF
               END-IF
           END-IF.
       1215-FIND-CHGOFF.
           CONTINUE.
       1220-TAKE-ONE-CHGOFF.
           IF CG-IDX NOT > CHGOFF-COUNT
               IF CO-DATE > CG-T-DATE(CG-IDX)
                   MOVE CO-DATE TO CG-T-DATE(CG-IDX)
               END-IF
           ELSE IF CHGOFF-COUNT < 2000
               ADD 1 TO CHGOFF-COUNT
               SET CG-IDX TO CHGOFF-COUNT
               MOVE K-LOAN-KEY TO CG-T-KEY(CG-IDX)
               MOVE CO-DATE    TO CG-T-DATE(CG-IDX)
           ELSE
               DISPLAY 'LAB3H - CHARGE-OFF FILE HAS MORE THAN 2000 '
                 'LOANS - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               CLOSE CHGOFF-FILE
               STOP RUN
           END-IF.
      **************************************************************
      * PRINTS THE HEADINGS FOR THE PURGE REGISTER *
      **************************************************************
       1400-PRINT-HEAD.
           MOVE PR-RUN-DATE     TO PH-DATE.
           MOVE PW-RETAIN-YEARS TO PH-YEARS.
           MOVE PW-CUTOFF-DATE  TO PH-CUTOFF.
           WRITE PURGE-REC FROM PRG-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PURGE-REC FROM PRG-HEADING2
             AFTER ADVANCING 1 LINE.
           WRITE PURGE-REC FROM PRG-HEADING3
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PURGE-REC.
           WRITE PURGE-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE ACCOUNT PER PASS - EVERY ONE OF ITS LOAN RECORDS IS *
      * HELD, EACH CLOSED LOAN IS TESTED AGAINST THE CUTOFF, AND *
      * THE ACCOUNT IS SETTLED BEFORE ANYTHING IS WRITTEN. A *
      * MASTER RECORD WITH A NON-NUMERIC ACCOUNT NUMBER IS KEPT *
      **************************************************************
       1500-LOOP.
           IF I-ACCT-NO NUMERIC
               MOVE I-ACCT-NO TO A-CUR-ACCT
               MOVE I-ACCT-X  TO A-CUR-ACCT-X
               MOVE 0 TO ACCT-REC-COUNT A-KEPT-COUNT A-PURGE-COUNT
               PERFORM 1490-HOLD-ONE-MASTER
                 UNTIL EOF-I = 1 OR I-ACCT-X NOT = A-CUR-ACCT-X
               MOVE INPUT-DATA TO NEXT-MASTER-HOLD
               PERFORM 1520-DECIDE-ONE-LOAN
                 VARYING AI-IDX FROM 1 BY 1
                 UNTIL AI-IDX > ACCT-REC-COUNT
               PERFORM 1540-SETTLE-ACCOUNT
               PERFORM 1560-WRITE-ONE-HELD
                 VARYING AI-IDX FROM 1 BY 1
                 UNTIL AI-IDX > ACCT-REC-COUNT
               MOVE NEXT-MASTER-HOLD TO INPUT-DATA
           ELSE
               DISPLAY 'LAB3H - WARNING - MASTER RECORD FOR '
                 I-NAME ' HAS A NON-NUMERIC ACCOUNT NUMBER - KEPT'
               PERFORM 1570-KEEP-ONE-LOAN
               PERFORM 2000-READ-MASTER
           END-IF.
      **************************************************************
      * HOLDS ONE OF THE CURRENT ACCOUNT'S LOAN RECORDS AND *
      * READS THE NEXT MASTER RECORD *
      **************************************************************
       1490-HOLD-ONE-MASTER.
           IF ACCT-REC-COUNT < 50
               ADD 1 TO ACCT-REC-COUNT
               SET AI-IDX TO ACCT-REC-COUNT
               MOVE INPUT-DATA TO AR-IMAGE(AI-IDX)
           ELSE
               DISPLAY 'LAB3H - ACCOUNT ' A-CUR-ACCT-X ' HAS MORE '
                 'THAN 50 LOAN RECORDS - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               CLOSE INPUT-FILE MSTWK-FILE HSTWK-FILE PURGE-FILE
               STOP RUN
           END-IF.
           PERFORM 2000-READ-MASTER.
      **************************************************************
      * DECIDES WHETHER ONE HELD LOAN GOES. ONLY A PAID-IN-FULL *
      * OR WRITTEN-OFF LOAN IS EVER TESTED; AN OPEN LOAN STAYS *
      * WITHOUT COMMENT *
      **************************************************************
       1520-DECIDE-ONE-LOAN.
           MOVE AR-IMAGE(AI-IDX) TO INPUT-DATA.
           MOVE 'K'    TO AR-ACTION(AI-IDX).
           MOVE SPACES TO AR-REASON(AI-IDX).
           MOVE 0 TO AR-CLOSE-DATE(AI-IDX) AR-INTEREST(AI-IDX)
             AR-BALANCE(AI-IDX).
           IF I-PAID-IN-FULL OR I-WRITTEN-OFF
               PERFORM 1525-TEST-CLOSED-LOAN
           END-IF.
           IF AR-TO-PURGE(AI-IDX)
               ADD 1 TO A-PURGE-COUNT
           ELSE
               ADD 1 TO A-KEPT-COUNT
           END-IF.
       1525-TEST-CLOSED-LOAN.
           IF I-LOAN NOT NUMERIC
             OR I-LTD-PRIN-PAID NOT NUMERIC
             OR I-LTD-INT-PAID NOT NUMERIC
               MOVE 'FIGURES NOT NUMERIC - KEPT'
                 TO AR-REASON(AI-IDX)
           ELSE
               PERFORM 1530-FIND-CLOSE-DATE
               PERFORM 1870-CALC-TOTAL
               PERFORM 1880-CALC-BALANCE
               MOVE WK-INTEREST TO AR-INTEREST(AI-IDX)
               MOVE WK-BALANCE  TO AR-BALANCE(AI-IDX)
               PERFORM 1527-TEST-RETENTION
           END-IF.
      **************************************************************
      * A CLOSED LOAN GOES WHEN IT CLOSED BEFORE THE CUTOFF - *
      * UNLESS NO CLOSE DATE CAN BE FOUND FOR IT, OR IT WAS PAID *
      * OFF WITH A CREDIT BALANCE STILL TO BE REFUNDED *
      **************************************************************
       1527-TEST-RETENTION.
           IF AR-CLOSE-DATE(AI-IDX) = 0
               MOVE 'NO CLOSE DATE - KEPT' TO AR-REASON(AI-IDX)
           ELSE IF AR-CLOSE-DATE(AI-IDX) NOT < PW-CUTOFF-DATE
               CONTINUE
           ELSE IF I-PAID-IN-FULL AND WK-BALANCE < 0
               MOVE 'CREDIT BALANCE - KEPT' TO AR-REASON(AI-IDX)
           ELSE
               MOVE 'P' TO AR-ACTION(AI-IDX)
           END-IF.
      **************************************************************
      * FINDS THE DATE THE LOAN CLOSED - THE LAST PAYMENT FOR A *
      * PAID-IN-FULL LOAN, THE CHARGE-OFF FOR A WRITTEN-OFF ONE. *
      * A LOAN CLOSED BEFORE EITHER WAS RECORDED TAKES THE DAY THE *
      * MASTER WAS CONVERTED, SO IT IS KEPT AT LEAST AS LONG AS *
      * THE RETENTION PERIOD FROM THEN *
      **************************************************************
       1530-FIND-CLOSE-DATE.
           IF I-PAID-IN-FULL AND I-LAST-PAY-DATE NUMERIC
               MOVE I-LAST-PAY-DATE TO AR-CLOSE-DATE(AI-IDX)
           END-IF.
           IF I-WRITTEN-OFF
               MOVE I-ACCT-X   TO K-LOAN-KEY(1:7)
               MOVE I-LOAN-SEQ TO K-LOAN-KEY(8:2)
               PERFORM 1215-FIND-CHGOFF
                 VARYING CG-IDX FROM 1 BY 1
                 UNTIL CG-IDX > CHGOFF-COUNT
                   OR CG-T-KEY(CG-IDX) = K-LOAN-KEY
               IF CG-IDX NOT > CHGOFF-COUNT
                   MOVE CG-T-DATE(CG-IDX) TO AR-CLOSE-DATE(AI-IDX)
               END-IF
           END-IF.
           IF AR-CLOSE-DATE(AI-IDX) = 0
               MOVE PW-CONVERT-DATE TO AR-CLOSE-DATE(AI-IDX)
           END-IF.
      **************************************************************
      * AN ACCOUNT WITH EVERY LOAN GOING IS ENTERED IN THE PURGED *
      * ACCOUNTS TABLE SO ITS TRANSACTIONS GO TOO. WHEN THE TABLE *
      * IS FULL THE WHOLE ACCOUNT WAITS FOR THE NEXT RUN *
      **************************************************************
       1540-SETTLE-ACCOUNT.
           IF A-PURGE-COUNT > 0 AND A-KEPT-COUNT = 0
               IF PURGED-ACCT-COUNT < 2000
                   ADD 1 TO PURGED-ACCT-COUNT
                   SET PA-IDX TO PURGED-ACCT-COUNT
                   MOVE A-CUR-ACCT TO PA-ACCT(PA-IDX)
               ELSE
                   PERFORM 1545-HOLD-BACK-ONE
                     VARYING AI-IDX FROM 1 BY 1
                     UNTIL AI-IDX > ACCT-REC-COUNT
               END-IF
           ELSE IF A-PURGE-COUNT > 0
               ADD 1 TO CT-ACCT-PARTIAL
           END-IF.
       1545-HOLD-BACK-ONE.
           MOVE 'K' TO AR-ACTION(AI-IDX).
           MOVE 'PURGE TABLE FULL - NEXT RUN' TO AR-REASON(AI-IDX).
      **************************************************************
      * WRITES ONE HELD LOAN - TO HISTORY IF IT GOES, OTHERWISE TO *
      * THE NEW MASTER. A CLOSED LOAN HELD BACK IS LISTED WITH *
      * THE REASON *
      **************************************************************
       1560-WRITE-ONE-HELD.
           MOVE AR-IMAGE(AI-IDX) TO INPUT-DATA.
           IF AR-TO-PURGE(AI-IDX)
               PERFORM 1565-MOVE-TO-HISTORY
           ELSE
               PERFORM 1570-KEEP-ONE-LOAN
               IF AR-REASON(AI-IDX) NOT = SPACES
                   ADD 1 TO CT-HELD-BACK
                   PERFORM 1580-PRINT-LOAN-LINE
               END-IF
           END-IF.
       1565-MOVE-TO-HISTORY.
           MOVE SPACES                 TO HIST-DATA.
           MOVE I-ACCT-NO              TO HS-ACCT-NO.
           MOVE I-LOAN-SEQ             TO HS-LOAN-SEQ.
           MOVE 'L'                    TO HS-TYPE.
           MOVE PR-RUN-DATE            TO HS-PURGE-DATE.
           MOVE AR-CLOSE-DATE(AI-IDX)  TO HS-CLOSE-DATE.
           MOVE AR-INTEREST(AI-IDX)    TO HS-INTEREST.
           MOVE AR-BALANCE(AI-IDX)     TO HS-BALANCE.
           MOVE INPUT-DATA             TO HS-IMAGE.
           WRITE HSTWK-REC FROM HIST-DATA.
           ADD 1 TO MM-COUNT.
           ADD I-LOAN TO MM-HASH.
           ADD I-LTD-PRIN-PAID I-LTD-INT-PAID TO MM-PAID MB-PAID.
           MOVE 'MOVED TO HISTORY' TO AR-REASON(AI-IDX).
           PERFORM 1580-PRINT-LOAN-LINE.
      **************************************************************
      * WRITES ONE LOAN TO THE NEW MASTER WORK FILE AND ADDS IT *
      * INTO THE KEPT TOTALS AND THE NEW CONTROL RECORD *
      **************************************************************
       1570-KEEP-ONE-LOAN.
           WRITE MSTWK-REC FROM INPUT-DATA.
           ADD 1 TO MK-COUNT.
           IF I-LOAN NUMERIC
               ADD I-LOAN TO MK-HASH
           END-IF.
           IF I-LTD-PRIN-PAID NUMERIC AND I-LTD-INT-PAID NUMERIC
               ADD I-LTD-PRIN-PAID I-LTD-INT-PAID TO MK-PAID MB-PAID
           END-IF.
       1580-PRINT-LOAN-LINE.
           MOVE SPACES TO PRG-DATA1.
           MOVE I-ACCT-X    TO PD-PACCT.
           MOVE I-LOAN-SEQ  TO PD-PSEQ.
           MOVE I-NAME      TO PD-PNAME.
           MOVE I-STATUS    TO PD-PSTATUS.
           IF AR-CLOSE-DATE(AI-IDX) NOT = 0
               MOVE AR-CLOSE-DATE(AI-IDX) TO PD-PCLOSED
           END-IF.
           IF I-LOAN NUMERIC
             AND I-LTD-PRIN-PAID NUMERIC
             AND I-LTD-INT-PAID NUMERIC
               PERFORM 1870-CALC-TOTAL
               MOVE I-LOAN  TO PD-PLOAN
               MOVE TOTAL   TO PD-PPAID
               MOVE AR-BALANCE(AI-IDX) TO PD-PBALANCE
           END-IF.
           MOVE AR-REASON(AI-IDX) TO PD-PACTION.
           WRITE PURGE-REC FROM PRG-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PASS 2 OVER THE PAYMENT ARCHIVE - COPIES IT TO THE NEW *
      * ARCHIVE PERIOD BY PERIOD, TAKING OUT EVERY TRANSACTION FOR *
      * A PURGED ACCOUNT AND RE-TOTALING EACH PERIOD'S TRAILER TO *
      * WHAT IS LEFT *
      **************************************************************
       1600-SPLIT-ARCHIVE.
           OPEN OUTPUT NEWARC-FILE.
           IF ARCH-WAS-OPENED
               OPEN INPUT ARCH-FILE
               PERFORM 1610-SPLIT-ONE-ARCH-REC
                 UNTIL EOF-AR = 1
               CLOSE ARCH-FILE
           END-IF.
           CLOSE NEWARC-FILE.
       1610-SPLIT-ONE-ARCH-REC.
           READ ARCH-FILE INTO ARCH-IMAGE
             AT END MOVE 1 TO EOF-AR.
           IF EOF-AR NOT = 1
               MOVE ARCH-IMAGE TO ARCH-HEADER-DATA
               MOVE ARCH-IMAGE TO ARCH-TRAILER-DATA
               PERFORM 1615-SPLIT-ONE-PART
           END-IF.
       1615-SPLIT-ONE-PART.
           IF AH-TITLE = 'PERIOD CLOSE ARCHIVE'
             AND AH-RUN-DATE NUMERIC
               MOVE AH-RUN-DATE TO SG-RUN-DATE
               MOVE 0 TO SG-KEPT-COUNT SG-KEPT-HASH
               WRITE NEWARC-REC FROM ARCH-IMAGE
           ELSE IF AT-TITLE = 'ARCHIVE TOTALS'
               MOVE SG-KEPT-COUNT TO AT-RECORD-COUNT
               MOVE SG-KEPT-HASH  TO AT-HASH-TOTAL
               WRITE NEWARC-REC FROM ARCH-TRAILER-DATA
           ELSE
               MOVE ARCH-IMAGE TO PAYHIST-DATA
               PERFORM 1620-SPLIT-ONE-TXN
           END-IF.
      **************************************************************
      * SENDS ONE ARCHIVED TRANSACTION TO HISTORY WHEN ITS ACCOUNT *
      * IS IN THE PURGED ACCOUNTS TABLE, OTHERWISE KEEPS IT. THE *
      * TABLE IS IN ACCOUNT ORDER, SO THE SCAN STOPS AT THE FIRST *
      * ACCOUNT NOT BELOW THE TRANSACTION'S *
      **************************************************************
       1620-SPLIT-ONE-TXN.
           MOVE 0 TO TXN-MOVE-SW.
           IF PAY-ACCT-NO NUMERIC
               PERFORM 1625-FIND-PURGED-ACCT
                 VARYING PA-IDX FROM 1 BY 1
                 UNTIL PA-IDX > PURGED-ACCT-COUNT
                   OR PA-ACCT(PA-IDX) NOT < PAY-ACCT-NO
               PERFORM 1627-TEST-PURGED-ACCT
           END-IF.
           IF TXN-TO-HISTORY
               MOVE SPACES         TO HIST-DATA
               MOVE PAY-ACCT-NO    TO HS-ACCT-NO
               MOVE 'T'            TO HS-TYPE
               MOVE PR-RUN-DATE    TO HS-PURGE-DATE
               MOVE SG-RUN-DATE    TO HS-CLOSE-DATE
               MOVE 0              TO HS-INTEREST HS-BALANCE
               MOVE ARCH-IMAGE     TO HS-IMAGE
               WRITE HSTWK-REC FROM HIST-DATA
               ADD 1 TO AM-COUNT
               ADD PAY-AMOUNT TO AM-HASH
           ELSE
               WRITE NEWARC-REC FROM ARCH-IMAGE
               ADD 1 TO AK-COUNT SG-KEPT-COUNT
               IF PAY-AMOUNT NUMERIC
                   ADD PAY-AMOUNT TO AK-HASH SG-KEPT-HASH
               END-IF
           END-IF.
       1625-FIND-PURGED-ACCT.
           CONTINUE.
       1627-TEST-PURGED-ACCT.
           IF PA-IDX > PURGED-ACCT-COUNT
               CONTINUE
           ELSE IF PA-ACCT(PA-IDX) = PAY-ACCT-NO
             AND PAY-AMOUNT NUMERIC
               MOVE 1 TO TXN-MOVE-SW
           END-IF.
      **************************************************************
      * CONSOLE SUMMARY OF THE PURGE *
      **************************************************************
       1690-DISPLAY-TOTALS.
           DISPLAY 'LAB3H - LOANS MOVED TO HISTORY    = ' MM-COUNT.
           DISPLAY 'LAB3H - ACCOUNTS CLOSED OUT       = '
             PURGED-ACCT-COUNT.
           DISPLAY 'LAB3H - TRANSACTIONS MOVED        = ' AM-COUNT.
           DISPLAY 'LAB3H - CLOSED LOANS HELD BACK    = '
             CT-HELD-BACK.
           DISPLAY 'LAB3H - NEW MASTER - COUNT = ' MK-COUNT
             ' HASH = ' MK-HASH ' GENERATION = ' NEW-GENERATION.
      **************************************************************
      * READS THE HISTORY WORK FILE BACK AND TOTALS WHAT IS *
      * ACTUALLY ON IT, SO THE PROOF IS TAKEN FROM THE RECORDS *
      * THAT WILL BE ADDED TO THE HISTORY FILE *
      **************************************************************
       1700-PROVE-HISTORY.
           OPEN INPUT HSTWK-FILE.
           PERFORM 1710-TOTAL-ONE-HISTORY
             UNTIL EOF-HW = 1.
           CLOSE HSTWK-FILE.
           MOVE 0 TO EOF-HW.
       1710-TOTAL-ONE-HISTORY.
           READ HSTWK-FILE INTO HIST-DATA
             AT END MOVE 1 TO EOF-HW.
           IF EOF-HW NOT = 1
               IF HS-IS-LOAN
                   MOVE HS-IMAGE TO INPUT-DATA
                   ADD 1 TO HL-COUNT
                   ADD I-LOAN TO HL-HASH
                   ADD I-LTD-PRIN-PAID I-LTD-INT-PAID TO HL-PAID
               ELSE
                   MOVE HS-IMAGE TO PAYHIST-DATA
                   ADD 1 TO HT-COUNT
                   ADD PAY-AMOUNT TO HT-HASH
               END-IF
           END-IF.
      **************************************************************
      * PRINTS THE DOLLAR PROOF. THE MASTER BEFORE MUST EQUAL WHAT *
      * WAS KEPT PLUS WHAT WAS MOVED IN RECORDS, LOAN AMOUNTS AND *
      * PAID TO DATE, AND WHAT WAS MOVED MUST BE WHAT IS ON THE *
      * HISTORY WORK FILE; THE SAME FOR THE PAYMENT ARCHIVE IN *
      * RECORDS AND AMOUNTS *
      **************************************************************
       1750-PRINT-PROOF.
           MOVE 'LOAN MASTER' TO PR-TITLE.
           WRITE PURGE-REC FROM PRG-TITLE-LINE
             AFTER ADVANCING 3 LINES.
           MOVE '    LOAN AMOUNTS' TO PF-HASH-HEAD.
           MOVE '    PAID TO DATE' TO PF-PAID-HEAD.
           WRITE PURGE-REC FROM PRF-HEADING1
             AFTER ADVANCING 2 LINES.
           MOVE 'ACTIVE MASTER BEFORE' TO PF-LABEL.
           MOVE CR-RUN-COUNT TO PF-COUNT.
           MOVE CR-RUN-HASH  TO PF-HASH.
           MOVE MB-PAID      TO PF-PAID.
           PERFORM 1760-WRITE-PROOF-LINE.
           MOVE 'KEPT ON NEW MASTER' TO PF-LABEL.
           MOVE MK-COUNT TO PF-COUNT.
           MOVE MK-HASH  TO PF-HASH.
           MOVE MK-PAID  TO PF-PAID.
           PERFORM 1760-WRITE-PROOF-LINE.
           MOVE 'MOVED TO HISTORY' TO PF-LABEL.
           MOVE MM-COUNT TO PF-COUNT.
           MOVE MM-HASH  TO PF-HASH.
           MOVE MM-PAID  TO PF-PAID.
           PERFORM 1760-WRITE-PROOF-LINE.
           COMPUTE PF-DCOUNT = CR-RUN-COUNT - MK-COUNT - MM-COUNT.
           COMPUTE PF-DHASH  = CR-RUN-HASH - MK-HASH - MM-HASH.
           COMPUTE PF-DPAID  = MB-PAID - MK-PAID - MM-PAID.
           PERFORM 1765-WRITE-DIFFERENCE.
           MOVE 'ON HISTORY WORK FILE' TO PF-LABEL.
           MOVE HL-COUNT TO PF-COUNT.
           MOVE HL-HASH  TO PF-HASH.
           MOVE HL-PAID  TO PF-PAID.
           PERFORM 1760-WRITE-PROOF-LINE.
           COMPUTE PF-DCOUNT = MM-COUNT - HL-COUNT.
           COMPUTE PF-DHASH  = MM-HASH - HL-HASH.
           COMPUTE PF-DPAID  = MM-PAID - HL-PAID.
           PERFORM 1765-WRITE-DIFFERENCE.
           MOVE 'PAYMENT ARCHIVE' TO PR-TITLE.
           WRITE PURGE-REC FROM PRG-TITLE-LINE
             AFTER ADVANCING 3 LINES.
           MOVE '         AMOUNTS' TO PF-HASH-HEAD.
           MOVE SPACES             TO PF-PAID-HEAD.
           WRITE PURGE-REC FROM PRF-HEADING1
             AFTER ADVANCING 2 LINES.
           MOVE 0 TO PF-DPAID.
           MOVE 'ARCHIVE BEFORE' TO PF-LABEL.
           MOVE AB-COUNT TO PF-COUNT.
           MOVE AB-HASH  TO PF-HASH.
           PERFORM 1762-WRITE-ARCH-LINE.
           MOVE 'KEPT ON NEW ARCHIVE' TO PF-LABEL.
           MOVE AK-COUNT TO PF-COUNT.
           MOVE AK-HASH  TO PF-HASH.
           PERFORM 1762-WRITE-ARCH-LINE.
           MOVE 'MOVED TO HISTORY' TO PF-LABEL.
           MOVE AM-COUNT TO PF-COUNT.
           MOVE AM-HASH  TO PF-HASH.
           PERFORM 1762-WRITE-ARCH-LINE.
           COMPUTE PF-DCOUNT = AB-COUNT - AK-COUNT - AM-COUNT.
           COMPUTE PF-DHASH  = AB-HASH - AK-HASH - AM-HASH.
           PERFORM 1765-WRITE-DIFFERENCE.
           MOVE 'ON HISTORY WORK FILE' TO PF-LABEL.
           MOVE HT-COUNT TO PF-COUNT.
           MOVE HT-HASH  TO PF-HASH.
           PERFORM 1762-WRITE-ARCH-LINE.
           COMPUTE PF-DCOUNT = AM-COUNT - HT-COUNT.
           COMPUTE PF-DHASH  = AM-HASH - HT-HASH.
           PERFORM 1765-WRITE-DIFFERENCE.
           MOVE SPACES TO PURGE-REC.
           WRITE PURGE-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVE PERIODS' TO PC-LABEL.
           MOVE AB-SEGMENTS TO PC-COUNT.
           PERFORM 1768-WRITE-COUNT-LINE.
           MOVE 'ACCOUNTS CLOSED OUT - TRANSACTIONS MOVED'
             TO PC-LABEL.
           MOVE PURGED-ACCT-COUNT TO PC-COUNT.
           PERFORM 1768-WRITE-COUNT-LINE.
           MOVE 'ACCOUNTS STILL OPEN - TRANSACTIONS KEPT'
             TO PC-LABEL.
           MOVE CT-ACCT-PARTIAL TO PC-COUNT.
           PERFORM 1768-WRITE-COUNT-LINE.
           MOVE 'CLOSED LOANS HELD BACK' TO PC-LABEL.
           MOVE CT-HELD-BACK TO PC-COUNT.
           PERFORM 1768-WRITE-COUNT-LINE.
           IF PROOF-IN-BALANCE
               MOVE 'PURGE IN BALANCE' TO PR-TITLE
           ELSE
               MOVE 'PURGE OUT OF BALANCE - NO NEW MASTER WRITTEN AND
      -             'HISTORY NOT UPDATED' TO PR-TITLE
           END-IF.
           WRITE PURGE-REC FROM PRG-TITLE-LINE
             AFTER ADVANCING 3 LINES.
       1760-WRITE-PROOF-LINE.
           WRITE PURGE-REC FROM PRF-LINE
             AFTER ADVANCING 1 LINE.
       1762-WRITE-ARCH-LINE.
           MOVE SPACES TO PRF-LINE(60:14).
           WRITE PURGE-REC FROM PRF-LINE
             AFTER ADVANCING 1 LINE.
       1765-WRITE-DIFFERENCE.
           IF PF-DCOUNT NOT = 0 OR PF-DHASH NOT = 0
             OR PF-DPAID NOT = 0
               MOVE 1 TO PROOF-SW
           END-IF.
           MOVE 'DIFFERENCE' TO PF-LABEL.
           MOVE PF-DCOUNT TO PF-COUNT.
           MOVE PF-DHASH  TO PF-HASH.
           MOVE PF-DPAID  TO PF-PAID.
           IF PF-PAID-HEAD = SPACES
               MOVE SPACES TO PRF-LINE(60:14)
           END-IF.
           WRITE PURGE-REC FROM PRF-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PURGE-REC.
           WRITE PURGE-REC
             AFTER ADVANCING 1 LINE.
       1768-WRITE-COUNT-LINE.
           WRITE PURGE-REC FROM PRF-COUNT-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES THE NEW MASTER - FRESHLY COMPUTED CONTROL RECORD *
      * FIRST, THEN EVERY KEPT RECORD COPIED OFF THE WORK FILE, SO *
      * LAB3'S OWN 1100-VERIFY-CONTROL WILL PROVE THE FILE ON ITS *
      * NEXT RUN *
      **************************************************************
       1800-WRITE-NEW-MASTER.
           IF CR-GENERATION NUMERIC
               COMPUTE NEW-GENERATION = CR-GENERATION + 1
           ELSE
               MOVE 1 TO NEW-GENERATION
           END-IF.
           OPEN OUTPUT NEWMST-FILE
             INPUT MSTWK-FILE.
           MOVE SPACES          TO CONTROL-REC-DATA.
           MOVE MK-COUNT        TO CR-RECORD-COUNT.
           MOVE MK-HASH         TO CR-HASH-TOTAL.
           MOVE NEW-GENERATION  TO CR-GENERATION.
           WRITE NEWMST-REC FROM CONTROL-REC-DATA.
           PERFORM 1805-COPY-ONE-RECORD
             UNTIL EOF-MW = 1.
           CLOSE NEWMST-FILE
             MSTWK-FILE.
       1805-COPY-ONE-RECORD.
           READ MSTWK-FILE
             AT END MOVE 1 TO EOF-MW
             NOT AT END
               WRITE NEWMST-REC FROM MSTWK-REC
           END-READ.
      **************************************************************
      * ADDS THIS RUN'S LOANS AND TRANSACTIONS TO THE END OF THE *
      * HISTORY FILE - THE FIRST RUN EVER FINDS NO FILE AND *
      * CREATES ONE *
      **************************************************************
       1850-APPEND-HISTORY.
           OPEN EXTEND HIST-FILE.
           IF HIST-FILE-STATUS NOT = '00'
               OPEN OUTPUT HIST-FILE
           END-IF.
           OPEN INPUT HSTWK-FILE.
           PERFORM 1855-COPY-ONE-HISTORY
             UNTIL EOF-HW = 1.
           CLOSE HIST-FILE
             HSTWK-FILE.
       1855-COPY-ONE-HISTORY.
           READ HSTWK-FILE
             AT END MOVE 1 TO EOF-HW
             NOT AT END
               WRITE HIST-REC FROM HSTWK-REC
           END-READ.
      **************************************************************
      * CALCULATE THE TOTAL AMOUNT PAID, SAME AS LAB3 *
      **************************************************************
       1870-CALC-TOTAL.
           ADD I-LTD-PRIN-PAID TO I-LTD-INT-PAID GIVING
                TOTAL.
      **************************************************************
      * CALCULATE THE LOAN'S BALANCE THE SAME WAY LAB3 DOES - THE *
      * LOAN PLUS THE INTEREST AT ITS RATE, LESS PAYMENTS *
      **************************************************************
       1880-CALC-BALANCE.
           MOVE 0 TO WK-INTEREST.
           PERFORM 1840-LOOK-UP-RATE.
           IF WK-RATE > 0
               COMPUTE WK-INTEREST ROUNDED = I-LOAN * WK-RATE
                 ON SIZE ERROR
                     DISPLAY 'LAB3H - WARNING - INTEREST OVERFLOW '
                       'FOR ' I-ACCT-NO ' - INTEREST FORCED TO ZERO'
                     MOVE 0 TO WK-INTEREST
               END-COMPUTE
           END-IF.
           ADD I-LOAN WK-INTEREST GIVING WK-PRINCIPAL.
           SUBTRACT TOTAL FROM WK-PRINCIPAL GIVING WK-BALANCE
             ON SIZE ERROR
                 DISPLAY 'LAB3H - WARNING - BALANCE OVERFLOW FOR '
                   I-ACCT-NO ' - BALANCE FORCED TO ZERO'
                 MOVE 0 TO WK-BALANCE
           END-SUBTRACT.
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
           END-IF.
       1845-TEST-ONE-RATE.
           IF RT-CLASS(RT-IDX) = I-DEGREE
             AND RT-EFF-DATE(RT-IDX) NOT > WK-ASOF-DATE
             AND RT-EFF-DATE(RT-IDX) NOT < WK-BEST-DATE
               MOVE RT-EFF-DATE(RT-IDX) TO WK-BEST-DATE
               MOVE RT-RATE(RT-IDX)     TO WK-RATE
           END-IF.
      **************************************************************
      * READS THE LOAN MASTER FILE *
      **************************************************************
       2000-READ-MASTER.
           READ INPUT-FILE INTO INPUT-DATA
             AT END MOVE 1 TO EOF-I.
