       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3F.
       AUTHOR. Addyson Sisemore
      * LOCKBOX AND ACH FILE INTAKE - RUNS AHEAD OF LAB3I SO THE *
      * MAILROOM NO LONGER RE-KEYS EVERY ITEM OFF THE BANK'S *
      * PRINTOUT. READS THE BANK'S DAILY FIXED-FORMAT FILE (FILE *
      * HEADER, BATCH HEADERS, DETAIL ITEMS, BATCH TRAILERS, AND *
      * THE FILE TRAILER) AND PROVES IT AGAINST THE BANK'S OWN *
      * TRAILER COUNTS AND DOLLARS BEFORE A SINGLE RECORD IS *
      * WRITTEN - A FILE THAT DOES NOT PROVE IS REFUSED WHOLE. A *
      * FILE ALREADY LOADED ONCE (SAME BANK, FILE DATE, AND FILE *
      * ID ON THE LOAD HISTORY) IS REFUSED THE SAME WAY. EACH *
      * ITEM IS MATCHED TO THE LOAN MASTER AND THE NAME AND *
      * ADDRESS MASTER; EACH BANK BATCH IS TURNED INTO A LAB3I- *
      * READY DEPOSIT BATCH (B HEADER CARD AND R ITEM CARDS) OF *
      * THE ITEMS THAT MATCHED, AND AN ITEM WHOSE ACCOUNT IS ON *
      * NEITHER MASTER GOES TO THE UNIDENTIFIED-CASH SUSPENSE *
      * FILE AND REPORT - THE CASH IS STILL DEPOSITED AND IS *
      * RESEARCHED INSTEAD OF REJECTED. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO 'DA-S-BANKIN'.
           SELECT BNKHST-FILE ASSIGN TO 'DA-S-BNKHST'
             FILE STATUS IS BNKHST-FILE-STATUS.
           SELECT INPUT-FILE ASSIGN TO 'DA-S-INPUT'.
           SELECT NAMADR-FILE ASSIGN TO 'DA-S-NAMADR'
             FILE STATUS IS NAMADR-FILE-STATUS.
           SELECT LBXRMT-FILE ASSIGN TO 'DA-S-LBXRMT'.
           SELECT SUSP-FILE ASSIGN TO 'DA-S-UNIDSP'
             FILE STATUS IS SUSP-FILE-STATUS.
           SELECT BKWK-FILE ASSIGN TO 'DA-S-BKWK'.
           SELECT INTAKE-FILE ASSIGN TO 'UR-S-LBXRPT'.
           SELECT UNID-FILE ASSIGN TO 'UR-S-UNID'.
           SELECT ITEM-SORT-FILE ASSIGN TO 'SORTWK1'.
           SELECT BACK-SORT-FILE ASSIGN TO 'SORTWK2'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE BANK'S LOCKBOX/ACH FILE - RECORD TYPE IN COLUMN 1: *
      * 1 FILE HEADER, 5 BATCH HEADER, 6 DETAIL ITEM, 8 BATCH *
      * TRAILER, 9 FILE TRAILER *
      **************************************************************
       FD BANK-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BANK-REC      PIC X(80).
      **************************************************************
      * LOAD HISTORY - ONE RECORD PER BANK FILE EVER LOADED. A *
      * MISSING FILE MEANS NO BANK FILE HAS BEEN LOADED YET *
      **************************************************************
       FD BNKHST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BNKHST-REC    PIC X(80).
       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * NAME AND ADDRESS MASTER MAINTAINED BY LAB3N - ONE RECORD *
      * PER ACCOUNT IN ACCOUNT ORDER *
      **************************************************************
       FD NAMADR-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NAMADR-REC    PIC X(80).
      **************************************************************
      * THE LAB3I-READY DEPOSIT BATCHES - A B HEADER CARD AND ITS *
      * R ITEM CARDS PER BATCH, IN THE SAME CARD FORMAT THE *
      * MAILROOM KEYS *
      **************************************************************
       FD LBXRMT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LBXRMT-REC    PIC X(80).
      **************************************************************
      * UNIDENTIFIED-CASH SUSPENSE - ADDED TO ON EVERY LOAD, SO AN *
      * ITEM STAYS ON FILE UNTIL IT IS RESEARCHED AND RE-KEYED *
      **************************************************************
       FD SUSP-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SUSP-REC      PIC X(80).
      **************************************************************
      * WORK FILE - EVERY ITEM AFTER THE ACCOUNT MATCH, CARRYING *
      * WHETHER AND WHERE IT WAS IDENTIFIED *
      **************************************************************
       FD BKWK-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BKWK-REC      PIC X(80).
      **************************************************************
      * INTAKE REPORT - THE FILE PROOF, ONE LINE PER DEPOSIT *
      * BATCH BUILT, AND THE RUN TOTALS *
      **************************************************************
       FD INTAKE-FILE
           LABEL RECORDS ARE OMITTED.
       01 INTAKE-REC    PIC X(100).
      **************************************************************
      * UNIDENTIFIED-CASH REPORT FOR THE RESEARCH DESK *
      **************************************************************
       FD UNID-FILE
           LABEL RECORDS ARE OMITTED.
       01 UNID-REC      PIC X(100).
      **************************************************************
      * SORT WORK FILES - THE ITEMS INTO ACCOUNT ORDER FOR THE *
      * MATCH, THEN BACK INTO THE BANK'S OWN ORDER FOR THE *
      * BATCHES *
      **************************************************************
       SD ITEM-SORT-FILE.
       01 IS-RECORD.
         03 IS-ACCT-X       PIC X(7).
         03 FILLER          PIC X(4).
         03 IS-ITEM-SEQ     PIC 9(6).
         03 FILLER          PIC X(63).
       SD BACK-SORT-FILE.
       01 BS-RECORD.
         03 FILLER          PIC X(11).
         03 BS-ITEM-SEQ     PIC 9(6).
         03 FILLER          PIC X(63).
       WORKING-STORAGE SECTION.
       01 BNKHST-FILE-STATUS PIC X(2).
       01 NAMADR-FILE-STATUS PIC X(2).
       01 SUSP-FILE-STATUS   PIC X(2).
      **************************************************************
      * THE BANK FILE'S RECORD LAYOUTS - ONE PER RECORD TYPE *
      **************************************************************
       01 BANK-DATA.
         03 BK-REC-TYPE     PIC X(1).
           88 BK-FILE-HEADER      VALUE '1'.
           88 BK-BATCH-HEADER     VALUE '5'.
           88 BK-DETAIL-ITEM      VALUE '6'.
           88 BK-BATCH-TRAILER    VALUE '8'.
           88 BK-FILE-TRAILER     VALUE '9'.
         03 FILLER          PIC X(79).
       01 FILE-HEADER-DATA REDEFINES BANK-DATA.
         03 FILLER          PIC X(1).
         03 FH-BANK-ID      PIC X(9).
         03 FH-FILE-DATE    PIC 9(8).
         03 FH-FILE-ID      PIC X(6).
         03 FILLER          PIC X(56).
       01 BATCH-HEADER-DATA REDEFINES BANK-DATA.
         03 FILLER          PIC X(1).
         03 BB-BATCH-NO     PIC 9(4).
         03 BB-SOURCE       PIC X(1).
           88 BB-FROM-LOCKBOX     VALUE 'L'.
           88 BB-FROM-ACH         VALUE 'A'.
         03 BB-DEPOSIT-DATE PIC 9(8).
         03 FILLER          PIC X(66).
       01 DETAIL-ITEM-DATA REDEFINES BANK-DATA.
         03 FILLER          PIC X(1).
         03 BD-ACCT-X       PIC X(7).
         03 BD-NAME         PIC X(20).
         03 BD-AMOUNT       PIC 9(8)V99.
         03 BD-TRACE        PIC X(15).
         03 FILLER          PIC X(27).
       01 BATCH-TRAILER-DATA REDEFINES BANK-DATA.
         03 FILLER          PIC X(1).
         03 BT-BATCH-NO     PIC 9(4).
         03 BT-ITEM-COUNT   PIC 9(6).
         03 BT-DOLLAR-TOTAL PIC 9(10)V99.
         03 FILLER          PIC X(57).
       01 FILE-TRAILER-DATA REDEFINES BANK-DATA.
         03 FILLER          PIC X(1).
         03 FT-BATCH-COUNT  PIC 9(6).
         03 FT-ITEM-COUNT   PIC 9(8).
         03 FT-DOLLAR-TOTAL PIC 9(12)V99.
         03 FILLER          PIC X(51).
      **************************************************************
      * THE FILE'S IDENTITY, HELD OFF ITS HEADER FOR THE *
      * DUPLICATE CHECK AND THE LOAD HISTORY *
      **************************************************************
       01 BANK-FILE-IDENT.
         03 BF-BANK-ID      PIC X(9).
         03 BF-FILE-DATE    PIC 9(8).
         03 BF-FILE-ID      PIC X(6).
      **************************************************************
      * THE PROOF OF THE BANK FILE - RUNNING COUNTS AND DOLLARS *
      * FOR THE FILE AND FOR THE BATCH BEING READ, AND THE *
      * RECORD-ORDER STATE *
      **************************************************************
       01 BANK-PROOF.
         03 BP-RECORD-COUNT  PIC 9(8)      VALUE 0.
         03 BP-BATCH-COUNT   PIC 9(6)      VALUE 0.
         03 BP-ITEM-COUNT    PIC 9(8)      VALUE 0.
         03 BP-DOLLAR-TOTAL  PIC 9(12)V99  VALUE 0.
         03 BP-BAT-NO        PIC 9(4)      VALUE 0.
         03 BP-BAT-ITEMS     PIC 9(6)      VALUE 0.
         03 BP-BAT-DOLLARS   PIC 9(10)V99  VALUE 0.
         03 BP-REFUSAL       PIC X(50)     VALUE SPACES.
         03 BP-HEADER-SW     PIC 9         VALUE 0.
           88 BP-HEADER-SEEN       VALUE 1.
         03 BP-TRAILER-SW    PIC 9         VALUE 0.
           88 BP-TRAILER-SEEN      VALUE 1.
         03 BP-IN-BATCH-SW   PIC 9         VALUE 0.
           88 BP-IN-BATCH          VALUE 1.
      **************************************************************
      * ONE LOAD HISTORY RECORD *
      **************************************************************
       01 BNKHST-DATA.
         03 HS-BANK-ID      PIC X(9).
         03 HS-FILE-DATE    PIC 9(8).
         03 HS-FILE-ID      PIC X(6).
         03 HS-LOAD-DATE    PIC 9(8).
         03 HS-ITEM-COUNT   PIC 9(8).
         03 HS-DOLLAR-TOTAL PIC 9(12)V99.
         03 FILLER          PIC X(27).
      **************************************************************
      * ONE ITEM AS IT PASSES THROUGH BOTH SORTS AND THE WORK *
      * FILE - THE BATCH IT CAME IN BY ITS POSITION IN THE FILE *
      * AS WELL AS ITS NUMBER, SO A BANK THAT REPEATS A BATCH *
      * NUMBER CANNOT MERGE TWO DEPOSITS *
      **************************************************************
       01 ITEM-DATA.
         03 XS-ACCT-X       PIC X(7).
         03 XS-BATCH-ORD    PIC 9(4).
         03 XS-ITEM-SEQ     PIC 9(6).
         03 XS-BATCH-NO     PIC 9(4).
         03 XS-NAME         PIC X(20).
         03 XS-AMOUNT       PIC 9(8)V99.
         03 XS-DEP-DATE     PIC 9(8).
         03 XS-TRACE        PIC X(15).
         03 XS-ID-SW        PIC X(1).
           88 XS-ON-MASTER        VALUE 'M'.
           88 XS-ON-NAMADR        VALUE 'N'.
           88 XS-IDENTIFIED       VALUE 'M' 'N'.
           88 XS-UNIDENTIFIED     VALUE 'U'.
           88 XS-OVER-LIMIT       VALUE 'L'.
         03 XS-SOURCE       PIC X(1).
         03 FILLER          PIC X(4).
      **************************************************************
      * LAYOUT FOR ONE LOAN MASTER RECORD, SAME AS LAB3 *
      **************************************************************
       01 CONTROL-REC-DATA.
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
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
       01 K-MST-ACCT      PIC X(7).
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
      * LAB3I'S REMITTANCE CARD LAYOUTS - SAME AS LAB3I *
      **************************************************************
       01 REMIT-CARD-DATA.
         03 RB-CARD-TYPE  PIC X(1).
         03 RB-ACCT-NO    PIC 9(7).
         03 RB-NAME       PIC X(20).
         03 RB-AMOUNT     PIC 9(5)V99.
         03 RB-PAY-TYPE   PIC X(1).
         03 RB-DATE       PIC 9(8).
         03 FILLER        PIC X(36).
       01 BATCH-HEADER-CARD REDEFINES REMIT-CARD-DATA.
         03 FILLER        PIC X(1).
         03 BH-BATCH-NO   PIC X(6).
         03 BH-ITEM-COUNT PIC 9(5).
         03 BH-DOLLAR-TOTAL PIC 9(7)V99.
         03 FILLER        PIC X(59).
      **************************************************************
      * THE DEPOSIT BATCH BEING BUILT - HELD UNTIL ITS COUNT AND *
      * TOTAL ARE KNOWN FOR THE HEADER CARD. A BANK BATCH LARGER *
      * THAN LAB3I'S 500-ITEM BATCH, OR WHOSE DOLLARS WOULD *
      * OVERFLOW THE HEADER CARD, IS SPLIT INTO PARTS - THE *
      * DEPOSIT BATCH NUMBER IS THE BANK BATCH NUMBER FOLLOWED BY *
      * A TWO-DIGIT PART NUMBER *
      **************************************************************
       01 DEP-COUNT        PIC 9(4)  VALUE 0.
       01 DEP-TABLE.
         03 DP-CARD OCCURS 500 TIMES INDEXED BY DP-IDX
              PIC X(80).
       01 DEP-WORK.
         03 DW-BATCH-ORD    PIC 9(4)      VALUE 0.
         03 DW-BATCH-NO     PIC 9(4)      VALUE 0.
         03 DW-SOURCE       PIC X(1)      VALUE SPACES.
         03 DW-DEP-DATE     PIC 9(8)      VALUE 0.
         03 DW-PART         PIC 9(2)      VALUE 0.
         03 DW-DOLLARS      PIC 9(7)V99   VALUE 0.
         03 DW-ROOM         PIC 9(8)V99.
         03 DW-DEP-BATCH.
           05 DW-DEP-BANK   PIC 9(4).
           05 DW-DEP-PART   PIC 9(2).
      **************************************************************
      * LAYOUT OF ONE SUSPENSE RECORD *
      **************************************************************
       01 SUSP-DATA.
         03 SU-FILE-ID      PIC X(6).
         03 SU-BATCH-NO     PIC 9(4).
         03 SU-ITEM-SEQ     PIC 9(6).
         03 SU-ACCT-X       PIC X(7).
         03 SU-NAME         PIC X(20).
         03 SU-AMOUNT       PIC 9(8)V99.
         03 SU-DEP-DATE     PIC 9(8).
         03 SU-TRACE        PIC X(15).
         03 SU-REASON       PIC X(1).
         03 FILLER          PIC X(3).
      **************************************************************
      * RUN TOTALS FOR THE REPORTS AND THE CONSOLE *
      **************************************************************
       01 INTAKE-TOTALS.
         03 IT-ITEM-SEQ      PIC 9(6)      VALUE 0.
         03 IT-BATCH-ORD     PIC 9(4)      VALUE 0.
         03 IT-CUR-BATCH-NO  PIC 9(4)      VALUE 0.
         03 IT-CUR-DEP-DATE  PIC 9(8)      VALUE 0.
         03 IT-CUR-SOURCE    PIC X(1)      VALUE SPACES.
         03 IT-DEP-BATCHES   PIC 9(5)      VALUE 0.
         03 IT-ID-COUNT      PIC 9(8)      VALUE 0.
         03 IT-ID-DOLLARS    PIC 9(12)V99  VALUE 0.
         03 IT-SU-COUNT      PIC 9(8)      VALUE 0.
         03 IT-SU-DOLLARS    PIC 9(12)V99  VALUE 0.
         03 IT-OUT-DOLLARS   PIC 9(12)V99  VALUE 0.
         03 IT-OUT-COUNT     PIC 9(8)      VALUE 0.
         03 IT-LOAD-DATE     PIC 9(8)      VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE INTAKE REPORT *
      **************************************************************
       01 INTAKE-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(31)
              VALUE 'LOCKBOX/ACH INTAKE - BANK FILE '.
         03 IH-BANK-ID  PIC X(9).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 IH-FILE-ID  PIC X(6).
         03 FILLER      PIC X(7)        VALUE ' DATED '.
         03 IH-FILE-DATE PIC 9(8).
       01 INTAKE-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(12)       VALUE 'BANK BATCH'.
         03 FILLER      PIC X(8)        VALUE 'SOURCE'.
         03 FILLER      PIC X(14)       VALUE 'DEPOSIT BATCH'.
         03 FILLER      PIC X(10)       VALUE 'DEP DATE'.
         03 FILLER      PIC X(8)        VALUE ' ITEMS'.
         03 FILLER      PIC X(14)       VALUE '       DOLLARS'.
       01 INTAKE-DATA1.
         03 FILLER      PIC X(4)        VALUE SPACES.
         03 IN-BANK-BATCH PIC 9(4).
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 IN-SOURCE   PIC X(7).
         03 FILLER      PIC X(1)        VALUE SPACES.
         03 IN-DEP-BATCH PIC X(6).
         03 FILLER      PIC X(8)        VALUE SPACES.
         03 IN-DEP-DATE PIC 9(8).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 IN-ITEMS    PIC ZZZZ9.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 IN-DOLLARS  PIC Z,ZZZ,ZZ9.99.
       01 INTAKE-TOTAL-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 IL-LABEL    PIC X(42).
         03 IL-COUNT    PIC ZZZZZZZ9.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 IL-DOLLARS  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 IL-VERDICT  PIC X(14).
      **************************************************************
      * LAYOUTS FOR THE UNIDENTIFIED-CASH REPORT *
      **************************************************************
       01 UNID-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(34)
              VALUE 'UNIDENTIFIED CASH SUSPENSE - FILE '.
         03 UH-FILE-ID  PIC X(6).
         03 FILLER      PIC X(7)        VALUE ' DATED '.
         03 UH-FILE-DATE PIC 9(8).
       01 UNID-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'BATCH'.
         03 FILLER      PIC X(8)        VALUE 'ITEM'.
         03 FILLER      PIC X(9)        VALUE 'ACCOUNT'.
         03 FILLER      PIC X(22)       VALUE 'NAME AS SENT'.
         03 FILLER      PIC X(13)       VALUE '      AMOUNT'.
         03 FILLER      PIC X(17)       VALUE 'TRACE'.
         03 FILLER      PIC X(20)       VALUE 'REASON'.
       01 UNID-DATA1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UD-BATCH    PIC 9(4).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UD-ITEM     PIC 9(6).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UD-ACCT     PIC X(7).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UD-NAME     PIC X(20).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UD-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UD-TRACE    PIC X(15).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 UD-REASON   PIC X(20).
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-B      PIC 9   VALUE 0.
         03 EOF-H      PIC 9   VALUE 0.
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-A      PIC 9   VALUE 0.
           88 NAMADR-AT-EOF     VALUE 1.
         03 EOF-S      PIC 9   VALUE 0.
         03 EOF-W      PIC 9   VALUE 0.
      **************************************************************
      *       SET WHEN THE OPTIONAL FILES OPENED CLEAN, SO ONLY AN *
      *       OPENED FILE IS EVER READ AND CLOSED *
      **************************************************************
         03 NAMADR-OPEN-SW PIC 9  VALUE 0.
           88 NAMADR-WAS-OPENED VALUE 1.
      **************************************************************
      *       SET WHEN THE BANK FILE FAILS ITS PROOF OR WAS *
      *       ALREADY LOADED *
      **************************************************************
         03 REFUSE-SW      PIC 9  VALUE 0.
           88 FILE-REFUSED      VALUE 1.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT IT-LOAD-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-PROVE-BANK-FILE.
           PERFORM 1200-CHECK-DUPLICATE.
           SORT ITEM-SORT-FILE
             ON ASCENDING KEY IS-ACCT-X IS-ITEM-SEQ
             INPUT PROCEDURE IS 1300-RELEASE-ITEMS
             OUTPUT PROCEDURE IS 1400-IDENTIFY-ITEMS.
           OPEN OUTPUT LBXRMT-FILE
             OUTPUT INTAKE-FILE
             OUTPUT UNID-FILE.
           PERFORM 1550-OPEN-SUSPENSE.
           PERFORM 1600-PRINT-HEADS.
           SORT BACK-SORT-FILE
             ON ASCENDING KEY BS-ITEM-SEQ
             USING BKWK-FILE
             OUTPUT PROCEDURE IS 1500-BUILD-BATCHES.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE LBXRMT-FILE
             SUSP-FILE
             INTAKE-FILE
             UNID-FILE.
           PERFORM 1800-RECORD-LOAD.
           DISPLAY 'LAB3F - DEPOSIT BATCHES BUILT  = ' IT-DEP-BATCHES.
           DISPLAY 'LAB3F - ITEMS TO LAB3I         = ' IT-ID-COUNT.
           DISPLAY 'LAB3F - ITEMS TO SUSPENSE      = ' IT-SU-COUNT.
           STOP RUN.
      **************************************************************
      * PROVES THE BANK FILE BEFORE ANYTHING IS WRITTEN - ONE *
      * FILE HEADER FIRST, EVERY ITEM INSIDE A BATCH, EVERY BATCH *
      * TRAILER AGREEING WITH ITS BATCH'S ITEM COUNT AND DOLLARS, *
      * AND ONE FILE TRAILER LAST AGREEING WITH THE WHOLE FILE'S *
      * BATCH COUNT, ITEM COUNT, AND DOLLARS. A FILE THAT FAILS *
      * ANY OF THESE IS REFUSED WHOLE - HALF A BANK FILE MUST *
      * NEVER REACH THE PAYMENT HISTORY *
      **************************************************************
       1100-PROVE-BANK-FILE.
           OPEN INPUT BANK-FILE.
           PERFORM 2100-READ-BANK.
           IF EOF-B = 1
               MOVE 'BANK FILE IS EMPTY' TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           ELSE IF NOT BK-FILE-HEADER
               MOVE 'FIRST RECORD IS NOT A FILE HEADER'
                 TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           ELSE
               MOVE FH-BANK-ID   TO BF-BANK-ID
               MOVE FH-FILE-DATE TO BF-FILE-DATE
               MOVE FH-FILE-ID   TO BF-FILE-ID
               MOVE 1 TO BP-HEADER-SW
               PERFORM 2100-READ-BANK
           END-IF.
           PERFORM 1110-PROVE-ONE-RECORD
             UNTIL EOF-B = 1 OR FILE-REFUSED.
           IF NOT FILE-REFUSED AND NOT BP-TRAILER-SEEN
               MOVE 'NO FILE TRAILER' TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           END-IF.
           CLOSE BANK-FILE.
           IF FILE-REFUSED
               DISPLAY 'LAB3F - BANK FILE REFUSED - ' BP-REFUSAL
               DISPLAY 'LAB3F - NOTHING LOADED - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'LAB3F - BANK FILE ' BF-BANK-ID ' ' BF-FILE-ID
             ' DATED ' BF-FILE-DATE ' PROVED - ' BP-ITEM-COUNT
             ' ITEMS'.
       1110-PROVE-ONE-RECORD.
           IF BP-TRAILER-SEEN
               MOVE 'RECORDS FOLLOW THE FILE TRAILER' TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           ELSE IF BK-BATCH-HEADER
               IF BP-IN-BATCH
                   MOVE 'BATCH HEADER INSIDE AN OPEN BATCH'
                     TO BP-REFUSAL
                   MOVE 1 TO REFUSE-SW
               ELSE IF BB-BATCH-NO NOT NUMERIC
                 OR BB-DEPOSIT-DATE NOT NUMERIC
                   MOVE 'BATCH HEADER NOT NUMERIC' TO BP-REFUSAL
                   MOVE 1 TO REFUSE-SW
               ELSE
                   MOVE 1 TO BP-IN-BATCH-SW
                   ADD 1 TO BP-BATCH-COUNT
                   MOVE BB-BATCH-NO TO BP-BAT-NO
                   MOVE 0 TO BP-BAT-ITEMS
                   MOVE 0 TO BP-BAT-DOLLARS
               END-IF
           ELSE IF BK-DETAIL-ITEM
               IF NOT BP-IN-BATCH
                   MOVE 'DETAIL ITEM OUTSIDE A BATCH' TO BP-REFUSAL
                   MOVE 1 TO REFUSE-SW
               ELSE IF BD-AMOUNT NOT NUMERIC
                   MOVE 'DETAIL ITEM AMOUNT NOT NUMERIC'
                     TO BP-REFUSAL
                   MOVE 1 TO REFUSE-SW
               ELSE
                   ADD 1 TO BP-BAT-ITEMS
                   ADD BD-AMOUNT TO BP-BAT-DOLLARS
                   ADD 1 TO BP-ITEM-COUNT
                   ADD BD-AMOUNT TO BP-DOLLAR-TOTAL
               END-IF
           ELSE IF BK-BATCH-TRAILER
               PERFORM 1120-PROVE-BATCH-TRAILER
           ELSE IF BK-FILE-TRAILER
               PERFORM 1130-PROVE-FILE-TRAILER
           ELSE
               MOVE 'UNKNOWN RECORD TYPE' TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           END-IF.
           IF NOT FILE-REFUSED
               PERFORM 2100-READ-BANK
           END-IF.
       1120-PROVE-BATCH-TRAILER.
           IF NOT BP-IN-BATCH
               MOVE 'BATCH TRAILER WITH NO BATCH OPEN' TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           ELSE IF BT-BATCH-NO NOT NUMERIC
             OR BT-BATCH-NO NOT = BP-BAT-NO
               MOVE 'BATCH TRAILER NUMBER DOES NOT MATCH ITS HEADER'
                 TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           ELSE IF BT-ITEM-COUNT NOT NUMERIC
             OR BT-ITEM-COUNT NOT = BP-BAT-ITEMS
               MOVE 'BATCH ITEM COUNT DOES NOT PROVE' TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           ELSE IF BT-DOLLAR-TOTAL NOT NUMERIC
             OR BT-DOLLAR-TOTAL NOT = BP-BAT-DOLLARS
               MOVE 'BATCH DOLLAR TOTAL DOES NOT PROVE' TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           ELSE
               MOVE 0 TO BP-IN-BATCH-SW
           END-IF.
           IF FILE-REFUSED
               DISPLAY 'LAB3F - BANK BATCH ' BP-BAT-NO
                 ' HAS ' BP-BAT-ITEMS ' ITEMS FOR ' BP-BAT-DOLLARS
           END-IF.
       1130-PROVE-FILE-TRAILER.
           IF BP-IN-BATCH
               MOVE 'FILE TRAILER INSIDE AN OPEN BATCH'
                 TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           ELSE IF FT-BATCH-COUNT NOT NUMERIC
             OR FT-BATCH-COUNT NOT = BP-BATCH-COUNT
               MOVE 'FILE BATCH COUNT DOES NOT PROVE' TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           ELSE IF FT-ITEM-COUNT NOT NUMERIC
             OR FT-ITEM-COUNT NOT = BP-ITEM-COUNT
               MOVE 'FILE ITEM COUNT DOES NOT PROVE' TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           ELSE IF FT-DOLLAR-TOTAL NOT NUMERIC
             OR FT-DOLLAR-TOTAL NOT = BP-DOLLAR-TOTAL
               MOVE 'FILE DOLLAR TOTAL DOES NOT PROVE' TO BP-REFUSAL
               MOVE 1 TO REFUSE-SW
           ELSE
               MOVE 1 TO BP-TRAILER-SW
           END-IF.
      **************************************************************
      * REFUSES A BANK FILE ALREADY ON THE LOAD HISTORY - SAME *
      * BANK, SAME FILE DATE, SAME FILE ID. A MISSING HISTORY *
      * MEANS NOTHING HAS BEEN LOADED YET *
      **************************************************************
       1200-CHECK-DUPLICATE.
           OPEN INPUT BNKHST-FILE.
           IF BNKHST-FILE-STATUS = '00'
               PERFORM 1210-CHECK-ONE-LOAD
                 UNTIL EOF-H = 1
               CLOSE BNKHST-FILE
           END-IF.
       1210-CHECK-ONE-LOAD.
           READ BNKHST-FILE INTO BNKHST-DATA
             AT END MOVE 1 TO EOF-H.
           IF EOF-H NOT = 1
               IF HS-BANK-ID = BF-BANK-ID
                 AND HS-FILE-DATE = BF-FILE-DATE
                 AND HS-FILE-ID = BF-FILE-ID
                   DISPLAY 'LAB3F - BANK FILE ' BF-BANK-ID ' '
                     BF-FILE-ID ' DATED ' BF-FILE-DATE
                     ' WAS ALREADY LOADED ON ' HS-LOAD-DATE
                   DISPLAY 'LAB3F - NOTHING LOADED - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE BNKHST-FILE
                   STOP RUN
               END-IF
           END-IF.
      **************************************************************
      * INPUT PROCEDURE FOR THE ACCOUNT SORT - READS THE PROVED *
      * FILE AGAIN AND RELEASES EVERY DETAIL ITEM, NUMBERED IN *
      * FILE ORDER AND TAGGED WITH ITS BATCH AND DEPOSIT DATE *
      **************************************************************
       1300-RELEASE-ITEMS.
           MOVE 0 TO EOF-B.
           OPEN INPUT BANK-FILE.
           PERFORM 2100-READ-BANK.
           PERFORM 1310-RELEASE-ONE-ITEM
             UNTIL EOF-B = 1.
           CLOSE BANK-FILE.
       1310-RELEASE-ONE-ITEM.
           IF BK-BATCH-HEADER
               ADD 1 TO IT-BATCH-ORD
               MOVE BB-BATCH-NO     TO IT-CUR-BATCH-NO
               MOVE BB-DEPOSIT-DATE TO IT-CUR-DEP-DATE
               MOVE BB-SOURCE       TO IT-CUR-SOURCE
           ELSE IF BK-DETAIL-ITEM
               ADD 1 TO IT-ITEM-SEQ
               MOVE SPACES          TO ITEM-DATA
               MOVE BD-ACCT-X       TO XS-ACCT-X
               MOVE IT-BATCH-ORD    TO XS-BATCH-ORD
               MOVE IT-ITEM-SEQ     TO XS-ITEM-SEQ
               MOVE IT-CUR-BATCH-NO TO XS-BATCH-NO
               MOVE BD-NAME         TO XS-NAME
               MOVE BD-AMOUNT       TO XS-AMOUNT
               MOVE IT-CUR-DEP-DATE TO XS-DEP-DATE
               MOVE BD-TRACE        TO XS-TRACE
               MOVE IT-CUR-SOURCE   TO XS-SOURCE
               RELEASE IS-RECORD FROM ITEM-DATA
           END-IF.
           PERFORM 2100-READ-BANK.
      **************************************************************
      * OUTPUT PROCEDURE FOR THE ACCOUNT SORT - MATCHES EACH ITEM *
      * TO THE LOAN MASTER, THEN TO THE NAME AND ADDRESS MASTER, *
      * WHILE ALL THREE ARE IN ACCOUNT ORDER, AND WRITES IT TO *
      * THE WORK FILE MARKED WITH WHERE IT WAS FOUND. AN IDENTIFIED *
      * ITEM TAKES THE NAME ON FILE. AN ITEM TOO LARGE FOR A *
      * REMITTANCE CARD GOES TO SUSPENSE AS WELL *
      **************************************************************
       1400-IDENTIFY-ITEMS.
           OPEN INPUT INPUT-FILE
             OUTPUT BKWK-FILE.
           READ INPUT-FILE INTO CONTROL-REC-DATA
             AT END MOVE 1 TO EOF-I
           END-READ.
           PERFORM 2000-READ-INPUT.
           OPEN INPUT NAMADR-FILE.
           IF NAMADR-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-A
               MOVE HIGH-VALUES TO NA-ACCT-NO
               DISPLAY 'LAB3F - WARNING - NO NAME AND ADDRESS FILE '
                 'ON FILE - ITEMS MATCHED TO THE LOAN MASTER ONLY'
           ELSE
               MOVE 1 TO NAMADR-OPEN-SW
               PERFORM 2500-READ-NAMADR
           END-IF.
           PERFORM 2200-RETURN-ITEM.
           PERFORM 1410-IDENTIFY-ONE-ITEM
             UNTIL EOF-S = 1.
           CLOSE INPUT-FILE
             BKWK-FILE.
           IF NAMADR-WAS-OPENED
               CLOSE NAMADR-FILE
           END-IF.
       1410-IDENTIFY-ONE-ITEM.
           MOVE 'U' TO XS-ID-SW.
           IF XS-ACCT-X NUMERIC
               PERFORM 2000-READ-INPUT
                 UNTIL EOF-I = 1 OR K-MST-ACCT NOT < XS-ACCT-X
               PERFORM 2500-READ-NAMADR
                 UNTIL NAMADR-AT-EOF OR NA-ACCT-NO NOT < XS-ACCT-X
               IF EOF-I NOT = 1 AND K-MST-ACCT = XS-ACCT-X
                   MOVE 'M'    TO XS-ID-SW
                   MOVE I-NAME TO XS-NAME
               ELSE IF NOT NAMADR-AT-EOF AND NA-ACCT-NO = XS-ACCT-X
                   MOVE 'N'     TO XS-ID-SW
                   MOVE NA-NAME TO XS-NAME
               END-IF
           END-IF.
           IF XS-IDENTIFIED AND XS-AMOUNT > 99999.99
               MOVE 'L' TO XS-ID-SW
           END-IF.
           WRITE BKWK-REC FROM ITEM-DATA.
           PERFORM 2200-RETURN-ITEM.
      **************************************************************
      * OUTPUT PROCEDURE FOR THE SORT BACK INTO FILE ORDER - *
      * GATHERS EACH BANK BATCH'S IDENTIFIED ITEMS INTO DEPOSIT *
      * BATCHES AND SENDS THE REST TO SUSPENSE *
      **************************************************************
       1500-BUILD-BATCHES.
           MOVE 0 TO EOF-W.
           PERFORM 2300-RETURN-BACK.
           PERFORM 1510-BUILD-ONE-ITEM
             UNTIL EOF-W = 1.
           PERFORM 1520-FLUSH-BATCH.
       1510-BUILD-ONE-ITEM.
           IF XS-BATCH-ORD NOT = DW-BATCH-ORD
               PERFORM 1520-FLUSH-BATCH
               MOVE XS-BATCH-ORD TO DW-BATCH-ORD
               MOVE XS-BATCH-NO  TO DW-BATCH-NO
               MOVE XS-SOURCE    TO DW-SOURCE
               MOVE XS-DEP-DATE  TO DW-DEP-DATE
               MOVE 0 TO DW-PART
           END-IF.
           IF XS-IDENTIFIED
               COMPUTE DW-ROOM = 9999999.99 - DW-DOLLARS
               IF DEP-COUNT NOT < 500 OR XS-AMOUNT > DW-ROOM
                   PERFORM 1520-FLUSH-BATCH
               END-IF
               ADD 1 TO DEP-COUNT
               SET DP-IDX TO DEP-COUNT
               MOVE SPACES      TO REMIT-CARD-DATA
               MOVE 'R'         TO RB-CARD-TYPE
               MOVE XS-ACCT-X   TO RB-ACCT-NO
               MOVE XS-NAME     TO RB-NAME
               MOVE XS-AMOUNT   TO RB-AMOUNT
               MOVE 'P'         TO RB-PAY-TYPE
               MOVE XS-DEP-DATE TO RB-DATE
               MOVE REMIT-CARD-DATA TO DP-CARD(DP-IDX)
               ADD XS-AMOUNT TO DW-DOLLARS
           ELSE
               PERFORM 1530-WRITE-SUSPENSE
           END-IF.
           PERFORM 2300-RETURN-BACK.
      **************************************************************
      * WRITES THE HELD DEPOSIT BATCH - ITS B HEADER CARD WITH *
      * THE COUNT AND TOTAL, THEN ITS R ITEM CARDS - AND THE *
      * BATCH'S LINE ON THE INTAKE REPORT *
      **************************************************************
       1520-FLUSH-BATCH.
           IF DEP-COUNT > 0
               ADD 1 TO DW-PART
               ADD 1 TO IT-DEP-BATCHES
               MOVE DW-BATCH-NO TO DW-DEP-BANK
               MOVE DW-PART     TO DW-DEP-PART
               MOVE SPACES      TO REMIT-CARD-DATA
               MOVE 'B'         TO RB-CARD-TYPE
               MOVE DW-DEP-BATCH TO BH-BATCH-NO
               MOVE DEP-COUNT   TO BH-ITEM-COUNT
               MOVE DW-DOLLARS  TO BH-DOLLAR-TOTAL
               WRITE LBXRMT-REC FROM REMIT-CARD-DATA
               PERFORM 1525-WRITE-ONE-CARD
                 VARYING DP-IDX FROM 1 BY 1
                 UNTIL DP-IDX > DEP-COUNT
               MOVE SPACES       TO INTAKE-DATA1
               MOVE DW-BATCH-NO  TO IN-BANK-BATCH
               MOVE DW-DEP-BATCH TO IN-DEP-BATCH
               MOVE DW-DEP-DATE  TO IN-DEP-DATE
               IF DW-SOURCE = 'A'
                   MOVE 'ACH'     TO IN-SOURCE
               ELSE
                   MOVE 'LOCKBOX' TO IN-SOURCE
               END-IF
               MOVE DEP-COUNT    TO IN-ITEMS
               MOVE DW-DOLLARS   TO IN-DOLLARS
               WRITE INTAKE-REC FROM INTAKE-DATA1
                 AFTER ADVANCING 1 LINE
               ADD DEP-COUNT  TO IT-ID-COUNT
               ADD DW-DOLLARS TO IT-ID-DOLLARS
               MOVE 0 TO DEP-COUNT
               MOVE 0 TO DW-DOLLARS
           END-IF.
       1525-WRITE-ONE-CARD.
           WRITE LBXRMT-REC FROM DP-CARD(DP-IDX).
      **************************************************************
      * SENDS ONE ITEM TO THE SUSPENSE FILE AND THE RESEARCH *
      * DESK'S REPORT, WITH THE ACCOUNT AS THE BANK SENT IT *
      **************************************************************
       1530-WRITE-SUSPENSE.
           MOVE SPACES      TO SUSP-DATA.
           MOVE BF-FILE-ID  TO SU-FILE-ID.
           MOVE XS-BATCH-NO TO SU-BATCH-NO.
           MOVE XS-ITEM-SEQ TO SU-ITEM-SEQ.
           MOVE XS-ACCT-X   TO SU-ACCT-X.
           MOVE XS-NAME     TO SU-NAME.
           MOVE XS-AMOUNT   TO SU-AMOUNT.
           MOVE XS-DEP-DATE TO SU-DEP-DATE.
           MOVE XS-TRACE    TO SU-TRACE.
           MOVE XS-ID-SW    TO SU-REASON.
           WRITE SUSP-REC FROM SUSP-DATA.
           MOVE SPACES      TO UNID-DATA1.
           MOVE XS-BATCH-NO TO UD-BATCH.
           MOVE XS-ITEM-SEQ TO UD-ITEM.
           MOVE XS-ACCT-X   TO UD-ACCT.
           MOVE XS-NAME     TO UD-NAME.
           MOVE XS-AMOUNT   TO UD-AMOUNT.
           MOVE XS-TRACE    TO UD-TRACE.
           IF XS-OVER-LIMIT
               MOVE 'OVER ITEM LIMIT' TO UD-REASON
           ELSE
               MOVE 'ACCOUNT NOT ON FILE' TO UD-REASON
           END-IF.
           WRITE UNID-REC FROM UNID-DATA1
             AFTER ADVANCING 1 LINE.
           ADD 1 TO IT-SU-COUNT.
           ADD XS-AMOUNT TO IT-SU-DOLLARS.
      **************************************************************
      * OPENS THE SUSPENSE FILE TO ADD TO IT - A MISSING FILE IS *
      * THE FIRST LOAD AND IS STARTED FRESH *
      **************************************************************
       1550-OPEN-SUSPENSE.
           OPEN EXTEND SUSP-FILE.
           IF SUSP-FILE-STATUS NOT = '00'
               OPEN OUTPUT SUSP-FILE
           END-IF.
       1600-PRINT-HEADS.
           MOVE BF-BANK-ID   TO IH-BANK-ID.
           MOVE BF-FILE-ID   TO IH-FILE-ID.
           MOVE BF-FILE-DATE TO IH-FILE-DATE.
           WRITE INTAKE-REC FROM INTAKE-HEADING1
             AFTER ADVANCING PAGE.
           WRITE INTAKE-REC FROM INTAKE-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO INTAKE-REC.
           WRITE INTAKE-REC
             AFTER ADVANCING 1 LINE.
           MOVE BF-FILE-ID   TO UH-FILE-ID.
           MOVE BF-FILE-DATE TO UH-FILE-DATE.
           WRITE UNID-REC FROM UNID-HEADING1
             AFTER ADVANCING PAGE.
           WRITE UNID-REC FROM UNID-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO UNID-REC.
           WRITE UNID-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE RUN TOTALS - THE BANK'S TRAILER FIGURES, WHAT *
      * WENT TO LAB3I, WHAT WENT TO SUSPENSE, AND THE PROOF THAT *
      * THE TWO TOGETHER ACCOUNT FOR THE WHOLE FILE *
      **************************************************************
       1700-PRINT-TOTALS.
           MOVE SPACES TO INTAKE-TOTAL-LINE.
           MOVE 'BANK FILE TRAILER' TO IL-LABEL.
           MOVE BP-ITEM-COUNT   TO IL-COUNT.
           MOVE BP-DOLLAR-TOTAL TO IL-DOLLARS.
           WRITE INTAKE-REC FROM INTAKE-TOTAL-LINE
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO INTAKE-TOTAL-LINE.
           MOVE 'DEPOSIT BATCHES FOR LAB3I' TO IL-LABEL.
           MOVE IT-ID-COUNT   TO IL-COUNT.
           MOVE IT-ID-DOLLARS TO IL-DOLLARS.
           WRITE INTAKE-REC FROM INTAKE-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO INTAKE-TOTAL-LINE.
           MOVE 'UNIDENTIFIED CASH TO SUSPENSE' TO IL-LABEL.
           MOVE IT-SU-COUNT   TO IL-COUNT.
           MOVE IT-SU-DOLLARS TO IL-DOLLARS.
           WRITE INTAKE-REC FROM INTAKE-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           ADD IT-ID-COUNT IT-SU-COUNT GIVING IT-OUT-COUNT.
           ADD IT-ID-DOLLARS IT-SU-DOLLARS GIVING IT-OUT-DOLLARS.
           MOVE SPACES TO INTAKE-TOTAL-LINE.
           MOVE 'LAB3I PLUS SUSPENSE VS BANK FILE' TO IL-LABEL.
           MOVE IT-OUT-COUNT   TO IL-COUNT.
           MOVE IT-OUT-DOLLARS TO IL-DOLLARS.
           IF IT-OUT-COUNT = BP-ITEM-COUNT
             AND IT-OUT-DOLLARS = BP-DOLLAR-TOTAL
               MOVE 'IN BALANCE'     TO IL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO IL-VERDICT
               DISPLAY 'LAB3F - WARNING - ITEMS WRITTEN DO NOT '
                 'AGREE WITH THE BANK FILE - SEE THE INTAKE REPORT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE INTAKE-REC FROM INTAKE-TOTAL-LINE
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO UNID-DATA1.
           MOVE 'TOTAL UNIDENTIFIED' TO UD-NAME.
           MOVE IT-SU-DOLLARS TO UD-AMOUNT.
           WRITE UNID-REC FROM UNID-DATA1
             AFTER ADVANCING 2 LINES.
      **************************************************************
      * ADDS THIS FILE TO THE LOAD HISTORY SO IT CAN NEVER BE *
      * LOADED AGAIN. A MISSING HISTORY IS STARTED FRESH *
      **************************************************************
       1800-RECORD-LOAD.
           OPEN EXTEND BNKHST-FILE.
           IF BNKHST-FILE-STATUS NOT = '00'
               OPEN OUTPUT BNKHST-FILE
           END-IF.
           MOVE SPACES          TO BNKHST-DATA.
           MOVE BF-BANK-ID      TO HS-BANK-ID.
           MOVE BF-FILE-DATE    TO HS-FILE-DATE.
           MOVE BF-FILE-ID      TO HS-FILE-ID.
           MOVE IT-LOAD-DATE    TO HS-LOAD-DATE.
           MOVE BP-ITEM-COUNT   TO HS-ITEM-COUNT.
           MOVE BP-DOLLAR-TOTAL TO HS-DOLLAR-TOTAL.
           WRITE BNKHST-REC FROM BNKHST-DATA.
           CLOSE BNKHST-FILE.
      **************************************************************
      * READS ONE LOAN MASTER RECORD AND BUILDS ITS MATCH KEY - *
      * HIGH-VALUES AT EOF. AN EXHAUSTED MASTER IS NEVER READ *
      * AGAIN *
      **************************************************************
       2000-READ-INPUT.
           IF EOF-I NOT = 1
               READ INPUT-FILE INTO INPUT-DATA
                 AT END MOVE 1 TO EOF-I
               END-READ
           END-IF.
           IF EOF-I NOT = 1
               MOVE I-ACCT-NO TO K-MST-ACCT
           ELSE
               MOVE HIGH-VALUES TO K-MST-ACCT
           END-IF.
       2100-READ-BANK.
           READ BANK-FILE INTO BANK-DATA
             AT END MOVE 1 TO EOF-B.
       2200-RETURN-ITEM.
           RETURN ITEM-SORT-FILE INTO ITEM-DATA
             AT END MOVE 1 TO EOF-S.
       2300-RETURN-BACK.
           RETURN BACK-SORT-FILE INTO ITEM-DATA
             AT END MOVE 1 TO EOF-W.
      **************************************************************
      * READS ONE NAME AND ADDRESS RECORD - HIGH-VALUES AT EOF *
      **************************************************************
       2500-READ-NAMADR.
           IF NOT NAMADR-AT-EOF
               READ NAMADR-FILE INTO ADDR-DATA
                 AT END
                   MOVE 1 TO EOF-A
                   MOVE HIGH-VALUES TO NA-ACCT-NO
               END-READ
           END-IF.
