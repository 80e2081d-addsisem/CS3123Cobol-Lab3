      * CHANGED, THE SAME WAY LAB3M MAINTAINS THE LOAN MASTER. *
      * THE STATEMENT RUN (LAB3S) AND THE INQUIRY RUN (LAB3Q) *
      * READ THIS FILE FOR THE MAILING ADDRESS BLOCK. *
      * A SECOND CYCLE MAINTAINS THE COSIGNER MASTER (DA-S-COSIGN) *
      * THE SAME WAY - ONE RECORD PER COSIGNER, KEYED BY ACCOUNT, *
      * LOAN SEQUENCE, AND COSIGNER NUMBER - AND ALSO TAKES THE *
      * RELEASE ACTION, WHICH FREES A COSIGNER ONCE THE LOAN HAS *
      * THE REQUIRED RUN OF ON-TIME PAYMENTS ON THE STREAK FILE *
      * THE MONTHLY BILLING RUN (LAB3A) KEEPS. THE STATEMENT RUN, *
      * THE LETTER RUN (LAB3K), AND THE INQUIRY RUN READ IT. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NASRT-FILE ASSIGN TO 'DA-S-NASRT'.
           SELECT AUDIT-FILE ASSIGN TO 'UR-S-NAAUD'.
           SELECT NA-SORT-FILE ASSIGN TO 'SORTWK1'.
           SELECT COSIGN-FILE ASSIGN TO 'DA-S-COSIGN'
             FILE STATUS IS COSIGN-FILE-STATUS.
           SELECT COSMNT-FILE ASSIGN TO 'DA-S-COSMNT'
             FILE STATUS IS COSMNT-FILE-STATUS.
           SELECT ONTIME-FILE ASSIGN TO 'DA-S-ONTIME'
             FILE STATUS IS ONTIME-FILE-STATUS.
           SELECT NEWCOS-FILE ASSIGN TO 'DA-S-NEWCOS'.
           SELECT COSWK-FILE ASSIGN TO 'DA-S-COSWK'.
           SELECT COSSRT-FILE ASSIGN TO 'DA-S-COSSRT'.
           SELECT CN-SORT-FILE ASSIGN TO 'SORTWK1'.

       DATA DIVISION.

       01 NA-SD-RECORD.
         03 NA-SD-KEY       PIC X(7).
         03 FILLER          PIC X(73).
      **************************************************************
      * THE OLD COSIGNER MASTER - ONE 100-BYTE RECORD PER *
      * COSIGNER IN ASCENDING ACCOUNT, LOAN SEQUENCE, AND COSIGNER *
      * NUMBER ORDER. A MISSING FILE MEANS A FIRST LOAD *
      **************************************************************
       FD COSIGN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 COSIGN-REC    PIC X(100).
      **************************************************************
      * COSIGNER MAINTENANCE CARDS - ADD, CHANGE, DELETE, OR *
      * RELEASE. OPTIONAL - WITH NO CARDS THE MASTER IS CARRIED *
      * ACROSS TO THE NEW FILE UNCHANGED *
      **************************************************************
       FD COSMNT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 COSMNT-REC    PIC X(80).
      **************************************************************
      * ON-TIME PAYMENT STREAKS BY LOAN, KEPT BY LAB3A - ONLY READ *
      * WHEN THERE IS A RELEASE CARD TO CHECK. OPTIONAL - WITH NO *
      * FILE EVERY RELEASE IS REJECTED *
      **************************************************************
       FD ONTIME-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ONTIME-REC    PIC X(30).
       FD NEWCOS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEWCOS-REC    PIC X(100).
      **************************************************************
      * WORK FILE AND SORTED COPY FOR THE NEW COSIGNER MASTER, *
      * BUILT ON DISK THE SAME WAY AS THE ADDRESS MASTER *
      **************************************************************
       FD COSWK-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 COSWK-REC     PIC X(100).
       FD COSSRT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 COSSRT-REC    PIC X(100).
       SD CN-SORT-FILE.
       01 CN-SD-RECORD.
         03 CN-SD-KEY       PIC X(10).
         03 FILLER          PIC X(90).
       WORKING-STORAGE SECTION.
       01 NAMADR-FILE-STATUS PIC X(2).
       01 COSIGN-FILE-STATUS PIC X(2).
       01 COSMNT-FILE-STATUS PIC X(2).
       01 ONTIME-FILE-STATUS PIC X(2).
      **************************************************************
      * LAYOUT FOR ONE NAME-AND-ADDRESS RECORD - THE ACCOUNT *
      * NUMBER IS THE UNIQUE KEY, ONE RECORD PER STUDENT *
         03 MR-BAD-CARDS      PIC 9(5)  VALUE 0.
         03 MR-DUP-ADDS       PIC 9(5)  VALUE 0.
         03 MR-NOKEY-CARDS    PIC 9(5)  VALUE 0.
      **************************************************************
      * LAYOUT FOR ONE COSIGNER RECORD - ACCOUNT, LOAN SEQUENCE, *
      * AND COSIGNER NUMBER TOGETHER ARE THE UNIQUE KEY. A *
      * RELEASED COSIGNER STAYS ON FILE FOR THE HISTORY BUT GETS *
      * NO STATEMENTS OR NOTICES. RELEASE-PMTS IS THE RUN OF *
      * ON-TIME PAYMENTS THE LOAN MUST SHOW BEFORE A RELEASE *
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
      * LAYOUT FOR ONE COSIGNER MAINTENANCE CARD. A BLANK RELEASE *
      * RUN ON AN ADD TAKES THE STANDARD 24 PAYMENTS *
      **************************************************************
       01 COSMNT-CARD-DATA.
         03 CC-ACTION       PIC X(1).
         03 CC-KEY.
           05 CC-ACCT-NO      PIC X(7).
           05 CC-LOAN-SEQ     PIC X(2).
           05 CC-COSIGNER-NO  PIC X(1).
         03 CC-NAME         PIC X(20).
         03 CC-STREET       PIC X(20).
         03 CC-CITY         PIC X(15).
         03 CC-STATE        PIC X(2).
         03 CC-ZIP          PIC X(9).
         03 CC-RELEASE-PMTS PIC 9(2).
         03 FILLER          PIC X(1).
       01 COS-DEFAULT-PMTS  PIC 9(2)  VALUE 24.
      **************************************************************
      * LAYOUT FOR ONE ON-TIME STREAK RECORD, SAME AS LAB3A *
      **************************************************************
       01 ONTIME-DATA.
         03 OT-KEY.
           05 OT-ACCT-NO      PIC 9(7).
           05 OT-LOAN-SEQ     PIC X(2).
         03 OT-STREAK       PIC 9(3).
         03 OT-MONTH        PIC 9(6).
         03 OT-BASE         PIC 9(3).
         03 OT-LAST-LATE    PIC 9(8).
         03 FILLER          PIC X(1).
      **************************************************************
      * TABLE OF COSIGNER TRANSACTIONS, LOADED UP FRONT THE SAME *
      * AS THE ADDRESS CARDS. A RELEASE CARD ALSO CARRIES THE *
      * LOAN'S ON-TIME STREAK, FILLED IN FROM THE STREAK FILE *
      **************************************************************
       01 COS-MAINT-COUNT  PIC 9(4)  VALUE 0.
       01 COS-MAINT-TABLE.
         03 CT-ENTRY OCCURS 200 TIMES INDEXED BY CT-IDX CT-IDX2.
           05 CT-ACTION       PIC X(1).
             88 CT-IS-ADD        VALUE 'A'.
             88 CT-IS-CHANGE     VALUE 'C'.
             88 CT-IS-DELETE     VALUE 'D'.
             88 CT-IS-RELEASE    VALUE 'R'.
           05 CT-KEY.
             07 CT-ACCT-NO      PIC X(7).
             07 CT-LOAN-SEQ     PIC X(2).
             07 CT-COSIGNER-NO  PIC X(1).
           05 CT-NAME         PIC X(20).
           05 CT-STREET       PIC X(20).
           05 CT-CITY         PIC X(15).
           05 CT-STATE        PIC X(2).
           05 CT-ZIP          PIC X(9).
           05 CT-RELEASE-PMTS PIC 9(2).
           05 CT-STREAK       PIC 9(3).
           05 CT-STREAK-SW    PIC 9.
             88 CT-STREAK-FOUND  VALUE 1.
           05 CT-USED-SW      PIC 9.
             88 CT-WAS-USED      VALUE 1.
           05 CT-DUP-SW       PIC 9.
             88 CT-IS-DUP        VALUE 1.
       01 COS-RELEASE-COUNT PIC 9(4)  VALUE 0.
       01 COS-RUN-DATE      PIC 9(8)  VALUE 0.
       01 COS-RECORD-COUNT  PIC 9(5)  VALUE 0.
      **************************************************************
      * THE COSIGNER AUDIT LINES - THE KEY RUNS ACCOUNT, LOAN *
      * SEQUENCE, AND COSIGNER NUMBER, AND A REJECTED RELEASE *
      * SHOWS THE STREAK AGAINST THE RUN REQUIRED *
      **************************************************************
       01 COS-AUDIT-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(50)
              VALUE 'COSIGNER MAINTENANCE - AUDIT OF CHANGES'.
       01 COS-AUDIT-ACTION-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 CA-ACTION   PIC X(10).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 CA-ACCT     PIC X(7).
         03 FILLER      PIC X(1)        VALUE '-'.
         03 CA-SEQ      PIC X(2).
         03 FILLER      PIC X(1)        VALUE '-'.
         03 CA-COS-NO   PIC X(1).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 CA-KEY      PIC X(20).
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 CA-NOTE     PIC X(40).
       01 COS-STREAK-NOTE.
         03 CS-NOTE-TEXT PIC X(14).
         03 CS-NOTE-STREAK PIC ZZ9.
         03 FILLER      PIC X(4)        VALUE ' OF '.
         03 CS-NOTE-PMTS PIC Z9.
         03 FILLER      PIC X(8)        VALUE ' ON-TIME'.
       01 COS-RUN-TOTALS.
         03 CS-MASTERS-READ   PIC 9(5)  VALUE 0.
         03 CS-ADDS-APPLIED   PIC 9(5)  VALUE 0.
         03 CS-CHGS-APPLIED   PIC 9(5)  VALUE 0.
         03 CS-DELS-APPLIED   PIC 9(5)  VALUE 0.
         03 CS-RELS-APPLIED   PIC 9(5)  VALUE 0.
         03 CS-RELS-REJECTED  PIC 9(5)  VALUE 0.
         03 CS-UNMATCHED      PIC 9(5)  VALUE 0.
         03 CS-BAD-CARDS      PIC 9(5)  VALUE 0.
         03 CS-DUP-ADDS       PIC 9(5)  VALUE 0.
         03 CS-NOKEY-CARDS    PIC 9(5)  VALUE 0.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
         03 EOF-I      PIC 9   VALUE 0.
         03 EOF-M      PIC 9   VALUE 0.
         03 EOF-N      PIC 9   VALUE 0.
         03 EOF-C      PIC 9   VALUE 0.
         03 EOF-K      PIC 9   VALUE 0.
         03 EOF-O      PIC 9   VALUE 0.
         03 EOF-S      PIC 9   VALUE 0.
      **************************************************************
      *       SET WHEN THE CURRENT MASTER RECORD MATCHED A DELETE *
      *       CARD AND MUST NOT BE WRITTEN TO THE NEW MASTER *
           PERFORM 1670-SORT-NEW-MASTER.
           PERFORM 1680-WRITE-NEW-MASTER.
           PERFORM 1690-PRINT-AUDIT-TOTALS.
           ACCEPT COS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1700-LOAD-COS-CARDS.
           IF COS-RELEASE-COUNT > 0
               PERFORM 1730-LOAD-STREAKS
           END-IF.
           OPEN OUTPUT COSWK-FILE.
           PERFORM 1740-PRINT-COS-HEAD.
           OPEN INPUT COSIGN-FILE.
           IF COSIGN-FILE-STATUS = '00'
               PERFORM 2100-READ-COSIGNER
               PERFORM 1750-APPLY-COS-MAINT
                 UNTIL EOF-C = 1
               CLOSE COSIGN-FILE
           ELSE
               DISPLAY 'LAB3N - NO COSIGNER MASTER ON FILE - '
                 'TREATED AS A FIRST LOAD, ADDS ONLY'
           END-IF.
           PERFORM 1800-APPLY-COS-ADDS.
           PERFORM 1850-REPORT-COS-UNMATCHED.
           PERFORM 1870-SORT-NEW-COSIGNERS.
           PERFORM 1880-WRITE-NEW-COSIGNERS.
           PERFORM 1890-PRINT-COS-TOTALS.
           CLOSE AUDIT-FILE.
           STOP RUN.
      **************************************************************
           DISPLAY 'LAB3N - NEW ADDRESS MASTER RECORDS = '
             NEW-RECORD-COUNT.
      **************************************************************
      * LOADS EVERY COSIGNER MAINTENANCE CARD INTO ITS TABLE. A *
      * CARD WITH AN ACTION CODE OTHER THAN A, C, D, OR R, OR *
      * WITH NO ACCOUNT, LOAN SEQUENCE, OR COSIGNER NUMBER, IS *
      * COUNTED AND LOGGED RATHER THAN APPLIED. NO CARD FILE *
      * JUST CARRIES THE MASTER ACROSS *
      **************************************************************
       1700-LOAD-COS-CARDS.
           OPEN INPUT COSMNT-FILE.
           IF COSMNT-FILE-STATUS = '00'
               PERFORM 1710-LOAD-ONE-COS-CARD
                 UNTIL EOF-K = 1
               CLOSE COSMNT-FILE
           END-IF.
       1710-LOAD-ONE-COS-CARD.
           READ COSMNT-FILE INTO COSMNT-CARD-DATA
             AT END MOVE 1 TO EOF-K.
           IF EOF-K NOT = 1
               IF CC-ACTION = 'A' OR CC-ACTION = 'C'
                 OR CC-ACTION = 'D' OR CC-ACTION = 'R'
                   IF CC-ACCT-NO = SPACES OR CC-LOAN-SEQ = SPACES
                     OR CC-COSIGNER-NO = SPACE
                       ADD 1 TO CS-NOKEY-CARDS
                       DISPLAY 'LAB3N - WARNING - COSIGNER CARD FOR '
                         CC-NAME ' HAS AN INCOMPLETE KEY - '
                         'CARD IGNORED'
                   ELSE
                       PERFORM 1720-HOLD-ONE-COS-CARD
                   END-IF
               ELSE
                   ADD 1 TO CS-BAD-CARDS
                   DISPLAY 'LAB3N - WARNING - COSIGNER CARD FOR '
                     CC-KEY ' HAS ACTION CODE ' CC-ACTION
                     ' - CARD IGNORED'
               END-IF
           END-IF.
      **************************************************************
      * MOVES ONE VALIDATED COSIGNER CARD INTO THE TABLE *
      **************************************************************
       1720-HOLD-ONE-COS-CARD.
           IF COS-MAINT-COUNT < 200
               ADD 1 TO COS-MAINT-COUNT
               SET CT-IDX TO COS-MAINT-COUNT
               MOVE CC-ACTION    TO CT-ACTION(CT-IDX)
               MOVE CC-KEY       TO CT-KEY(CT-IDX)
               MOVE CC-NAME      TO CT-NAME(CT-IDX)
               MOVE CC-STREET    TO CT-STREET(CT-IDX)
               MOVE CC-CITY      TO CT-CITY(CT-IDX)
               MOVE CC-STATE     TO CT-STATE(CT-IDX)
               MOVE CC-ZIP       TO CT-ZIP(CT-IDX)
               IF CC-RELEASE-PMTS NUMERIC
                   MOVE CC-RELEASE-PMTS TO CT-RELEASE-PMTS(CT-IDX)
               ELSE
                   MOVE 0            TO CT-RELEASE-PMTS(CT-IDX)
               END-IF
               MOVE 0            TO CT-STREAK(CT-IDX)
               MOVE 0            TO CT-STREAK-SW(CT-IDX)
               MOVE 0            TO CT-USED-SW(CT-IDX)
               MOVE 0            TO CT-DUP-SW(CT-IDX)
               IF CT-IS-RELEASE(CT-IDX)
                   ADD 1 TO COS-RELEASE-COUNT
               END-IF
           ELSE
               DISPLAY 'LAB3N - COSIGNER MAINTENANCE TABLE FULL AT '
                 '200 CARDS - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               CLOSE COSMNT-FILE
                 AUDIT-FILE
               STOP RUN
           END-IF.
      **************************************************************
      * ONE PASS OVER THE ON-TIME STREAK FILE LAB3A KEEPS, POSTING *
      * EACH LOAN'S CURRENT STREAK TO ANY RELEASE CARD FOR IT. A *
      * RELEASE CARD WHOSE LOAN IS NOT ON THE FILE IS REJECTED *
      **************************************************************
       1730-LOAD-STREAKS.
           OPEN INPUT ONTIME-FILE.
           IF ONTIME-FILE-STATUS = '00'
               PERFORM 1735-MATCH-ONE-STREAK
                 UNTIL EOF-O = 1
               CLOSE ONTIME-FILE
           ELSE
               DISPLAY 'LAB3N - WARNING - NO ON-TIME STREAK FILE ON '
                 'FILE - EVERY RELEASE CARD WILL BE REJECTED'
           END-IF.
       1735-MATCH-ONE-STREAK.
           READ ONTIME-FILE INTO ONTIME-DATA
             AT END MOVE 1 TO EOF-O.
           IF EOF-O NOT = 1
               PERFORM 1737-POST-ONE-STREAK
                 VARYING CT-IDX FROM 1 BY 1
                 UNTIL CT-IDX > COS-MAINT-COUNT
           END-IF.
       1737-POST-ONE-STREAK.
           IF CT-IS-RELEASE(CT-IDX)
             AND CT-KEY(CT-IDX)(1:9) = OT-KEY
               MOVE OT-STREAK TO CT-STREAK(CT-IDX)
               MOVE 1         TO CT-STREAK-SW(CT-IDX)
           END-IF.
       1740-PRINT-COS-HEAD.
           WRITE AUDIT-REC FROM COS-AUDIT-HEADING1
             AFTER ADVANCING PAGE.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PROCESSES ONE OLD COSIGNER RECORD - APPLIES ANY CHANGE, *
      * DELETE, OR RELEASE CARD CARRYING THE SAME KEY AND WRITES *
      * THE SURVIVING RECORD TO THE WORK FILE *
      **************************************************************
       1750-APPLY-COS-MAINT.
           ADD 1 TO CS-MASTERS-READ.
           MOVE 0 TO DROP-RECORD-SW.
           PERFORM 1760-MATCH-COS-TRANSACTION
             VARYING CT-IDX FROM 1 BY 1
             UNTIL CT-IDX > COS-MAINT-COUNT.
           IF NOT DROP-THIS-RECORD
               PERFORM 1755-FLAG-DUP-COS-ADDS
                 VARYING CT-IDX FROM 1 BY 1
                 UNTIL CT-IDX > COS-MAINT-COUNT
               PERFORM 1790-HOLD-NEW-COSIGNER
           END-IF.
           PERFORM 2100-READ-COSIGNER.
      **************************************************************
      * FLAGS ANY ADD CARD WHOSE KEY MATCHES A SURVIVING COSIGNER *
      * RECORD, THE SAME WAY 1515 DOES FOR ADDRESSES *
      **************************************************************
       1755-FLAG-DUP-COS-ADDS.
           IF CT-IS-ADD(CT-IDX)
             AND CT-KEY(CT-IDX) = CN-KEY
               MOVE 1 TO CT-DUP-SW(CT-IDX)
           END-IF.
      **************************************************************
      * TESTS ONE COSIGNER TRANSACTION AGAINST THE CURRENT RECORD *
      * AND APPLIES IT ON A KEY MATCH *
      **************************************************************
       1760-MATCH-COS-TRANSACTION.
           IF CT-KEY(CT-IDX) = CN-KEY
             AND NOT CT-WAS-USED(CT-IDX)
               IF CT-IS-CHANGE(CT-IDX)
                   MOVE 1 TO CT-USED-SW(CT-IDX)
                   PERFORM 1765-AUDIT-COS-CHANGE
               ELSE IF CT-IS-RELEASE(CT-IDX)
                   MOVE 1 TO CT-USED-SW(CT-IDX)
                   PERFORM 1770-AUDIT-COS-RELEASE
               ELSE IF CT-IS-DELETE(CT-IDX)
                   MOVE 1 TO CT-USED-SW(CT-IDX)
                   MOVE 1 TO DROP-RECORD-SW
                   PERFORM 1780-AUDIT-COS-DELETE
               END-IF
           END-IF.
      **************************************************************
      * WRITES THE COSIGNER ACTION LINE FOR THE CURRENT RECORD - *
      * THE CALLER HAS ALREADY SET THE ACTION AND THE NOTE *
      **************************************************************
       1762-WRITE-COS-ACTION.
           MOVE CN-ACCT-NO     TO CA-ACCT.
           MOVE CN-LOAN-SEQ    TO CA-SEQ.
           MOVE CN-COSIGNER-NO TO CA-COS-NO.
           MOVE CN-NAME        TO CA-KEY.
           WRITE AUDIT-REC FROM COS-AUDIT-ACTION-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * APPLIES ONE COSIGNER CHANGE CARD FIELD BY FIELD - A BLANK *
      * FIELD KEEPS ITS VALUE, AND EVERY REPLACED FIELD IS LISTED *
      * WITH ITS BEFORE AND AFTER VALUES. THE STATUS IS NOT ON *
      * THE CARD - ONLY A RELEASE CAN CHANGE IT *
      **************************************************************
       1765-AUDIT-COS-CHANGE.
           ADD 1 TO CS-CHGS-APPLIED.
           MOVE SPACES     TO COS-AUDIT-ACTION-LINE.
           MOVE 'CHANGE'   TO CA-ACTION.
           PERFORM 1762-WRITE-COS-ACTION.
           IF CT-NAME(CT-IDX) NOT = SPACES
             AND CT-NAME(CT-IDX) NOT = CN-NAME
               MOVE 'NAME'              TO AF-FIELD
               MOVE CN-NAME             TO AF-BEFORE
               MOVE CT-NAME(CT-IDX)     TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE CT-NAME(CT-IDX)     TO CN-NAME
           END-IF.
           IF CT-STREET(CT-IDX) NOT = SPACES
             AND CT-STREET(CT-IDX) NOT = CN-STREET
               MOVE 'STREET'            TO AF-FIELD
               MOVE CN-STREET           TO AF-BEFORE
               MOVE CT-STREET(CT-IDX)   TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE CT-STREET(CT-IDX)   TO CN-STREET
           END-IF.
           IF CT-CITY(CT-IDX) NOT = SPACES
             AND CT-CITY(CT-IDX) NOT = CN-CITY
               MOVE 'CITY'              TO AF-FIELD
               MOVE CN-CITY             TO AF-BEFORE
               MOVE CT-CITY(CT-IDX)     TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE CT-CITY(CT-IDX)     TO CN-CITY
           END-IF.
           IF CT-STATE(CT-IDX) NOT = SPACES
             AND CT-STATE(CT-IDX) NOT = CN-STATE
               MOVE 'STATE'             TO AF-FIELD
               MOVE CN-STATE            TO AF-BEFORE
               MOVE CT-STATE(CT-IDX)    TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE CT-STATE(CT-IDX)    TO CN-STATE
           END-IF.
           IF CT-ZIP(CT-IDX) NOT = SPACES
             AND CT-ZIP(CT-IDX) NOT = CN-ZIP
               MOVE 'ZIP'               TO AF-FIELD
               MOVE CN-ZIP              TO AF-BEFORE
               MOVE CT-ZIP(CT-IDX)      TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE CT-ZIP(CT-IDX)      TO CN-ZIP
           END-IF.
           IF CT-RELEASE-PMTS(CT-IDX) > 0
             AND CT-RELEASE-PMTS(CT-IDX) NOT = CN-RELEASE-PMTS
               MOVE 'REL PMTS'          TO AF-FIELD
               MOVE CN-RELEASE-PMTS     TO AF-BEFORE
               MOVE CT-RELEASE-PMTS(CT-IDX) TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE CT-RELEASE-PMTS(CT-IDX) TO CN-RELEASE-PMTS
           END-IF.
      **************************************************************
      * RELEASES AN ACTIVE COSIGNER WHOSE LOAN SHOWS AT LEAST THE *
      * REQUIRED RUN OF ON-TIME PAYMENTS - THE STATUS AND RELEASE *
      * DATE ARE AUDITED BEFORE AND AFTER LIKE ANY OTHER CHANGE. *
      * ANYTHING ELSE IS LISTED AS REJECTED WITH THE REASON AND *
      * THE RECORD IS LEFT AS IT WAS *
      **************************************************************
       1770-AUDIT-COS-RELEASE.
           MOVE SPACES     TO COS-AUDIT-ACTION-LINE.
           IF CN-RELEASED
               ADD 1 TO CS-RELS-REJECTED
               MOVE 'REJECTED' TO CA-ACTION
               MOVE 'ALREADY RELEASED - CARD NOT APPLIED'
                 TO CA-NOTE
               PERFORM 1762-WRITE-COS-ACTION
           ELSE IF NOT CT-STREAK-FOUND(CT-IDX)
               ADD 1 TO CS-RELS-REJECTED
               MOVE 'REJECTED' TO CA-ACTION
               MOVE 'NO ON-TIME RECORD - CARD NOT APPLIED'
                 TO CA-NOTE
               PERFORM 1762-WRITE-COS-ACTION
           ELSE IF CT-STREAK(CT-IDX) < CN-RELEASE-PMTS
               ADD 1 TO CS-RELS-REJECTED
               MOVE 'REJECTED' TO CA-ACTION
               MOVE 'NOT ELIGIBLE -'  TO CS-NOTE-TEXT
               MOVE CT-STREAK(CT-IDX) TO CS-NOTE-STREAK
               MOVE CN-RELEASE-PMTS   TO CS-NOTE-PMTS
               MOVE COS-STREAK-NOTE   TO CA-NOTE
               PERFORM 1762-WRITE-COS-ACTION
           ELSE
               ADD 1 TO CS-RELS-APPLIED
               MOVE 'RELEASE'  TO CA-ACTION
               MOVE 'ELIGIBLE -'      TO CS-NOTE-TEXT
               MOVE CT-STREAK(CT-IDX) TO CS-NOTE-STREAK
               MOVE CN-RELEASE-PMTS   TO CS-NOTE-PMTS
               MOVE COS-STREAK-NOTE   TO CA-NOTE
               PERFORM 1762-WRITE-COS-ACTION
               MOVE 'STATUS'            TO AF-FIELD
               MOVE CN-STATUS           TO AF-BEFORE
               MOVE 'R'                 TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE 'RELEASED'          TO AF-FIELD
               MOVE CN-RELEASE-DATE     TO AF-BEFORE
               MOVE COS-RUN-DATE        TO AF-AFTER
               PERFORM 1530-WRITE-AUDIT-FIELD
               MOVE 'R'                 TO CN-STATUS
               MOVE COS-RUN-DATE        TO CN-RELEASE-DATE
           END-IF.
      **************************************************************
      * LISTS A DELETED COSIGNER WITH ITS FULL BEFORE IMAGE *
      **************************************************************
       1780-AUDIT-COS-DELETE.
           ADD 1 TO CS-DELS-APPLIED.
           MOVE SPACES     TO COS-AUDIT-ACTION-LINE.
           MOVE 'DELETE'   TO CA-ACTION.
           MOVE 'RECORD REMOVED - BEFORE IMAGE BELOW'
             TO CA-NOTE.
           PERFORM 1762-WRITE-COS-ACTION.
           MOVE SPACES    TO AUDIT-REC.
           MOVE COSIGNER-DATA(1:95) TO AUDIT-REC(6:95).
           WRITE AUDIT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES THE CURRENT COSIGNER RECORD TO THE WORK FILE *
      **************************************************************
       1790-HOLD-NEW-COSIGNER.
           WRITE COSWK-REC FROM COSIGNER-DATA.
           ADD 1 TO COS-RECORD-COUNT.
      **************************************************************
      * PUTS EVERY COSIGNER ADD CARD ON THE NEW FILE AS AN ACTIVE *
      * COSIGNER DATED TODAY. AN ADD WHOSE KEY IS ALREADY ON FILE *
      * IS REPORTED AND NOT APPLIED *
      **************************************************************
       1800-APPLY-COS-ADDS.
           PERFORM 1810-APPLY-ONE-COS-ADD
             VARYING CT-IDX FROM 1 BY 1
             UNTIL CT-IDX > COS-MAINT-COUNT.
       1810-APPLY-ONE-COS-ADD.
           IF CT-IS-ADD(CT-IDX)
               MOVE 1 TO CT-USED-SW(CT-IDX)
               PERFORM 1820-CHECK-DUP-COS-ADD
               IF ADD-IS-DUPLICATE
                   ADD 1 TO CS-DUP-ADDS
                   MOVE SPACES             TO COS-AUDIT-ACTION-LINE
                   MOVE 'DUPLICATE'        TO CA-ACTION
                   MOVE CT-ACCT-NO(CT-IDX) TO CA-ACCT
                   MOVE CT-LOAN-SEQ(CT-IDX) TO CA-SEQ
                   MOVE CT-COSIGNER-NO(CT-IDX) TO CA-COS-NO
                   MOVE CT-NAME(CT-IDX)    TO CA-KEY
                   MOVE 'COSIGNER ALREADY ON FILE - ADD SKIPPED'
                     TO CA-NOTE
                   WRITE AUDIT-REC FROM COS-AUDIT-ACTION-LINE
                     AFTER ADVANCING 1 LINE
               ELSE
                   PERFORM 1830-BUILD-ONE-COS-ADD
               END-IF
           END-IF.
       1820-CHECK-DUP-COS-ADD.
           MOVE 0 TO DUP-ADD-SW.
           IF CT-IS-DUP(CT-IDX)
               MOVE 1 TO DUP-ADD-SW
           ELSE
               PERFORM 1825-SCAN-ONE-PRIOR-COS-ADD
                 VARYING CT-IDX2 FROM 1 BY 1
                 UNTIL CT-IDX2 NOT < CT-IDX
           END-IF.
       1825-SCAN-ONE-PRIOR-COS-ADD.
           IF CT-IS-ADD(CT-IDX2)
             AND NOT CT-IS-DUP(CT-IDX2)
             AND CT-KEY(CT-IDX2) = CT-KEY(CT-IDX)
               MOVE 1 TO DUP-ADD-SW
           END-IF.
      **************************************************************
      * BUILDS ONE ADDED COSIGNER, LISTS IT ON THE AUDIT REPORT, *
      * AND HOLDS IT FOR THE NEW FILE *
      **************************************************************
       1830-BUILD-ONE-COS-ADD.
           ADD 1 TO CS-ADDS-APPLIED.
           MOVE SPACES             TO COSIGNER-DATA.
           MOVE CT-KEY(CT-IDX)     TO CN-KEY.
           MOVE CT-NAME(CT-IDX)    TO CN-NAME.
           MOVE CT-STREET(CT-IDX)  TO CN-STREET.
           MOVE CT-CITY(CT-IDX)    TO CN-CITY.
           MOVE CT-STATE(CT-IDX)   TO CN-STATE.
           MOVE CT-ZIP(CT-IDX)     TO CN-ZIP.
           MOVE 'A'                TO CN-STATUS.
           MOVE COS-RUN-DATE       TO CN-ADD-DATE.
           MOVE 0                  TO CN-RELEASE-DATE.
           IF CT-RELEASE-PMTS(CT-IDX) > 0
               MOVE CT-RELEASE-PMTS(CT-IDX) TO CN-RELEASE-PMTS
           ELSE
               MOVE COS-DEFAULT-PMTS        TO CN-RELEASE-PMTS
           END-IF.
           MOVE SPACES     TO COS-AUDIT-ACTION-LINE.
           MOVE 'ADD'      TO CA-ACTION.
           MOVE 'RECORD ADDED - AFTER IMAGE BELOW'
             TO CA-NOTE.
           PERFORM 1762-WRITE-COS-ACTION.
           MOVE SPACES    TO AUDIT-REC.
           MOVE COSIGNER-DATA(1:95) TO AUDIT-REC(6:95).
           WRITE AUDIT-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 1790-HOLD-NEW-COSIGNER.
      **************************************************************
      * LISTS EVERY COSIGNER CHANGE, DELETE, OR RELEASE CARD THAT *
      * NEVER MATCHED A COSIGNER RECORD *
      **************************************************************
       1850-REPORT-COS-UNMATCHED.
           PERFORM 1860-REPORT-ONE-COS-UNMATCHED
             VARYING CT-IDX FROM 1 BY 1
             UNTIL CT-IDX > COS-MAINT-COUNT.
       1860-REPORT-ONE-COS-UNMATCHED.
           IF NOT CT-WAS-USED(CT-IDX)
               ADD 1 TO CS-UNMATCHED
               MOVE SPACES             TO COS-AUDIT-ACTION-LINE
               MOVE 'UNMATCHED'        TO CA-ACTION
               MOVE CT-ACCT-NO(CT-IDX) TO CA-ACCT
               MOVE CT-LOAN-SEQ(CT-IDX) TO CA-SEQ
               MOVE CT-COSIGNER-NO(CT-IDX) TO CA-COS-NO
               MOVE CT-NAME(CT-IDX)    TO CA-KEY
               MOVE 'NO COSIGNER RECORD - CARD NOT APPLIED'
                 TO CA-NOTE
               WRITE AUDIT-REC FROM COS-AUDIT-ACTION-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * SORTS THE NEW COSIGNER WORK FILE INTO ACCOUNT, LOAN *
      * SEQUENCE, AND COSIGNER NUMBER ORDER AND WRITES THE NEW *
      * COSIGNER MASTER FROM IT *
      **************************************************************
       1870-SORT-NEW-COSIGNERS.
           CLOSE COSWK-FILE.
           SORT CN-SORT-FILE
             ON ASCENDING KEY CN-SD-KEY
             USING COSWK-FILE
             GIVING COSSRT-FILE.
       1880-WRITE-NEW-COSIGNERS.
           OPEN OUTPUT NEWCOS-FILE
             INPUT COSSRT-FILE.
           PERFORM 1885-COPY-ONE-COSIGNER
             UNTIL EOF-S = 1.
           CLOSE NEWCOS-FILE
             COSSRT-FILE.
       1885-COPY-ONE-COSIGNER.
           READ COSSRT-FILE
             AT END MOVE 1 TO EOF-S
             NOT AT END
               WRITE NEWCOS-REC FROM COSSRT-REC
           END-READ.
      **************************************************************
      * PRINTS THE COSIGNER AUDIT TRAILER *
      **************************************************************
       1890-PRINT-COS-TOTALS.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'COSIGNER RECORDS READ'     TO AT-LABEL.
           MOVE CS-MASTERS-READ             TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'ADDS APPLIED'              TO AT-LABEL.
           MOVE CS-ADDS-APPLIED             TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'CHANGES APPLIED'           TO AT-LABEL.
           MOVE CS-CHGS-APPLIED             TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'DELETES APPLIED'           TO AT-LABEL.
           MOVE CS-DELS-APPLIED             TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'RELEASES APPLIED'          TO AT-LABEL.
           MOVE CS-RELS-APPLIED             TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'RELEASES REJECTED'         TO AT-LABEL.
           MOVE CS-RELS-REJECTED            TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'UNMATCHED CARDS'           TO AT-LABEL.
           MOVE CS-UNMATCHED                TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'CARDS WITH BAD ACTION CODE' TO AT-LABEL.
           MOVE CS-BAD-CARDS                TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'DUPLICATE ADDS NOT APPLIED' TO AT-LABEL.
           MOVE CS-DUP-ADDS                 TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'CARDS WITH INCOMPLETE KEY' TO AT-LABEL.
           MOVE CS-NOKEY-CARDS              TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'NEW COSIGNER RECORDS WRITTEN' TO AT-LABEL.
           MOVE COS-RECORD-COUNT            TO AT-COUNT.
           WRITE AUDIT-REC FROM AUDIT-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           DISPLAY 'LAB3N - NEW COSIGNER MASTER RECORDS = '
             COS-RECORD-COUNT.
      **************************************************************
      * READS THE OLD NAME-AND-ADDRESS MASTER *
      **************************************************************
       2000-READ-MASTER.
           READ NAMADR-FILE INTO ADDR-DATA
             AT END MOVE 1 TO EOF-I.
      **************************************************************
      * READS THE OLD COSIGNER MASTER *
      **************************************************************
       2100-READ-COSIGNER.
           READ COSIGN-FILE INTO COSIGNER-DATA
             AT END MOVE 1 TO EOF-C.
