       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3E.
       AUTHOR. Addyson Sisemore
      * DEFERMENTS ENDING REPORT - RUN MONTHLY FOR THE SERVICING *
      * DESK. LISTS EVERY DEFERMENT AND FORBEARANCE PERIOD ON THE *
      * DEFERMENT MASTER (DA-S-DEFER) WHOSE END DATE FALLS WITHIN *
      * THE NEXT 60 DAYS, SOONEST ENDING FIRST, WITH THE BORROWER'S *
      * NAME AND ADDRESS OFF DA-S-NAMADR SO THE DESK CAN CONTACT *
      * THEM BEFORE REPAYMENT RESUMES. THE PARAMETER CARD CAN *
      * OVERRIDE THE AS-OF DATE AND THE NUMBER OF DAYS AHEAD. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFER-FILE ASSIGN TO 'DA-S-DEFER'
             FILE STATUS IS DEFER-FILE-STATUS.
           SELECT NAMADR-FILE ASSIGN TO 'DA-S-NAMADR'
             FILE STATUS IS NAMADR-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'DA-S-PARM'
             FILE STATUS IS PARM-FILE-STATUS.
           SELECT ENDING-FILE ASSIGN TO 'UR-S-DFEND'.
           SELECT END-SORT-FILE ASSIGN TO 'SORTWK1'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE DEFERMENT MASTER MAINTAINED BY LAB3D - ONE RECORD PER *
      * PERIOD IN ACCOUNT, LOAN SEQUENCE, AND START DATE ORDER *
      **************************************************************
       FD DEFER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DEFER-REC     PIC X(80).
      **************************************************************
      * NAME AND ADDRESS MASTER MAINTAINED BY LAB3N - ONE RECORD *
      * PER ACCOUNT IN ACCOUNT ORDER *
      **************************************************************
       FD NAMADR-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NAMADR-REC    PIC X(80).
      **************************************************************
      * PARAMETER CARD - AN OPTIONAL AS-OF DATE AND DAYS-AHEAD *
      * OVERRIDE. NO CARD RUNS AS OF TODAY FOR 60 DAYS *
      **************************************************************
       FD PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARM-REC      PIC X(80).
       FD ENDING-FILE
           LABEL RECORDS ARE OMITTED.
       01 ENDING-REC    PIC X(120).
      **************************************************************
      * SORT WORK FILE - PUTS THE PERIODS PICKED UP IN MASTER *
      * ORDER INTO END DATE ORDER FOR THE REPORT *
      **************************************************************
       SD END-SORT-FILE.
       01 ES-RECORD.
         03 ES-END-DATE     PIC 9(8).
         03 ES-ACCT-NO      PIC X(7).
         03 ES-LOAN-SEQ     PIC X(2).
         03 ES-START-DATE   PIC 9(8).
         03 ES-TYPE         PIC X(1).
         03 ES-SUBSIDIZED   PIC X(1).
         03 ES-REASON       PIC X(20).
         03 ES-DAYS-LEFT    PIC 9(3).
         03 ES-NAME         PIC X(20).
         03 ES-STREET       PIC X(20).
         03 ES-CITY         PIC X(15).
         03 ES-STATE        PIC X(2).
         03 ES-ZIP          PIC X(9).
       WORKING-STORAGE SECTION.
       01 DEFER-FILE-STATUS  PIC X(2).
       01 NAMADR-FILE-STATUS PIC X(2).
       01 PARM-FILE-STATUS   PIC X(2).
      **************************************************************
      * LAYOUT FOR ONE DEFERMENT OR FORBEARANCE PERIOD - SAME AS *
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
      * LAYOUT FOR THE PARAMETER CARD *
      **************************************************************
       01 PARM-DATA.
         03 DP-ASOF-DATE    PIC 9(8).
         03 DP-DAYS-AHEAD   PIC 9(3).
         03 FILLER          PIC X(69).
      **************************************************************
      * THE REPORTING WINDOW - THE AS-OF DATE AND THE LAST DAY *
      * LOOKED AHEAD TO, BOTH AS DAY NUMBERS *
      **************************************************************
       01 WINDOW-WORK.
         03 WN-ASOF-DATE    PIC 9(8).
         03 WN-DAYS-AHEAD   PIC 9(3).
         03 WN-ASOF-DAYS    PIC 9(7).
         03 WN-LAST-DAYS    PIC 9(7).
         03 WN-END-DAYS     PIC 9(7).
      **************************************************************
      * DATE WORK AREA FOR TURNING A CALENDAR DATE INTO A DAY *
      * NUMBER - SAME ARITHMETIC AS LAB3A *
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
         03 DT-MTERM-N      PIC 9(4).
         03 DT-MTERM        PIC 9(4).
      **************************************************************
      * LAYOUTS FOR THE DEFERMENTS ENDING REPORT *
      **************************************************************
       01 ENDING-HEADING1.
         03 FILLER      PIC X(6)        VALUE SPACES.
         03 FILLER      PIC X(33)
              VALUE 'DEFERMENTS/FORBEARANCES ENDING IN'.
         03 EH-DAYS     PIC ZZ9.
         03 FILLER      PIC X(12)       VALUE ' DAYS AS OF '.
         03 EH-ASOF     PIC 9(8).
       01 ENDING-HEADING2.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(10)       VALUE 'ENDS'.
         03 FILLER      PIC X(6)        VALUE 'DAYS'.
         03 FILLER      PIC X(12)       VALUE 'ACCOUNT SQ'.
         03 FILLER      PIC X(22)       VALUE 'NAME'.
         03 FILLER      PIC X(13)       VALUE 'TYPE'.
         03 FILLER      PIC X(10)       VALUE 'STARTED'.
         03 FILLER      PIC X(5)        VALUE 'SUB'.
         03 FILLER      PIC X(22)       VALUE 'REASON'.
       01 ENDING-DATA1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 ED-END-DATE  PIC 9(8).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 ED-DAYS      PIC ZZ9.
         03 FILLER       PIC X(3)       VALUE SPACES.
         03 ED-ACCT      PIC X(7).
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 ED-SEQ       PIC X(2).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 ED-NAME      PIC X(20).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 ED-TYPE      PIC X(11).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 ED-START     PIC 9(8).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 ED-SUB       PIC X(1).
         03 FILLER       PIC X(4)       VALUE SPACES.
         03 ED-REASON    PIC X(20).
       01 ENDING-DATA2.
         03 FILLER       PIC X(30)      VALUE SPACES.
         03 ED-STREET    PIC X(20).
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 ED-CITY      PIC X(15).
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 ED-STATE     PIC X(2).
         03 FILLER       PIC X(1)       VALUE SPACES.
         03 ED-ZIP       PIC X(9).
       01 ENDING-TOTAL-LINE.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 ET-LABEL    PIC X(34).
         03 ET-COUNT    PIC ZZZZ9.
      **************************************************************
      * COUNTS FOR THE REPORT TRAILER *
      **************************************************************
       01 ENDING-RUN-TOTALS.
         03 EN-PERIODS-READ   PIC 9(5)  VALUE 0.
         03 EN-DEFERMENTS     PIC 9(5)  VALUE 0.
         03 EN-FORBEARANCES   PIC 9(5)  VALUE 0.
         03 EN-NO-ADDRESS     PIC 9(5)  VALUE 0.
         03 EN-BAD-DATES      PIC 9(5)  VALUE 0.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-D      PIC 9   VALUE 0.
         03 EOF-A      PIC 9   VALUE 0.
           88 NAMADR-AT-EOF     VALUE 1.
         03 EOF-S      PIC 9   VALUE 0.
      **************************************************************
      *       SET WHEN THE OPTIONAL FILES OPENED CLEAN, SO ONLY AN *
      *       OPENED FILE IS EVER READ AND CLOSED *
      **************************************************************
         03 DEFER-OPEN-SW  PIC 9  VALUE 0.
           88 DEFER-WAS-OPENED  VALUE 1.
         03 NAMADR-OPEN-SW PIC 9  VALUE 0.
           88 NAMADR-WAS-OPENED VALUE 1.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1050-READ-PARM.
           OPEN OUTPUT ENDING-FILE.
           PERFORM 1400-PRINT-HEAD.
           SORT END-SORT-FILE
             ON ASCENDING KEY ES-END-DATE ES-ACCT-NO ES-LOAN-SEQ
             INPUT PROCEDURE IS 1200-SELECT-PERIODS
             OUTPUT PROCEDURE IS 1500-PRINT-PERIODS.
           PERFORM 1690-PRINT-TOTALS.
           CLOSE ENDING-FILE.
           STOP RUN.
      **************************************************************
      * READS THE AS-OF DATE AND DAYS-AHEAD OVERRIDES OFF THE *
      * PARAMETER CARD AND WORKS OUT THE REPORTING WINDOW *
      **************************************************************
       1050-READ-PARM.
           ACCEPT WN-ASOF-DATE FROM DATE YYYYMMDD.
           MOVE 60 TO WN-DAYS-AHEAD.
           MOVE ZEROS TO PARM-DATA.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE INTO PARM-DATA
                 AT END CONTINUE
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF DP-ASOF-DATE NUMERIC AND DP-ASOF-DATE > 0
               MOVE DP-ASOF-DATE TO WN-ASOF-DATE
           END-IF.
           IF DP-DAYS-AHEAD NUMERIC AND DP-DAYS-AHEAD > 0
               MOVE DP-DAYS-AHEAD TO WN-DAYS-AHEAD
           END-IF.
           MOVE WN-ASOF-DATE TO DT-DATE.
           PERFORM 1850-DATE-TO-DAYS.
           MOVE DT-DAYS TO WN-ASOF-DAYS.
           ADD WN-DAYS-AHEAD WN-ASOF-DAYS GIVING WN-LAST-DAYS.
       1400-PRINT-HEAD.
           MOVE WN-DAYS-AHEAD TO EH-DAYS.
           MOVE WN-ASOF-DATE  TO EH-ASOF.
           WRITE ENDING-REC FROM ENDING-HEADING1
             AFTER ADVANCING PAGE.
           WRITE ENDING-REC FROM ENDING-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ENDING-REC.
           WRITE ENDING-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * INPUT PROCEDURE FOR THE SORT - READS THE DEFERMENT MASTER *
      * AND RELEASES EVERY PERIOD ENDING INSIDE THE WINDOW, WITH *
      * THE BORROWER'S ADDRESS MATCHED ON WHILE BOTH FILES ARE *
      * STILL IN ACCOUNT ORDER. A MISSING ADDRESS FILE STILL *
      * PRODUCES THE REPORT, JUST WITHOUT ADDRESSES *
      **************************************************************
       1200-SELECT-PERIODS.
           OPEN INPUT NAMADR-FILE.
           IF NAMADR-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-A
               MOVE HIGH-VALUES TO NA-ACCT-NO
               DISPLAY 'LAB3E - WARNING - NO NAME AND ADDRESS FILE '
                 'ON FILE - REPORT PRINTED WITHOUT ADDRESSES'
           ELSE
               MOVE 1 TO NAMADR-OPEN-SW
               PERFORM 2500-READ-NAMADR
           END-IF.
           OPEN INPUT DEFER-FILE.
           IF DEFER-FILE-STATUS NOT = '00'
               MOVE 1 TO EOF-D
               DISPLAY 'LAB3E - WARNING - NO DEFERMENT MASTER ON '
                 'FILE - NOTHING TO REPORT'
           ELSE
               MOVE 1 TO DEFER-OPEN-SW
               PERFORM 2000-READ-DEFER
           END-IF.
           PERFORM 1210-SELECT-ONE-PERIOD
             UNTIL EOF-D = 1.
           IF DEFER-WAS-OPENED
               CLOSE DEFER-FILE
           END-IF.
           IF NAMADR-WAS-OPENED
               CLOSE NAMADR-FILE
           END-IF.
      **************************************************************
      * TESTS ONE PERIOD AGAINST THE WINDOW - ITS END DATE MUST *
      * FALL ON OR AFTER THE AS-OF DATE AND NO LATER THAN THE *
      * LAST DAY LOOKED AHEAD TO. A PERIOD WHOSE END DATE IS NOT *
      * A NUMBER IS COUNTED AND LEFT FOR LAB3D TO CORRECT *
      **************************************************************
       1210-SELECT-ONE-PERIOD.
           ADD 1 TO EN-PERIODS-READ.
           IF DF-END-DATE NOT NUMERIC
               ADD 1 TO EN-BAD-DATES
               DISPLAY 'LAB3E - WARNING - END DATE NOT NUMERIC FOR '
                 DF-ACCT-NO ' SEQ ' DF-LOAN-SEQ ' - PERIOD SKIPPED'
           ELSE
               MOVE DF-END-DATE TO DT-DATE
               PERFORM 1850-DATE-TO-DAYS
               MOVE DT-DAYS TO WN-END-DAYS
               IF WN-END-DAYS NOT < WN-ASOF-DAYS
                 AND WN-END-DAYS NOT > WN-LAST-DAYS
                   PERFORM 1220-RELEASE-ONE-PERIOD
               END-IF
           END-IF.
           PERFORM 2000-READ-DEFER.
      **************************************************************
      * MATCHES THE BORROWER'S ADDRESS ON AND RELEASES THE PERIOD *
      * INTO THE SORT *
      **************************************************************
       1220-RELEASE-ONE-PERIOD.
           PERFORM 2500-READ-NAMADR
             UNTIL NAMADR-AT-EOF OR NA-ACCT-NO NOT < DF-ACCT-NO.
           MOVE SPACES        TO ES-RECORD.
           MOVE DF-END-DATE   TO ES-END-DATE.
           MOVE DF-ACCT-NO    TO ES-ACCT-NO.
           MOVE DF-LOAN-SEQ   TO ES-LOAN-SEQ.
           MOVE DF-START-DATE TO ES-START-DATE.
           MOVE DF-TYPE       TO ES-TYPE.
           MOVE DF-SUBSIDIZED TO ES-SUBSIDIZED.
           MOVE DF-REASON     TO ES-REASON.
           SUBTRACT WN-ASOF-DAYS FROM WN-END-DAYS GIVING ES-DAYS-LEFT.
           IF NOT NAMADR-AT-EOF AND NA-ACCT-NO = DF-ACCT-NO
               MOVE NA-NAME   TO ES-NAME
               MOVE NA-STREET TO ES-STREET
               MOVE NA-CITY   TO ES-CITY
               MOVE NA-STATE  TO ES-STATE
               MOVE NA-ZIP    TO ES-ZIP
           ELSE
               MOVE 'NO ADDRESS ON FILE' TO ES-NAME
               ADD 1 TO EN-NO-ADDRESS
           END-IF.
           RELEASE ES-RECORD.
      **************************************************************
      * OUTPUT PROCEDURE FOR THE SORT - PRINTS THE PERIODS *
      * SOONEST ENDING FIRST *
      **************************************************************
       1500-PRINT-PERIODS.
           PERFORM 1510-RETURN-PERIOD.
           PERFORM 1520-PRINT-ONE-PERIOD
             UNTIL EOF-S = 1.
       1510-RETURN-PERIOD.
           RETURN END-SORT-FILE
             AT END MOVE 1 TO EOF-S
           END-RETURN.
      **************************************************************
      * PRINTS ONE PERIOD AND THE ADDRESS LINE UNDER IT *
      **************************************************************
       1520-PRINT-ONE-PERIOD.
           MOVE ES-END-DATE   TO ED-END-DATE.
           MOVE ES-DAYS-LEFT  TO ED-DAYS.
           MOVE ES-ACCT-NO    TO ED-ACCT.
           MOVE ES-LOAN-SEQ   TO ED-SEQ.
           MOVE ES-NAME       TO ED-NAME.
           IF ES-TYPE = 'F'
               MOVE 'FORBEARANCE' TO ED-TYPE
               ADD 1 TO EN-FORBEARANCES
           ELSE
               MOVE 'DEFERMENT'   TO ED-TYPE
               ADD 1 TO EN-DEFERMENTS
           END-IF.
           MOVE ES-START-DATE TO ED-START.
           MOVE ES-SUBSIDIZED TO ED-SUB.
           MOVE ES-REASON     TO ED-REASON.
           WRITE ENDING-REC FROM ENDING-DATA1
             AFTER ADVANCING 1 LINE.
           IF ES-STREET NOT = SPACES
               MOVE ES-STREET TO ED-STREET
               MOVE ES-CITY   TO ED-CITY
               MOVE ES-STATE  TO ED-STATE
               MOVE ES-ZIP    TO ED-ZIP
               WRITE ENDING-REC FROM ENDING-DATA2
                 AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 1510-RETURN-PERIOD.
      **************************************************************
      * PRINTS THE REPORT TRAILER AND ECHOES IT TO THE CONSOLE *
      **************************************************************
       1690-PRINT-TOTALS.
           MOVE SPACES TO ENDING-REC.
           WRITE ENDING-REC
             AFTER ADVANCING 1 LINE.
           MOVE 'PERIODS ON THE DEFERMENT MASTER' TO ET-LABEL.
           MOVE EN-PERIODS-READ               TO ET-COUNT.
           WRITE ENDING-REC FROM ENDING-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'DEFERMENTS ENDING'           TO ET-LABEL.
           MOVE EN-DEFERMENTS                 TO ET-COUNT.
           WRITE ENDING-REC FROM ENDING-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'FORBEARANCES ENDING'         TO ET-LABEL.
           MOVE EN-FORBEARANCES               TO ET-COUNT.
           WRITE ENDING-REC FROM ENDING-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'ENDING - NO ADDRESS ON FILE' TO ET-LABEL.
           MOVE EN-NO-ADDRESS                 TO ET-COUNT.
           WRITE ENDING-REC FROM ENDING-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           MOVE 'PERIODS WITH A BAD END DATE' TO ET-LABEL.
           MOVE EN-BAD-DATES                  TO ET-COUNT.
           WRITE ENDING-REC FROM ENDING-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           DISPLAY 'LAB3E - DEFERMENTS ENDING     = ' EN-DEFERMENTS.
           DISPLAY 'LAB3E - FORBEARANCES ENDING   = ' EN-FORBEARANCES.
      **************************************************************
      * TURNS THE CALENDAR DATE IN DT-DATE INTO A DAY NUMBER IN *
      * DT-DAYS - SEE LAB3A *
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
      * READS THE DEFERMENT MASTER *
      **************************************************************
       2000-READ-DEFER.
           READ DEFER-FILE INTO DEFER-DATA
             AT END MOVE 1 TO EOF-D.
      **************************************************************
      * READS THE NAME AND ADDRESS MASTER. AT END THE KEY GOES TO *
      * HIGH VALUES SO IT NEVER MATCHES *
      **************************************************************
       2500-READ-NAMADR.
           READ NAMADR-FILE INTO ADDR-DATA
             AT END
               MOVE 1           TO EOF-A
               MOVE HIGH-VALUES TO NA-ACCT-NO
           END-READ.
