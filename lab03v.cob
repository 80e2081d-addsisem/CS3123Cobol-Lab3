       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3V.
       AUTHOR. Addyson Sisemore
      * MONTHLY RECOVERIES REPORT - READS THE CHARGE-OFF FILE LAB3W *
      * BUILDS (DA-S-CHGOFF) AND THE RECOVERY LEDGER LAB3C POSTS *
      * TO (DA-S-RECOV), AND SHOWS BY DEGREE AND YEAR WHAT HAS *
      * BEEN CHARGED OFF AND WHAT HAS COME BACK - FOR THE REPORT *
      * MONTH AND TO DATE - WITH THE RECOVERY RATE, RECOVERED TO *
      * DATE AS A PERCENTAGE OF CHARGED OFF TO DATE. EACH DEGREE *
      * GETS A SUBTOTAL AND THE REPORT ENDS WITH A GRAND TOTAL. *
      * THE REPORT MONTH IS THE CURRENT MONTH UNLESS THE *
      * PARAMETER CARD NAMES ANOTHER, SO A PAST MONTH CAN BE *
      * REPRINTED - ACTIVITY AFTER THE REPORT MONTH IS LEFT OUT. *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGOFF-FILE ASSIGN TO 'DA-S-CHGOFF'
             FILE STATUS IS CHGOFF-FILE-STATUS.
           SELECT RECOV-FILE ASSIGN TO 'DA-S-RECOV'
             FILE STATUS IS RECOV-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'DA-S-PARM'
             FILE STATUS IS PARM-FILE-STATUS.
           SELECT RECRPT-FILE ASSIGN TO 'UR-S-RECRPT'.
           SELECT SORT-FILE ASSIGN TO 'SORTWK1'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE CHARGE-OFF FILE FROM LAB3W - ONE RECORD PER LOAN EVER *
      * CHARGED OFF *
      **************************************************************
       FD CHGOFF-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CHGOFF-REC    PIC X(80).
      **************************************************************
      * THE RECOVERY LEDGER FROM LAB3C - ONE RECORD PER CLOSE PER *
      * CHARGED-OFF LOAN THAT TOOK CASH *
      **************************************************************
       FD RECOV-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RECOV-REC     PIC X(60).
      **************************************************************
      * OPTIONAL PARAMETER CARD - THE REPORT MONTH (YYYYMM) *
      **************************************************************
       FD PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARM-REC      PIC X(80).
      **************************************************************
      * THE RECOVERIES REPORT *
      **************************************************************
       FD RECRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 RECRPT-REC    PIC X(100).
      **************************************************************
      * SORT WORK FILE - CHARGE-OFFS AND RECOVERIES TOGETHER IN *
      * DEGREE AND YEAR ORDER FOR THE CONTROL BREAKS *
      **************************************************************
       SD SORT-FILE.
       01 SD-RECORD.
         03 SD-DEGREE       PIC X(4).
         03 SD-YEAR         PIC X(4).
         03 SD-TYPE         PIC X(1).
           88 SD-IS-CHGOFF       VALUE 'C'.
           88 SD-IS-RECOVERY     VALUE 'R'.
         03 SD-MONTH-SW     PIC X(1).
           88 SD-THIS-MONTH      VALUE 'Y'.
         03 SD-AMOUNT       PIC S9(8)V99.
       WORKING-STORAGE SECTION.
       01 CHGOFF-FILE-STATUS PIC X(2).
       01 RECOV-FILE-STATUS  PIC X(2).
       01 PARM-FILE-STATUS   PIC X(2).
      **************************************************************
      * LAYOUT FOR THE PARAMETER CARD *
      **************************************************************
       01 PARM-DATA.
         03 VP-REPORT-MONTH PIC 9(6).
         03 FILLER          PIC X(74).
      **************************************************************
      * THE REPORT MONTH - TODAY'S MONTH UNLESS THE PARAMETER *
      * CARD SAYS OTHERWISE *
      **************************************************************
       01 REPORT-DATE-WORK.
         03 VR-TODAY        PIC 9(8).
         03 VR-TODAY-R      REDEFINES VR-TODAY.
           05 VR-TODAY-MONTH PIC 9(6).
           05 FILLER         PIC 9(2).
         03 VR-REPORT-MONTH PIC 9(6).
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
         03 CO-DATE-R       REDEFINES CO-DATE.
           05 CO-MONTH      PIC 9(6).
           05 FILLER        PIC 9(2).
         03 CO-PRINCIPAL    PIC 9(6)V99.
         03 CO-INTEREST     PIC 9(6)V99.
         03 CO-APPROVER     PIC X(8).
         03 CO-APPR-DATE    PIC X(8).
         03 FILLER          PIC X(3).
      **************************************************************
      * LAYOUT OF ONE RECOVERY LEDGER RECORD - SAME AS LAB3C *
      **************************************************************
       01 RECOV-DATA.
         03 RL-ACCT-NO    PIC 9(7).
         03 RL-LOAN-SEQ   PIC X(2).
         03 RL-NAME       PIC X(20).
         03 RL-DEGREE     PIC X(4).
         03 RL-YEAR       PIC X(4).
         03 RL-POST-DATE  PIC 9(8).
         03 RL-POST-DATE-R REDEFINES RL-POST-DATE.
           05 RL-MONTH    PIC 9(6).
           05 FILLER      PIC 9(2).
         03 RL-AMOUNT     PIC S9(6)V99.
         03 FILLER        PIC X(7).
      **************************************************************
      * CONTROL BREAK HOLD AREAS *
      **************************************************************
       01 CONTROL-BREAK-HOLD.
         03 CB-DEGREE-HOLD  PIC X(4).
         03 CB-YEAR-HOLD    PIC X(4).
      **************************************************************
      * ACCUMULATORS - LEVEL 1 IS THE DEGREE AND YEAR LINE, *
      * LEVEL 2 THE DEGREE SUBTOTAL, LEVEL 3 THE GRAND TOTAL. *
      * EACH LEVEL ROLLS INTO THE NEXT WHEN IT IS PRINTED *
      **************************************************************
       01 RECOVERY-TOTALS.
         03 VT-LEVEL OCCURS 3 TIMES INDEXED BY VT-IDX.
           05 VT-LOANS        PIC 9(5).
           05 VT-CO-MONTH     PIC 9(8)V99.
           05 VT-CO-TODATE    PIC 9(8)V99.
           05 VT-RC-MONTH     PIC S9(8)V99.
           05 VT-RC-TODATE    PIC S9(8)V99.
       01 VR-RATE          PIC 9(3)V9.
      **************************************************************
      * COUNTS FOR THE END-OF-RUN CONSOLE SUMMARY *
      **************************************************************
       01 RECOVERY-RUN-TOTALS.
         03 VC-CHGOFF-READ   PIC 9(6)  VALUE 0.
         03 VC-RECOV-READ    PIC 9(6)  VALUE 0.
         03 VC-DROPPED       PIC 9(6)  VALUE 0.
      **************************************************************
      * LAYOUTS FOR THE RECOVERIES REPORT *
      **************************************************************
       01 RPT-HEADING1.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(29)
              VALUE 'RECOVERIES REPORT FOR MONTH'.
         03 RH-MONTH    PIC 9(6).
       01 RPT-HEADING2.
         03 FILLER      PIC X(21)       VALUE SPACES.
         03 FILLER      PIC X(26)
              VALUE '------ CHARGED OFF ------'.
         03 FILLER      PIC X(28)
              VALUE '------- RECOVERED -------'.
         03 FILLER      PIC X(8)        VALUE 'RECOVERY'.
       01 RPT-HEADING3.
         03 FILLER      PIC X(2)        VALUE SPACES.
         03 FILLER      PIC X(6)        VALUE 'DEGR'.
         03 FILLER      PIC X(6)        VALUE 'YEAR'.
         03 FILLER      PIC X(7)        VALUE 'LOANS'.
         03 FILLER      PIC X(13)       VALUE ' THIS MONTH'.
         03 FILLER      PIC X(13)       VALUE '    TO DATE'.
         03 FILLER      PIC X(14)       VALUE '  THIS MONTH'.
         03 FILLER      PIC X(14)       VALUE '     TO DATE'.
         03 FILLER      PIC X(6)        VALUE 'RATE %'.
       01 RPT-DATA1.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RP-KEY-AREA.
           05 RP-PDEGREE PIC X(4).
           05 FILLER     PIC X(2).
           05 RP-PYEAR   PIC X(6).
         03 RP-KEY-LABEL REDEFINES RP-KEY-AREA PIC X(12).
         03 RP-PLOANS    PIC ZZZZ9.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RP-PCOMONTH  PIC ZZZZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RP-PCOTODATE PIC ZZZZZZZ9.99.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RP-PRCMONTH  PIC ZZZZZZZ9.99-.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RP-PRCTODATE PIC ZZZZZZZ9.99-.
         03 FILLER       PIC X(2)       VALUE SPACES.
         03 RP-PRATE     PIC ZZ9.9.
         03 RP-PRATE-X   REDEFINES RP-PRATE PIC X(5).
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-C      PIC 9   VALUE 0.
         03 EOF-R      PIC 9   VALUE 0.
         03 EOF-S      PIC 9   VALUE 0.
           88 SORT-AT-EOF       VALUE 1.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1050-READ-PARM.
           SORT SORT-FILE
             ON ASCENDING KEY SD-DEGREE SD-YEAR
             INPUT PROCEDURE IS 3010-RELEASE-ACTIVITY
             OUTPUT PROCEDURE IS 3020-PRINT-REPORT.
           PERFORM 1690-DISPLAY-TOTALS.
           STOP RUN.
      **************************************************************
      * SETS THE REPORT MONTH - TODAY'S, OR THE PARAMETER CARD'S *
      * WHEN ONE IS KEYED *
      **************************************************************
       1050-READ-PARM.
           ACCEPT VR-TODAY FROM DATE YYYYMMDD.
           MOVE VR-TODAY-MONTH TO VR-REPORT-MONTH.
           MOVE ZEROS TO PARM-DATA.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE INTO PARM-DATA
                 AT END CONTINUE
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF VP-REPORT-MONTH NUMERIC AND VP-REPORT-MONTH > 0
               MOVE VP-REPORT-MONTH TO VR-REPORT-MONTH
           END-IF.
      **************************************************************
      * INPUT PROCEDURE - RELEASES EVERY CHARGE-OFF AND EVERY *
      * RECOVERY DATED NO LATER THAN THE REPORT MONTH, EACH *
      * FLAGGED WHEN IT FALLS IN THE REPORT MONTH ITSELF. A *
      * MISSING FILE JUST CONTRIBUTES NOTHING *
      **************************************************************
       3010-RELEASE-ACTIVITY.
           OPEN INPUT CHGOFF-FILE.
           IF CHGOFF-FILE-STATUS = '00'
               PERFORM 3015-RELEASE-ONE-CHGOFF
                 UNTIL EOF-C = 1
               CLOSE CHGOFF-FILE
           ELSE
               DISPLAY 'LAB3V - WARNING - NO CHARGE-OFF FILE ON '
                 'FILE - NOTHING CHARGED OFF TO REPORT'
           END-IF.
           OPEN INPUT RECOV-FILE.
           IF RECOV-FILE-STATUS = '00'
               PERFORM 3017-RELEASE-ONE-RECOVERY
                 UNTIL EOF-R = 1
               CLOSE RECOV-FILE
           ELSE
               DISPLAY 'LAB3V - NO RECOVERY LEDGER ON FILE - '
                 'NOTHING RECOVERED YET'
           END-IF.
       3015-RELEASE-ONE-CHGOFF.
           READ CHGOFF-FILE INTO CHGOFF-DATA
             AT END MOVE 1 TO EOF-C.
           IF EOF-C NOT = 1
               ADD 1 TO VC-CHGOFF-READ
               IF CO-DATE NUMERIC AND CO-PRINCIPAL NUMERIC
                 AND CO-INTEREST NUMERIC
                   IF CO-MONTH NOT > VR-REPORT-MONTH
                       MOVE CO-DEGREE TO SD-DEGREE
                       MOVE CO-YEAR   TO SD-YEAR
                       MOVE 'C'       TO SD-TYPE
                       MOVE SPACE     TO SD-MONTH-SW
                       IF CO-MONTH = VR-REPORT-MONTH
                           MOVE 'Y' TO SD-MONTH-SW
                       END-IF
                       ADD CO-PRINCIPAL CO-INTEREST GIVING SD-AMOUNT
                       RELEASE SD-RECORD
                   END-IF
               ELSE
                   ADD 1 TO VC-DROPPED
                   DISPLAY 'LAB3V - WARNING - CHARGE-OFF RECORD FOR '
                     CO-ACCT-NO ' LOAN SEQ ' CO-LOAN-SEQ
                     ' IS NOT NUMERIC - RECORD DROPPED'
               END-IF
           END-IF.
       3017-RELEASE-ONE-RECOVERY.
           READ RECOV-FILE INTO RECOV-DATA
             AT END MOVE 1 TO EOF-R.
           IF EOF-R NOT = 1
               ADD 1 TO VC-RECOV-READ
               IF RL-POST-DATE NUMERIC AND RL-AMOUNT NUMERIC
                   IF RL-MONTH NOT > VR-REPORT-MONTH
                       MOVE RL-DEGREE TO SD-DEGREE
                       MOVE RL-YEAR   TO SD-YEAR
                       MOVE 'R'       TO SD-TYPE
                       MOVE SPACE     TO SD-MONTH-SW
                       IF RL-MONTH = VR-REPORT-MONTH
                           MOVE 'Y' TO SD-MONTH-SW
                       END-IF
                       MOVE RL-AMOUNT TO SD-AMOUNT
                       RELEASE SD-RECORD
                   END-IF
               ELSE
                   ADD 1 TO VC-DROPPED
                   DISPLAY 'LAB3V - WARNING - RECOVERY RECORD FOR '
                     RL-ACCT-NO ' LOAN SEQ ' RL-LOAN-SEQ
                     ' IS NOT NUMERIC - RECORD DROPPED'
               END-IF
           END-IF.
      **************************************************************
      * OUTPUT PROCEDURE - ONE LINE PER DEGREE AND YEAR, A *
      * SUBTOTAL AT EACH CHANGE OF DEGREE, AND THE GRAND TOTAL *
      **************************************************************
       3020-PRINT-REPORT.
           OPEN OUTPUT RECRPT-FILE.
           PERFORM 1400-PRINT-HEAD.
           MOVE ZEROS TO RECOVERY-TOTALS.
           PERFORM 3030-GET-ONE-ACTIVITY.
           PERFORM 1500-DO-ONE-DEGREE
             UNTIL SORT-AT-EOF.
           SET VT-IDX TO 3.
           MOVE SPACES TO RPT-DATA1.
           MOVE 'GRAND TOTAL' TO RP-KEY-LABEL.
           PERFORM 1600-PRINT-LEVEL.
           CLOSE RECRPT-FILE.
       3030-GET-ONE-ACTIVITY.
           RETURN SORT-FILE
             AT END MOVE 1 TO EOF-S
           END-RETURN.
      **************************************************************
      * PRINTS THE HEADING FOR THE RECOVERIES REPORT *
      **************************************************************
       1400-PRINT-HEAD.
           MOVE VR-REPORT-MONTH TO RH-MONTH.
           WRITE RECRPT-REC FROM RPT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE RECRPT-REC FROM RPT-HEADING2
             AFTER ADVANCING 2 LINES.
           WRITE RECRPT-REC FROM RPT-HEADING3
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RECRPT-REC.
           WRITE RECRPT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE DEGREE - EACH OF ITS YEARS, THEN ITS SUBTOTAL *
      **************************************************************
       1500-DO-ONE-DEGREE.
           MOVE SD-DEGREE TO CB-DEGREE-HOLD.
           PERFORM 1510-DO-ONE-YEAR
             UNTIL SORT-AT-EOF OR SD-DEGREE NOT = CB-DEGREE-HOLD.
           SET VT-IDX TO 2.
           MOVE SPACES         TO RPT-DATA1.
           MOVE CB-DEGREE-HOLD TO RP-PDEGREE.
           MOVE 'TOTAL'        TO RP-PYEAR.
           PERFORM 1600-PRINT-LEVEL.
           MOVE SPACES TO RECRPT-REC.
           WRITE RECRPT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE DEGREE AND YEAR - ACCUMULATES ITS ACTIVITY AND *
      * PRINTS ITS LINE *
      **************************************************************
       1510-DO-ONE-YEAR.
           MOVE SD-YEAR TO CB-YEAR-HOLD.
           PERFORM 1520-ACCUM-ONE-ACTIVITY
             UNTIL SORT-AT-EOF OR SD-DEGREE NOT = CB-DEGREE-HOLD
               OR SD-YEAR NOT = CB-YEAR-HOLD.
           SET VT-IDX TO 1.
           MOVE SPACES         TO RPT-DATA1.
           MOVE CB-DEGREE-HOLD TO RP-PDEGREE.
           MOVE CB-YEAR-HOLD   TO RP-PYEAR.
           PERFORM 1600-PRINT-LEVEL.
       1520-ACCUM-ONE-ACTIVITY.
           IF SD-IS-CHGOFF
               ADD 1         TO VT-LOANS(1)
               ADD SD-AMOUNT TO VT-CO-TODATE(1)
               IF SD-THIS-MONTH
                   ADD SD-AMOUNT TO VT-CO-MONTH(1)
               END-IF
           ELSE
               ADD SD-AMOUNT TO VT-RC-TODATE(1)
               IF SD-THIS-MONTH
                   ADD SD-AMOUNT TO VT-RC-MONTH(1)
               END-IF
           END-IF.
           PERFORM 3030-GET-ONE-ACTIVITY.
      **************************************************************
      * PRINTS ONE LEVEL'S FIGURES WITH ITS RECOVERY RATE, ROLLS *
      * THEM INTO THE LEVEL ABOVE, AND CLEARS THE LEVEL. A CLASS *
      * WITH RECOVERIES BUT NOTHING CHARGED OFF THROUGH LAB3W *
      * (A LOAN WRITTEN OFF BEFORE THE CHARGE-OFF FILE EXISTED) *
      * HAS NO RATE *
      **************************************************************
       1600-PRINT-LEVEL.
           MOVE VT-LOANS(VT-IDX)     TO RP-PLOANS.
           MOVE VT-CO-MONTH(VT-IDX)  TO RP-PCOMONTH.
           MOVE VT-CO-TODATE(VT-IDX) TO RP-PCOTODATE.
           MOVE VT-RC-MONTH(VT-IDX)  TO RP-PRCMONTH.
           MOVE VT-RC-TODATE(VT-IDX) TO RP-PRCTODATE.
           IF VT-CO-TODATE(VT-IDX) > 0
               IF VT-RC-TODATE(VT-IDX) > 0
                   COMPUTE VR-RATE ROUNDED
                     = VT-RC-TODATE(VT-IDX) * 100
                       / VT-CO-TODATE(VT-IDX)
                     ON SIZE ERROR
                         MOVE 999.9 TO VR-RATE
                   END-COMPUTE
               ELSE
                   MOVE 0 TO VR-RATE
               END-IF
               MOVE VR-RATE TO RP-PRATE
           ELSE
               MOVE '  N/A' TO RP-PRATE-X
           END-IF.
           WRITE RECRPT-REC FROM RPT-DATA1
             AFTER ADVANCING 1 LINE.
           IF VT-IDX < 3
               ADD VT-LOANS(VT-IDX)     TO VT-LOANS(VT-IDX + 1)
               ADD VT-CO-MONTH(VT-IDX)  TO VT-CO-MONTH(VT-IDX + 1)
               ADD VT-CO-TODATE(VT-IDX) TO VT-CO-TODATE(VT-IDX + 1)
               ADD VT-RC-MONTH(VT-IDX)  TO VT-RC-MONTH(VT-IDX + 1)
               ADD VT-RC-TODATE(VT-IDX) TO VT-RC-TODATE(VT-IDX + 1)
               MOVE ZEROS TO VT-LEVEL(VT-IDX)
           END-IF.
      **************************************************************
      * CONSOLE SUMMARY OF THE RECOVERIES RUN *
      **************************************************************
       1690-DISPLAY-TOTALS.
           DISPLAY 'LAB3V - REPORT MONTH          = ' VR-REPORT-MONTH.
           DISPLAY 'LAB3V - CHARGE-OFFS READ      = ' VC-CHGOFF-READ.
           DISPLAY 'LAB3V - RECOVERIES READ       = ' VC-RECOV-READ.
           IF VC-DROPPED NOT = 0
               DISPLAY 'LAB3V - WARNING - ' VC-DROPPED
                 ' RECORDS DROPPED AS NOT NUMERIC'
           END-IF.
