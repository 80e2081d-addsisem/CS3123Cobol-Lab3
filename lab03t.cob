       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
       FD RUNCTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
       01 MASTER-GEN        PIC 9(6)  VALUE 0.
      **************************************************************
      * THE RUN-CONTROL FILE LOADED INTO STORAGE - SEE LAB3M *
         03 FILLER        PIC X(8)  VALUE 'LAB3M'.
         03 FILLER        PIC X(8)  VALUE 'LAB3C'.
         03 FILLER        PIC X(8)  VALUE 'LAB3L'.
         03 FILLER        PIC X(8)  VALUE 'LAB3A'.
         03 FILLER        PIC X(8)  VALUE 'LAB3'.
         03 FILLER        PIC X(8)  VALUE 'LAB3B'.
         03 FILLER        PIC X(8)  VALUE 'LAB3S'.
         03 FILLER        PIC X(8)  VALUE 'LAB3P'.
         03 FILLER        PIC X(8)  VALUE 'LAB3Q'.
         03 FILLER        PIC X(8)  VALUE 'LAB3R'.
         03 FILLER        PIC X(8)  VALUE 'LAB3U'.
       01 EXPECTED-TABLE REDEFINES EXPECTED-PROGRAMS.
         03 XP-PROGRAM OCCURS 11 TIMES INDEXED BY XP-IDX
              PIC X(8).
      **************************************************************
      * THE STAMP FOUND FOR THE PROGRAM BEING REPORTED *
         03 LAB3M-GEN     PIC 9(6)  VALUE 0.
         03 LAB3L-GEN     PIC 9(6)  VALUE 0.
         03 LAB3-GEN      PIC 9(6)  VALUE 0.
         03 LAB3A-GEN     PIC 9(6)  VALUE 0.
         03 LAB3U-DATE    PIC 9(8)  VALUE 0.
         03 LAB3U-DATE-R  REDEFINES LAB3U-DATE.
           05 LAB3U-MONTH PIC 9(6).
           05 FILLER      PIC 9(2).
         03 TODAY-DATE    PIC 9(8)  VALUE 0.
         03 TODAY-DATE-R  REDEFINES TODAY-DATE.
           05 TODAY-MONTH PIC 9(6).
           05 FILLER      PIC 9(2).
      **************************************************************
      * LAYOUTS FOR THE CYCLE-STATUS REPORT *
      **************************************************************
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1500-REPORT-ONE-PROGRAM
             VARYING XP-IDX FROM 1 BY 1
             UNTIL XP-IDX > 11.
           PERFORM 1600-REPORT-CYCLE-STATE.
           CLOSE CYCLE-FILE.
           STOP RUN.
               IF XP-PROGRAM(XP-IDX) = 'LAB3'
                   MOVE ST-GEN TO LAB3-GEN
               END-IF
               IF XP-PROGRAM(XP-IDX) = 'LAB3A'
                   MOVE ST-GEN TO LAB3A-GEN
               END-IF
               IF XP-PROGRAM(XP-IDX) = 'LAB3U'
                   MOVE ST-DATE TO LAB3U-DATE
               END-IF
           ELSE
               MOVE 'NEVER RUN' TO CY-PGEN
           END-IF.
           CONTINUE.
      **************************************************************
      * THE STATE SUMMARY - WHETHER THE INDEXED MASTER IS IN *
      * STEP, WHETHER THE MONTHLY RUN HAS PROCESSED THE CURRENT *
      * GENERATION YET, AND WHETHER THIS MONTH'S CREDIT BUREAU *
      * FILE HAS BEEN BUILT *
      **************************************************************
       1600-REPORT-CYCLE-STATE.
           MOVE SPACES TO CYCLE-REC.
               WRITE CYCLE-REC FROM CY-NOTE-LINE
                 AFTER ADVANCING 1 LINE
               MOVE SPACES TO CY-NOTE-LINE
               IF LAB3A-GEN = MASTER-GEN
                   MOVE 'BILLING RUN (LAB3A) HAS BILLED THIS '
                     TO CY-NOTE(1:36)
                   MOVE 'GENERATION' TO CY-NOTE(37:10)
               ELSE
                   MOVE 'BILLING RUN (LAB3A) HAS NOT YET RUN FOR '
                     TO CY-NOTE(1:40)
                   MOVE 'THIS GENERATION' TO CY-NOTE(41:15)
               END-IF
               WRITE CYCLE-REC FROM CY-NOTE-LINE
                 AFTER ADVANCING 1 LINE
               MOVE SPACES TO CY-NOTE-LINE
               IF LAB3-GEN = MASTER-GEN
                   MOVE 'MONTHLY RUN (LAB3) HAS PROCESSED THIS '
                     TO CY-NOTE(1:38)
               WRITE CYCLE-REC FROM CY-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CY-NOTE-LINE.
           IF LAB3U-MONTH = TODAY-MONTH
               MOVE 'CREDIT BUREAU FILE (LAB3U) HAS BEEN BUILT FOR '
                 TO CY-NOTE(1:46)
               MOVE 'THIS MONTH' TO CY-NOTE(47:10)
           ELSE
               MOVE 'CREDIT BUREAU FILE (LAB3U) HAS NOT YET BEEN '
                 TO CY-NOTE(1:44)
               MOVE 'BUILT THIS MONTH' TO CY-NOTE(45:16)
           END-IF.
           WRITE CYCLE-REC FROM CY-NOTE-LINE
             AFTER ADVANCING 1 LINE.
