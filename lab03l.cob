       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC     PIC X(120).
      **************************************************************
      * THE INDEXED LOAN MASTER - SAME 120-BYTE RECORD AS THE *
      * SEQUENTIAL MASTER, KEYED ON THE ACCOUNT NUMBER PLUS THE *
      * LOAN SEQUENCE NUMBER IN COLUMNS 65-73, SO A STUDENT WITH *
      * SEVERAL LOANS CARRIES SEVERAL RECORDS. LOADED IN *
         03 VM-KEY.
           05 VM-ACCT-NO   PIC 9(7).
           05 VM-LOAN-SEQ  PIC X(2).
         03 FILLER       PIC X(47).
      **************************************************************
      * RUN-CONTROL FILE - SEE LAB3M. CHECKED HERE SO A MASTER *
      * OLDER THAN THE LAST MAINTENANCE RUN IS NEVER LOADED INTO *
         03 CR-RECORD-COUNT  PIC 9(6).
         03 CR-HASH-TOTAL    PIC 9(9)V99.
         03 CR-GENERATION    PIC 9(6).
         03 FILLER           PIC X(97).
       01 CONTROL-RUN-TOTALS.
         03 CR-RUN-COUNT      PIC 9(6)    VALUE 0.
         03 CR-RUN-HASH       PIC 9(9)V99 VALUE 0.
         03 MASTER-GEN     PIC 9(6)  VALUE 0.
      **************************************************************
      * THE HIGHEST GENERATION ANY MASTER WRITER HAS STAMPED - *
      * LAB3M, THE PERIOD-END CLOSE (LAB3C) AND THE RETENTION *
      * PURGE (LAB3H) ALL WRITE NEW MASTERS, SO THE FRESHNESS *
      * CHECK MUST HONOR WHICHEVER RAN LAST *
      **************************************************************
         03 WRITER-GEN     PIC 9(6)  VALUE 0.
       01 MISC.
           END-IF.
      **************************************************************
      * REFUSES A MASTER OLDER THAN THE LAST MASTER-WRITING RUN - *
      * LAB3M, THE PERIOD-END CLOSE (LAB3C) OR THE RETENTION *
      * PURGE (LAB3H), WHICHEVER STAMPED THE HIGHER GENERATION. *
      * THE OPERATOR FORGOT TO COPY THE *
      * NEW MASTER OVER DA-S-INPUT, AND LOADING THE OLD ONE *
      * WOULD HAND THE INQUIRY RUN STALE FIGURES. A MASTER WITH *
      * NO GENERATION PREDATES RUN CONTROL AND IS LOADED WITH A *
             AND RC-T-GEN(RC-IDX) > WRITER-GEN
               MOVE RC-T-GEN(RC-IDX) TO WRITER-GEN
           END-IF.
           IF RC-T-PROGRAM(RC-IDX) = 'LAB3H'
             AND RC-T-GEN(RC-IDX) > WRITER-GEN
               MOVE RC-T-GEN(RC-IDX) TO WRITER-GEN
           END-IF.
      **************************************************************
      * STAMPS THIS PROGRAM'S RUN DATE AND THE GENERATION IT *
      * LOADED INTO THE RUN-CONTROL FILE AND REWRITES THE FILE *
