      * Tectonics: cobc
      *
      * Modification History:
      *   15-10-2026  SKS  THE RUN DATE ON EVERY ROW WAS THE MACHINE
      *                    DATE, SO AN EXPORT RUN AFTER MIDNIGHT DATED
      *                    THE CYCLE'S FIGURES A DAY LATE.  IT NOW
      *                    CARRIES THE SHARED BUSINESS DATE FROM
      *                    BUSDATE-GET.
      *   15-10-2026  SKS  THE SUSPENSE LINE NOW ENDS WITH THE BRANCH
      *                    WHOSE BATCH CARRIED THE ITEM; THE SUSPENSE
      *                    EXPORT CARRIES IT AS A LAST BRANCH COLUMN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-EXPORT.
           COPY POSTSUMM.

      ******************************************************************
      * SUSP-IN-RECORD IS THE 49-BYTE SUSPENSE LINE REDEFINE-DISPATCH
      * WRITES: ACCOUNT, AMOUNT, THE REASON IT COULD NOT DISPATCH AND
      * THE BRANCH WHOSE BATCH CARRIED IT.
      ******************************************************************
       FD  SUSP-IN-FILE.
       01  SUSP-IN-RECORD.
           02  SI-AMOUNT                PIC X(12).
           02  FILLER                   PIC X(01).
           02  SI-REASON                PIC X(20).
           02  FILLER                   PIC X(01).
           02  SI-BRANCH-ID             PIC X(04).

       FD  ACCT-MASTER-FILE.
           COPY ACCTMST.
      ******************************************************************
           COPY AMTPARSE.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE STAMPED ON
      * EVERY ROW.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG, AND THE
           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-TODAY-YMD.
           MOVE SPACES TO WS-RUN-DATE-TEXT.
           STRING WS-TODAY-DAY '/' WS-TODAY-MONTH '/' WS-TODAY-YEAR
               DELIMITED BY SIZE
           WRITE POST-CSV-RECORD FROM WS-CSV-LINE.

           MOVE SPACES TO WS-CSV-LINE.
           STRING 'RUN-DATE,ACCOUNT-NO,ACCOUNT-NAME,AMOUNT,REASON,'
                  'BRANCH'
               DELIMITED BY SIZE
               INTO WS-CSV-LINE.
           WRITE SUSP-CSV-RECORD FROM WS-CSV-LINE.
                      SI-ACCOUNT-NO ','
                      WS-EXPORT-NAME ','
                      WS-ED-AMOUNT ','
                      SI-REASON ','
                      SI-BRANCH-ID
                   DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           ELSE
                      SI-ACCOUNT-NO ','
                      WS-EXPORT-NAME ','
                      SI-AMOUNT ','
                      SI-REASON ','
                      SI-BRANCH-ID
                   DELIMITED BY SIZE
                   INTO WS-CSV-LINE
           END-IF.
