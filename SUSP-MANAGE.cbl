      *          EACH NIGHT USED TO WIPE THE NIGHT BEFORE AND THE ONLY
      *          WAY BACK FOR A CLEARED ITEM WAS A HAND-KEYED BATCH.
      *          THIS PROGRAM MERGES THE ITEMS CARRIED FORWARD FROM
      *          THE LAST CYCLE (SUSPOPEN) WITH THE ITEMS THE LAST
      *          DISPATCH RUN SUSPENDED (SUSPENSE), AGES EACH ONE, AND
      *          RE-CHECKS EVERY ITEM AFTER ACCT-MAINT HAS RUN.  ONLY
      *          ITEMS SUSPENDED FOR AN ACCOUNT-VALIDATION REASON ARE
      *          EVER AUTO-RELEASED (SEE THE SUSPOPN COPYBOOK); ONE
      *          BAND, SO WHAT IS ROTTING IN SUSPENSE IS VISIBLE
      *          EVERY MORNING INSTEAD OF AT MONTH END.
      *
      *          SCHEDULER CONVENTIONS: THIS PROGRAM RUNS AFTER
      *          DATE-ROLL AND BEFORE BRANCH-MERGE, AS HV-APPROVE AND
      *          INT-CAPITAL DO, SO THE RELEASE BATCH IS DATED FOR THE
      *          SAME BUSINESS DATE THE DISPATCH RUN THAT POSTS IT
      *          HOLDS HEADERS AGAINST; RUN BEFORE DATE-ROLL IT WOULD
      *          CARRY THE DAY BEFORE'S DATE AND BE HELD.  AN ITEM NEW
      *          FROM SUSPENSE IS DATED WITH THE PRIOR BUSINESS DATE,
      *          THE NIGHT THE DISPATCH RUN ACTUALLY SUSPENDED IT.
      *          AFTER THIS PROGRAM ENDS, THE SCHEDULER MOVES SUSPNEW
      *          OVER SUSPOPEN FOR THE NEXT CYCLE AND REMOVES THE
      *          CONSUMED SUSPENSE FILE - A SUSPENSE FILE LEFT IN
      *          PLACE WOULD BE PICKED UP AGAIN NEXT CYCLE AND DOUBLE
      *          EVERY ITEM.
      * Tectonics: cobc
      *
      * Modification History:
      *   15-10-2026  SKS  SO-DATE-SUSPENDED, THE RELEASE BATCH HEADER
      *                    DATE AND THE 'SR' BATCH ID WERE TAKEN FROM
      *                    THE MACHINE DATE, SO A RELEASE BATCH BUILT
      *                    AFTER MIDNIGHT CARRIED TOMORROW'S RUN DATE.
      *                    ALL THREE NOW COME FROM THE SHARED BUSINESS
      *                    DATE THROUGH BUSDATE-GET.
      *   15-10-2026  SKS  THE SUSPENSE LINE NOW ENDS WITH THE BRANCH
      *                    WHOSE BATCH CARRIED THE ITEM.  IT IS KEPT ON
      *                    THE CARRIED OPEN ITEM (SO-BRANCH-ID), SO AN
      *                    ITEM STILL IN SUSPENSE WEEKS LATER CAN BE
      *                    TRACED BACK TO THE BRANCH THAT SENT IT.
      *   15-10-2026  SKS  RUN BEFORE DATE-ROLL, THE RELEASE BATCH WAS
      *                    DATED FOR THE NIGHT JUST PROCESSED AND THE
      *                    NEXT DISPATCH RUN HELD IT AS A WRONG-DATE
      *                    BATCH.  NOW RUNS AFTER DATE-ROLL (SEE THE
      *                    HEADER); NEW ITEMS ARE DATED WITH THE PRIOR
      *                    BUSINESS DATE, THE NIGHT THEY WERE SUSPENDED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-MANAGE.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-OPEN-FILE.
       01  SUSP-OPEN-REC-IN             PIC X(62).

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

       FD  SUSP-NEW-FILE.
       01  SUSP-NEW-REC-OUT             PIC X(62).

       FD  SUSP-REL-FILE.
       01  SUSP-REL-RECORD              PIC X(80).
           02  WS-REL-BATCH-ID          PIC X(10) VALUE SPACES.

      ******************************************************************
      * WS-TODAY-FIELDS - THE BUSINESS DATE AS YYYYMMDD FOR THE BATCH
      * ID AND AS DD/MM/YYYY FOR THE RELEASE BATCH HEADER, THE SAME
      * TEXT FORM THE REST OF THE SUITE USES, AND THE PRIOR BUSINESS
      * DATE THE ITEMS NEW FROM SUSPENSE WERE SUSPENDED ON.
      ******************************************************************
       01  WS-TODAY-FIELDS.
           02  WS-TODAY-YMD             PIC 9(08) VALUE ZERO.
               03  WS-TODAY-MONTH       PIC X(02).
               03  WS-TODAY-DAY         PIC X(02).
           02  WS-TODAY-TEXT            PIC X(10) VALUE SPACES.
           02  WS-SUSPENDED-YMD         PIC 9(08) VALUE ZERO.

      ******************************************************************
      * WS-AGE-TABLE ACCUMULATES THE AGING REPORT: FOR EACH DISTINCT
      ******************************************************************
           COPY AMTPARSE.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE FROM
      * BUSDATE-GET.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG, AND THE

      ******************************************************************
      * 1000-INITIALIZE - GATE ON THE MASTER MAINTENANCE, OPEN THE
      * FILES AND STAMP THE BUSINESS DATE.  WITH NO PRIOR DATE KNOWN
      * (THE VERY FIRST CYCLE) NEW ITEMS TAKE THE BUSINESS DATE.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'SUSP-MANAGE' TO RP-PROGRAM.
           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-TODAY-YMD.
           MOVE SPACES TO WS-TODAY-TEXT.
           STRING WS-TODAY-DAY '/' WS-TODAY-MONTH '/' WS-TODAY-YEAR
               DELIMITED BY SIZE
               DELIMITED BY SIZE
               INTO WS-REL-BATCH-ID.

           IF BP-PRIOR-DATE > ZERO
               MOVE BP-PRIOR-DATE    TO WS-SUSPENDED-YMD
           ELSE
               MOVE BP-BUSINESS-DATE TO WS-SUSPENDED-YMD
           END-IF.

           OPEN INPUT  SUSP-OPEN-FILE
           OPEN INPUT  SUSP-IN-FILE
           OPEN INPUT  ACCT-MASTER-FILE
           EXIT.

      ******************************************************************
      * 2100-PICKUP-ONE-NEW - READ ONE ITEM THE LAST DISPATCH RUN
      * SUSPENDED, DRESS IT AS AN OPEN ITEM SUSPENDED ON THE PRIOR
      * BUSINESS DATE AT AGE ZERO AND HAND IT TO THE COMMON
      * DISPOSITION.
      ******************************************************************
       2100-PICKUP-ONE-NEW.
           READ SUSP-IN-FILE
           MOVE SI-ACCOUNT-NO TO SO-ACCOUNT-NO.
           MOVE SI-AMOUNT     TO SO-AMOUNT.
           MOVE SI-REASON     TO SO-REASON.
           MOVE WS-SUSPENDED-YMD TO SO-DATE-SUSPENDED.
           MOVE ZERO          TO SO-AGE-DAYS.
           MOVE SI-BRANCH-ID  TO SO-BRANCH-ID.

           PERFORM 2500-DISPOSE-ONE-ITEM
               THRU 2500-DISPOSE-ONE-ITEM-EXIT.
