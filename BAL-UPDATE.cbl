      * Tectonics: cobc
      *
      * Modification History:
      *   15-10-2026  SKS  BM-LAST-POST-DATE WAS STAMPED WITH THE
      *                    MACHINE DATE, SO A CYCLE THAT OVERRAN
      *                    MIDNIGHT OR WAS RERUN NEXT MORNING DATED ITS
      *                    POSTINGS A DAY LATE.  IT NOW CARRIES THE
      *                    SHARED BUSINESS DATE FROM BUSDATE-GET.
      *   15-10-2026  SKS  THE BALANCE MASTER HAD NO CONCEPT OF A
      *                    PERIOD, SO MONTH-END FIGURES WERE KEYED BY
      *                    HAND FROM THE TRIALBAL LISTING.  EACH
      *                    CYCLE'S DEBIT AND CREDIT TOTALS ARE NOW ALSO
      *                    ADDED INTO THE NEW MONTH-TO-DATE FIELDS ON
      *                    BALMST (A NEW ACCOUNT STARTS ITS MONTH AT
      *                    ZERO), AND THE CYCLE'S GRAND DEBIT, CREDIT
      *                    AND NET TOTALS ARE APPENDED TO THE DAYTOTAL
      *                    FILE, WHICH BAL-MONTHEND SUMS TO PROVE THE
      *                    MONTH'S MOVEMENT.
      *   15-10-2026  SKS  THE DAYTOTAL RECORD WAS APPENDED EVEN WHEN
      *                    THE TRIAL BALANCE WAS OUT OF PROOF, SO A
      *                    FAILED NIGHT STILL FED THE MONTH-END AND
      *                    BRANCH SETTLEMENT PROOFS.  IT IS NOW WRITTEN
      *                    ON A CLEAN RUN ONLY.
      *   15-10-2026  SKS  CAPITALISED INTEREST NOW POSTS TO EVERY
      *                    INTEREST-BEARING ACCOUNT EACH MONTH, SO
      *                    BM-LAST-POST-DATE NO LONGER SHOWS WHEN THE
      *                    CUSTOMER LAST USED THE ACCOUNT.  BALMST NOW
      *                    ALSO KEEPS BM-LAST-CUST-DATE, SET ONLY WHEN
      *                    PS-CUST-COUNT SHOWS A CUSTOMER POSTING (OR
      *                    WHEN THE ACCOUNT IS FIRST CREATED).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAL-UPDATE.
               ASSIGN TO "TRIALBAL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO THE FIRST CYCLE CREATES THE NIGHTLY TOTALS
      *    FILE; EVERY LATER CYCLE EXTENDS IT.
           SELECT OPTIONAL DAY-TOTAL-FILE
               ASSIGN TO "DAYTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-SUMM-FILE.
       FD  TRIAL-RPT-FILE.
       01  TRIAL-RPT-RECORD             PIC X(72).

       FD  DAY-TOTAL-FILE.
       01  DAY-TOTAL-OUT                PIC X(61).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-TRIAL-RPT-LINE IS ONE PER-ACCOUNT TRIAL BALANCE LINE,

       01  WS-TODAY-YMD                 PIC 9(08) VALUE ZERO.

      ******************************************************************
      * DAY-TOTAL-RECORD IS THE CYCLE'S GRAND TOTALS RECORD, BUILT
      * HERE AND APPENDED TO DAYTOTAL WITH WRITE ... FROM WHEN THE
      * CYCLE PROVES.  SEE THE DAYTOTAL COPYBOOK.
      ******************************************************************
           COPY DAYTOTAL.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE THE POSTINGS
      * ARE STAMPED WITH.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG, AND THE
           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-TODAY-YMD.

           OPEN INPUT  POST-SUMM-FILE
           OPEN I-O    BAL-MASTER-FILE
      * START A NEW ONE AT ZERO FOR AN ACCOUNT POSTING FOR THE FIRST
      * TIME), ROLL THE PRIOR CLOSING INTO THE OPENING, APPLY THE
      * CYCLE'S NET AS THE MOVEMENT AND REWRITE OR WRITE THE RECORD.
      * THE CUSTOMER-ACTIVITY DATE MOVES ONLY WHEN THE CYCLE HELD A
      * POSTING OUTSIDE THE INTEREST BATCH.
      ******************************************************************
       2100-POST-TO-MASTER.
           MOVE 'N' TO WS-BAL-FOUND-SWITCH.
               MOVE SPACES        TO BAL-MASTER-RECORD
               MOVE PS-ACCOUNT-NO TO BM-ACCOUNT-NO
               MOVE ZERO          TO BM-OPENING-BAL
               MOVE ZERO          TO BM-MONTH-OPEN-BAL
               MOVE ZERO          TO BM-MTD-DEBITS
               MOVE ZERO          TO BM-MTD-CREDITS
               MOVE ZERO          TO BM-LAST-CUST-DATE
           END-IF.

           MOVE PS-NET-AMOUNT TO BM-MOVEMENT.
           COMPUTE BM-CLOSING-BAL = BM-OPENING-BAL + BM-MOVEMENT.
           MOVE WS-TODAY-YMD TO BM-LAST-POST-DATE.
           IF PS-CUST-COUNT > ZERO OR NOT BALANCE-WAS-FOUND
               MOVE WS-TODAY-YMD TO BM-LAST-CUST-DATE
           END-IF.

           ADD PS-DEBIT-TOTAL TO BM-MTD-DEBITS
               ON SIZE ERROR
                   DISPLAY 'BAL-UPDATE MTD DEBITS OVERFLOW KEY='
                       BM-ACCOUNT-NO
                   MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-ADD.
           ADD PS-CREDIT-TOTAL TO BM-MTD-CREDITS
               ON SIZE ERROR
                   DISPLAY 'BAL-UPDATE MTD CREDITS OVERFLOW KEY='
                       BM-ACCOUNT-NO
                   MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-ADD.

           IF BALANCE-WAS-FOUND
               REWRITE BAL-MASTER-RECORD
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - WRITE THE GRAND TOTALS AND THE PROOF, AND
      * APPEND THE CYCLE'S TOTALS TO THE NIGHTLY TOTALS FILE.  THE
      * TRIAL BALANCE PROVES WHEN DEBITS LESS CREDITS EQUAL THE NET
      * MOVEMENT APPLIED (THE FIGURES THE DISPATCH RUN BALANCED
      * AGAINST ITS BATCH CONTROL TOTALS) AND THE CLOSING TOTAL MOVED
           END-IF.
           WRITE TRIAL-RPT-RECORD FROM WS-VERDICT-LINE.

           IF NOT PROOF-FAILURE-SEEN
               MOVE SPACES         TO DAY-TOTAL-RECORD
               MOVE WS-TODAY-YMD   TO DT-POST-DATE
               MOVE WS-TOT-DEBITS  TO DT-TOTAL-DEBITS
               MOVE WS-TOT-CREDITS TO DT-TOTAL-CREDITS
               MOVE WS-TOT-NET     TO DT-TOTAL-NET
               ADD WS-ACCOUNTS-UPDATED TO WS-ACCOUNTS-CREATED
                   GIVING DT-ACCOUNT-COUNT
               OPEN EXTEND DAY-TOTAL-FILE
               WRITE DAY-TOTAL-OUT FROM DAY-TOTAL-RECORD
               CLOSE DAY-TOTAL-FILE
           END-IF.

           CLOSE POST-SUMM-FILE
                 BAL-MASTER-FILE
                 TRIAL-RPT-FILE.
