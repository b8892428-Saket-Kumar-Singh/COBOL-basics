      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: MONTH-END CLOSE OF THE BALANCE MASTER.  BAL-UPDATE
      *          ROLLS BALMST EVERY NIGHT AND KEEPS MONTH-TO-DATE
      *          DEBIT AND CREDIT TOTALS ON IT, BUT AT MONTH END THE
      *          OPENING AND CLOSING FIGURES WERE STILL COPIED BY
      *          HAND FROM TRIALBAL INTO A SPREADSHEET.  THIS PROGRAM
      *          CLOSES THE MONTH THE CURRENT BUSINESS DATE FALLS IN.
      *          IT RUNS AFTER THE LAST BAL-UPDATE OF THE MONTH AND
      *          BEFORE DATE-ROLL MOVES THE BUSINESS DATE ON.
      *
      *          THE FIRST PASS OVER BALMST PRINTS THE MONTH-END TRIAL
      *          BALANCE: EACH ACCOUNT'S MONTH-OPENING BALANCE, TOTAL
      *          DEBITS, TOTAL CREDITS AND MONTH-CLOSING BALANCE, WITH
      *          ANY ACCOUNT WHOSE FIGURES DO NOT FOOT FLAGGED.  THE
      *          MONTH'S DEBITS, CREDITS AND MOVEMENT ARE THEN PROVED
      *          AGAINST THE SUM OF THE NIGHTLY POSTSUMM TOTALS THAT
      *          BAL-UPDATE APPENDED TO DAYTOTAL FOR THE MONTH.  A
      *          ROLL-UP RERUN APPENDS A SECOND RECORD FOR ITS DATE, SO
      *          ONLY THE LATEST RECORD FOR EACH DATE IS COUNTED - THE
      *          SAME RULE BRANCH-SETTLE PROVES A SINGLE NIGHT BY.
      *
      *          ONLY WHEN THE MONTH PROVES DOES THE SECOND PASS
      *          CLOSE IT: EACH ACCOUNT'S FIGURES ARE SNAPSHOT TO THE
      *          PERHIST PERIOD HISTORY, A STATEMENT IS PRINTED WITH
      *          THE NAME AND STATUS FROM ACCTMST, AND THE MONTH-TO-
      *          DATE FIELDS ARE RESET SO THE MONTH-CLOSING BALANCE
      *          OPENS THE NEW PERIOD.  A MONTH OUT OF PROOF IS LEFT
      *          UNTOUCHED AND ENDS THE JOB WITH RETURN-CODE 8.  A
      *          MONTH ALREADY ON THE PERIOD HISTORY IS REFUSED, SO A
      *          SECOND RUN CAN NEVER RESET THE NEW PERIOD'S FIGURES.
      *
      *          CONVERSION: THE MONTH-TO-DATE FIELDS AND THE
      *          CUSTOMER-ACTIVITY DATE LENGTHENED THE BALMST RECORD
      *          FROM 60 TO 105 BYTES.  AN EXISTING
      *          BALMST IS CONVERTED ONCE BY BAL-CONVERT, RUN AFTER
      *          THE LAST BAL-UPDATE OF A MONTH ON THE OLD LAYOUT WITH
      *          THE OLD FILE RENAMED BALMSTOLD.  IT COPIES THE OLD
      *          FIELDS, OPENS THE MONTH AT THE CLOSING BALANCE WITH
      *          ZERO MONTH-TO-DATE DEBITS AND CREDITS, AND PROVES THE
      *          NEW FILE AGAINST THE OLD.  THE FIRST MONTH THIS
      *          PROGRAM CLOSES IS THE ONE THAT BEGINS AFTER IT.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAL-MONTHEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAL-MASTER-FILE
               ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-ACCOUNT-NO.

           SELECT ACCT-MASTER-FILE
               ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NO.

      *    OPTIONAL SO A MONTH WITH NO CYCLES YET STILL PROVES AT ZERO
      *    RATHER THAN FAILING ON A FILE THAT DOES NOT EXIST.
           SELECT OPTIONAL DAY-TOTAL-FILE
               ASSIGN TO "DAYTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO THE VERY FIRST CLOSE CREATES THE HISTORY.
           SELECT OPTIONAL PERIOD-HIST-FILE
               ASSIGN TO "PERHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONTH-TB-FILE
               ASSIGN TO "MONTHTB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-RPT-FILE
               ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BAL-MASTER-FILE.
           COPY BALMST.

       FD  ACCT-MASTER-FILE.
           COPY ACCTMST.

       FD  DAY-TOTAL-FILE.
           COPY DAYTOTAL.

       FD  PERIOD-HIST-FILE.
           COPY PERHIST.

       FD  MONTH-TB-FILE.
       01  MONTH-TB-RECORD              PIC X(72).

       FD  STMT-RPT-FILE.
       01  STMT-RPT-RECORD              PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-MONTH-TB-LINE IS ONE PER-ACCOUNT MONTH-END TRIAL BALANCE
      * LINE, BUILT IN WORKING-STORAGE AND WRITTEN WITH WRITE ... FROM
      * SO THE UNUSED TAIL IS RELIABLY SPACES.  ML-FLAG MARKS AN
      * ACCOUNT WHOSE OPENING PLUS DEBITS LESS CREDITS IS NOT ITS
      * CLOSING BALANCE.
      ******************************************************************
       01  WS-MONTH-TB-LINE.
           02  ML-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  ML-OPENING               PIC -ZZZZZZZZZ9.99.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  ML-DEBITS                PIC ZZZZZZZZZ9.99.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  ML-CREDITS               PIC ZZZZZZZZZ9.99.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  ML-CLOSING               PIC -ZZZZZZZZZ9.99.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  ML-FLAG                  PIC X(03).

       01  WS-MONTH-TB-TITLE.
           02  FILLER                   PIC X(27)
               VALUE 'MONTH-END TRIAL BALANCE FOR'.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  MT-PERIOD                PIC 9(06).

       01  WS-MONTH-TB-HEADING.
           02  FILLER                   PIC X(11) VALUE 'ACCOUNT-NO'.
           02  FILLER                   PIC X(15)
               VALUE '  MONTH OPENING'.
           02  FILLER                   PIC X(14)
               VALUE '        DEBITS'.
           02  FILLER                   PIC X(14)
               VALUE '       CREDITS'.
           02  FILLER                   PIC X(15)
               VALUE '  MONTH CLOSING'.

      ******************************************************************
      * WS-TOTAL-LINE CARRIES THE LABELLED GRAND TOTAL AND PROOF
      * LINES AT THE FOOT OF THE MONTH-END TRIAL BALANCE.
      ******************************************************************
       01  WS-TOTAL-LINE.
           02  TL-LABEL                 PIC X(24).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  TL-AMOUNT                PIC -ZZZZZZZZZZZ9.99.

       01  WS-VERDICT-LINE.
           02  FILLER                   PIC X(06) VALUE 'PROOF '.
           02  VL-VERDICT               PIC X(30).

      ******************************************************************
      * WS-STMT-TEXT-LINE AND WS-STMT-AMOUNT-LINE ARE THE TWO SHAPES
      * OF STATEMENT LINE: A LABEL WITH TEXT, AND A LABEL WITH AN
      * EDITED AMOUNT.
      ******************************************************************
       01  WS-STMT-TEXT-LINE.
           02  SL-LABEL                 PIC X(20).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  SL-TEXT                  PIC X(51).

       01  WS-STMT-AMOUNT-LINE.
           02  SA-LABEL                 PIC X(20).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  SA-AMOUNT                PIC -ZZZZZZZZZ9.99.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  END-OF-BAL-MASTER            VALUE 'Y'.
           02  WS-DT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-DAY-TOTAL             VALUE 'Y'.
           02  WS-PH-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-PERIOD-HIST           VALUE 'Y'.
           02  WS-CLOSED-SWITCH         PIC X(01) VALUE 'N'.
               88  PERIOD-ALREADY-CLOSED        VALUE 'Y'.
           02  WS-PROOF-FAIL-SWITCH     PIC X(01) VALUE 'N'.
               88  PROOF-FAILURE-SEEN           VALUE 'Y'.
           02  WS-ACCT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  ACCOUNT-WAS-FOUND            VALUE 'Y'.
           02  WS-HIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  PERIOD-HIST-IS-OPEN          VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-ACCOUNTS-READ         PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-OUT-PROOF    PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-CLOSED       PIC 9(06) VALUE ZERO.
           02  WS-STATEMENTS-WRITTEN    PIC 9(06) VALUE ZERO.
           02  WS-CYCLES-IN-MONTH       PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-DAY-TOTAL-TABLE - THE LATEST DAYTOTAL RECORD FOR EACH DATE
      * OF THE MONTH BEING CLOSED.  A LATER RECORD FOR A DATE ALREADY
      * HELD REPLACES IT.  A MONTH CANNOT HAVE MORE DATES THAN THE
      * TABLE; A RECORD THAT WOULD OVERFILL IT FAILS THE PROOF.
      ******************************************************************
       01  WS-DAY-TOTAL-TABLE.
           02  WS-DY-ENTRY-COUNT        PIC 9(02) VALUE ZERO.
           02  WS-DY-SUB                PIC 9(02) VALUE ZERO.
           02  WS-DY-HIT-SUB            PIC 9(02) VALUE ZERO.
           02  WS-DY-ENTRY OCCURS 31 TIMES.
               03  WS-DY-POST-DATE      PIC 9(08).
               03  WS-DY-DEBITS         PIC 9(12)V99.
               03  WS-DY-CREDITS        PIC 9(12)V99.
               03  WS-DY-NET            PIC S9(12)V99.

      ******************************************************************
      * WS-PERIOD-FIELDS - THE MONTH BEING CLOSED (YYYYMM, TAKEN FROM
      * THE BUSINESS DATE) AND THE DATE THE CLOSE RAN ON.
      ******************************************************************
       01  WS-PERIOD-FIELDS.
           02  WS-CLOSE-PERIOD          PIC 9(06) VALUE ZERO.
           02  WS-CLOSE-DATE            PIC 9(08) VALUE ZERO.
           02  WS-DT-PERIOD             PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-TOTAL-FIELDS - THE BALANCE MASTER'S GRAND TOTALS FOR THE
      * MONTH AND THE SUM OF THE MONTH'S NIGHTLY TOTALS THEY ARE
      * PROVED AGAINST.  TWO MORE INTEGER DIGITS THAN THE PER-ACCOUNT
      * FIGURES SO THE SUM ACROSS EVERY ACCOUNT CANNOT OVERFLOW.
      ******************************************************************
       01  WS-TOTAL-FIELDS.
           02  WS-TOT-OPENING           PIC S9(12)V99 VALUE ZERO.
           02  WS-TOT-DEBITS            PIC S9(12)V99 VALUE ZERO.
           02  WS-TOT-CREDITS           PIC S9(12)V99 VALUE ZERO.
           02  WS-TOT-CLOSING           PIC S9(12)V99 VALUE ZERO.
           02  WS-TOT-MOVEMENT          PIC S9(12)V99 VALUE ZERO.
           02  WS-NIGHT-DEBITS          PIC S9(12)V99 VALUE ZERO.
           02  WS-NIGHT-CREDITS         PIC S9(12)V99 VALUE ZERO.
           02  WS-NIGHT-NET             PIC S9(12)V99 VALUE ZERO.
           02  WS-TOT-PROOF             PIC S9(12)V99 VALUE ZERO.
           02  WS-ACCT-PROOF            PIC S9(12)V99 VALUE ZERO.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE THAT NAMES THE
      * MONTH BEING CLOSED.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG, AND THE
      * GATE CHECK ON BAL-UPDATE'S LATEST RUN - A MONTH CLOSED ON TOP
      * OF A FAILED ROLL-UP WOULD CARRY THE DAMAGE INTO THE HISTORY.
      ******************************************************************
           COPY RUNCTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROVE-ONE-ACCOUNT
               THRU 2000-PROVE-ONE-ACCOUNT-EXIT
               UNTIL END-OF-BAL-MASTER.

           PERFORM 2500-PROVE-MONTH
               THRU 2500-PROVE-MONTH-EXIT.

           IF NOT PROOF-FAILURE-SEEN
               PERFORM 2550-REOPEN-FOR-CLOSE
                   THRU 2550-REOPEN-FOR-CLOSE-EXIT
               PERFORM 2600-CLOSE-ONE-ACCOUNT
                   THRU 2600-CLOSE-ONE-ACCOUNT-EXIT
                   UNTIL END-OF-BAL-MASTER
           END-IF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           IF PROOF-FAILURE-SEEN
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - GATE ON THE ROLL-UP RUN, WORK OUT THE MONTH
      * BEING CLOSED FROM THE BUSINESS DATE AND REFUSE IT IF THE
      * PERIOD HISTORY ALREADY HOLDS IT.  THEN SUM THE MONTH'S
      * NIGHTLY TOTALS, OPEN THE FILES, WRITE THE REPORT HEADINGS AND
      * PRIME THE FIRST READ.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'BAL-MONTHEND' TO RP-PROGRAM.
           MOVE 'BAL-UPDATE'   TO RP-PREDECESSOR.
           MOVE 'GATE' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
           IF RP-GATE-BLOCKED
               DISPLAY 'BAL-MONTHEND HELD - BAL-UPDATE LATEST'
                   ' RUN NOT CLEAN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-CLOSE-DATE.
           DIVIDE BP-BUSINESS-DATE BY 100 GIVING WS-CLOSE-PERIOD.

           OPEN INPUT PERIOD-HIST-FILE.
           PERFORM 1100-CHECK-ONE-HIST-RECORD
               THRU 1100-CHECK-ONE-HIST-RECORD-EXIT
               UNTIL END-OF-PERIOD-HIST
                   OR PERIOD-ALREADY-CLOSED.
           CLOSE PERIOD-HIST-FILE.

           IF PERIOD-ALREADY-CLOSED
               DISPLAY 'BAL-MONTHEND HELD - PERIOD ' WS-CLOSE-PERIOD
                   ' ALREADY CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           OPEN INPUT DAY-TOTAL-FILE.
           PERFORM 1200-LOAD-ONE-DAY-TOTAL
               THRU 1200-LOAD-ONE-DAY-TOTAL-EXIT
               UNTIL END-OF-DAY-TOTAL.
           CLOSE DAY-TOTAL-FILE.

           PERFORM 1300-SUM-ONE-DAY
               THRU 1300-SUM-ONE-DAY-EXIT
               VARYING WS-DY-SUB FROM 1 BY 1
               UNTIL WS-DY-SUB > WS-DY-ENTRY-COUNT.
           MOVE WS-DY-ENTRY-COUNT TO WS-CYCLES-IN-MONTH.

           OPEN INPUT  BAL-MASTER-FILE
           OPEN INPUT  ACCT-MASTER-FILE
           OPEN OUTPUT MONTH-TB-FILE
           OPEN OUTPUT STMT-RPT-FILE

           MOVE WS-CLOSE-PERIOD TO MT-PERIOD.
           WRITE MONTH-TB-RECORD FROM WS-MONTH-TB-TITLE.
           WRITE MONTH-TB-RECORD FROM WS-MONTH-TB-HEADING.

           PERFORM 2900-READ-BAL-MASTER
               THRU 2900-READ-BAL-MASTER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHECK-ONE-HIST-RECORD - ANY PERIOD HISTORY RECORD FOR
      * THE MONTH BEING CLOSED MEANS IT HAS BEEN CLOSED ALREADY.
      ******************************************************************
       1100-CHECK-ONE-HIST-RECORD.
           READ PERIOD-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-PH-EOF-SWITCH
                   GO TO 1100-CHECK-ONE-HIST-RECORD-EXIT
           END-READ.

           IF PH-PERIOD = WS-CLOSE-PERIOD
               MOVE 'Y' TO WS-CLOSED-SWITCH
           END-IF.
       1100-CHECK-ONE-HIST-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-ONE-DAY-TOTAL - HOLD ONE NIGHTLY TOTALS RECORD
      * AGAINST ITS DATE IF IT FALLS IN THE MONTH BEING CLOSED; THE
      * LAST RECORD FOR A DATE WINS, SO A ROLL-UP RERUN IS COUNTED
      * ONCE, AT ITS OWN FIGURES.  A RECORD THAT IS NOT NUMERIC CAN
      * NEVER PROVE, SO IT FAILS THE PROOF RATHER THAN BEING SKIPPED.
      ******************************************************************
       1200-LOAD-ONE-DAY-TOTAL.
           READ DAY-TOTAL-FILE
               AT END
                   MOVE 'Y' TO WS-DT-EOF-SWITCH
                   GO TO 1200-LOAD-ONE-DAY-TOTAL-EXIT
           END-READ.

           IF DT-POST-DATE NOT NUMERIC
               OR DT-TOTAL-DEBITS NOT NUMERIC
               OR DT-TOTAL-CREDITS NOT NUMERIC
               OR DT-TOTAL-NET NOT NUMERIC
               DISPLAY 'BAL-MONTHEND DAYTOTAL RECORD NOT NUMERIC'
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
               GO TO 1200-LOAD-ONE-DAY-TOTAL-EXIT
           END-IF.

           DIVIDE DT-POST-DATE BY 100 GIVING WS-DT-PERIOD.
           IF WS-DT-PERIOD NOT = WS-CLOSE-PERIOD
               GO TO 1200-LOAD-ONE-DAY-TOTAL-EXIT
           END-IF.

           MOVE ZERO TO WS-DY-HIT-SUB.
           PERFORM 1250-FIND-DAY-ENTRY
               THRU 1250-FIND-DAY-ENTRY-EXIT
               VARYING WS-DY-SUB FROM 1 BY 1
               UNTIL WS-DY-SUB > WS-DY-ENTRY-COUNT
                   OR WS-DY-HIT-SUB > ZERO.

           IF WS-DY-HIT-SUB = ZERO
               IF WS-DY-ENTRY-COUNT NOT < 31
                   DISPLAY 'BAL-MONTHEND TOO MANY DAYTOTAL DATES FOR '
                       WS-CLOSE-PERIOD
                   MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
                   GO TO 1200-LOAD-ONE-DAY-TOTAL-EXIT
               END-IF
               ADD 1 TO WS-DY-ENTRY-COUNT
               MOVE WS-DY-ENTRY-COUNT TO WS-DY-HIT-SUB
               MOVE DT-POST-DATE TO WS-DY-POST-DATE(WS-DY-HIT-SUB)
           END-IF.

           MOVE DT-TOTAL-DEBITS  TO WS-DY-DEBITS(WS-DY-HIT-SUB).
           MOVE DT-TOTAL-CREDITS TO WS-DY-CREDITS(WS-DY-HIT-SUB).
           MOVE DT-TOTAL-NET     TO WS-DY-NET(WS-DY-HIT-SUB).
       1200-LOAD-ONE-DAY-TOTAL-EXIT.
           EXIT.

       1250-FIND-DAY-ENTRY.
           IF WS-DY-POST-DATE(WS-DY-SUB) = DT-POST-DATE
               MOVE WS-DY-SUB TO WS-DY-HIT-SUB
           END-IF.
       1250-FIND-DAY-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 1300-SUM-ONE-DAY - ADD ONE DATE'S LATEST TOTALS INTO THE
      * MONTH'S FIGURES.
      ******************************************************************
       1300-SUM-ONE-DAY.
           ADD WS-DY-DEBITS(WS-DY-SUB)  TO WS-NIGHT-DEBITS.
           ADD WS-DY-CREDITS(WS-DY-SUB) TO WS-NIGHT-CREDITS.
           ADD WS-DY-NET(WS-DY-SUB)     TO WS-NIGHT-NET.
       1300-SUM-ONE-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROVE-ONE-ACCOUNT - PRINT ONE ACCOUNT'S MONTH-END TRIAL
      * BALANCE LINE AND ROLL IT INTO THE GRAND TOTALS.  AN ACCOUNT
      * WHOSE MONTH-OPENING PLUS DEBITS LESS CREDITS IS NOT ITS
      * CLOSING BALANCE IS FLAGGED AND FAILS THE PROOF.
      ******************************************************************
       2000-PROVE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ.

           ADD BM-MONTH-OPEN-BAL TO WS-TOT-OPENING.
           ADD BM-MTD-DEBITS     TO WS-TOT-DEBITS.
           ADD BM-MTD-CREDITS    TO WS-TOT-CREDITS.
           ADD BM-CLOSING-BAL    TO WS-TOT-CLOSING.

           MOVE BM-ACCOUNT-NO     TO ML-ACCOUNT-NO.
           MOVE BM-MONTH-OPEN-BAL TO ML-OPENING.
           MOVE BM-MTD-DEBITS     TO ML-DEBITS.
           MOVE BM-MTD-CREDITS    TO ML-CREDITS.
           MOVE BM-CLOSING-BAL    TO ML-CLOSING.
           MOVE SPACES            TO ML-FLAG.

           COMPUTE WS-ACCT-PROOF =
               BM-MONTH-OPEN-BAL + BM-MTD-DEBITS - BM-MTD-CREDITS.
           IF WS-ACCT-PROOF NOT = BM-CLOSING-BAL
               MOVE '***' TO ML-FLAG
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
               ADD 1 TO WS-ACCOUNTS-OUT-PROOF
           END-IF.

           WRITE MONTH-TB-RECORD FROM WS-MONTH-TB-LINE.

           PERFORM 2900-READ-BAL-MASTER
               THRU 2900-READ-BAL-MASTER-EXIT.
       2000-PROVE-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2500-PROVE-MONTH - WRITE THE GRAND TOTALS AND THE PROOF.  THE
      * MONTH PROVES WHEN THE BALANCE MASTER'S MONTH-TO-DATE DEBITS
      * AND CREDITS EQUAL THE SUM OF THE MONTH'S NIGHTLY FEED TOTALS,
      * THEIR DIFFERENCE EQUALS THE SUM OF THE NIGHTLY NETS, THE
      * CLOSING TOTAL MOVED FROM THE OPENING TOTAL BY EXACTLY THAT
      * NET, AND NO ACCOUNT WAS FLAGGED ON THE WAY THROUGH.
      ******************************************************************
       2500-PROVE-MONTH.
           COMPUTE WS-TOT-MOVEMENT = WS-TOT-CLOSING - WS-TOT-OPENING.

           MOVE 'TOTAL MONTH OPENING'  TO TL-LABEL.
           MOVE WS-TOT-OPENING         TO TL-AMOUNT.
           WRITE MONTH-TB-RECORD FROM WS-TOTAL-LINE.

           MOVE 'TOTAL DEBITS'         TO TL-LABEL.
           MOVE WS-TOT-DEBITS          TO TL-AMOUNT.
           WRITE MONTH-TB-RECORD FROM WS-TOTAL-LINE.

           MOVE 'TOTAL CREDITS'        TO TL-LABEL.
           MOVE WS-TOT-CREDITS         TO TL-AMOUNT.
           WRITE MONTH-TB-RECORD FROM WS-TOTAL-LINE.

           MOVE 'TOTAL MONTH CLOSING'  TO TL-LABEL.
           MOVE WS-TOT-CLOSING         TO TL-AMOUNT.
           WRITE MONTH-TB-RECORD FROM WS-TOTAL-LINE.

           MOVE 'MONTH MOVEMENT'       TO TL-LABEL.
           MOVE WS-TOT-MOVEMENT        TO TL-AMOUNT.
           WRITE MONTH-TB-RECORD FROM WS-TOTAL-LINE.

           MOVE 'NIGHTLY FEED DEBITS'  TO TL-LABEL.
           MOVE WS-NIGHT-DEBITS        TO TL-AMOUNT.
           WRITE MONTH-TB-RECORD FROM WS-TOTAL-LINE.

           MOVE 'NIGHTLY FEED CREDITS' TO TL-LABEL.
           MOVE WS-NIGHT-CREDITS       TO TL-AMOUNT.
           WRITE MONTH-TB-RECORD FROM WS-TOTAL-LINE.

           MOVE 'SUM OF NIGHTLY NETS'  TO TL-LABEL.
           MOVE WS-NIGHT-NET           TO TL-AMOUNT.
           WRITE MONTH-TB-RECORD FROM WS-TOTAL-LINE.

           IF WS-TOT-DEBITS NOT = WS-NIGHT-DEBITS
               OR WS-TOT-CREDITS NOT = WS-NIGHT-CREDITS
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-IF.
           COMPUTE WS-TOT-PROOF = WS-TOT-DEBITS - WS-TOT-CREDITS.
           IF WS-TOT-PROOF NOT = WS-NIGHT-NET
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-IF.
           IF WS-TOT-MOVEMENT NOT = WS-NIGHT-NET
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-IF.

           IF PROOF-FAILURE-SEEN
               MOVE 'OUT-OF-PROOF - MONTH NOT CLOSED' TO VL-VERDICT
           ELSE
               MOVE 'IN-PROOF'     TO VL-VERDICT
           END-IF.
           WRITE MONTH-TB-RECORD FROM WS-VERDICT-LINE.
       2500-PROVE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 2550-REOPEN-FOR-CLOSE - THE MONTH PROVED.  REOPEN THE BALANCE
      * MASTER FOR UPDATE FROM THE FIRST ACCOUNT, OPEN THE PERIOD
      * HISTORY FOR APPEND AND PRIME THE FIRST READ OF THE SECOND
      * PASS.
      ******************************************************************
       2550-REOPEN-FOR-CLOSE.
           CLOSE BAL-MASTER-FILE.
           OPEN I-O BAL-MASTER-FILE.
           OPEN EXTEND PERIOD-HIST-FILE.
           MOVE 'Y' TO WS-HIST-OPEN-SWITCH.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2900-READ-BAL-MASTER
               THRU 2900-READ-BAL-MASTER-EXIT.
       2550-REOPEN-FOR-CLOSE-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CLOSE-ONE-ACCOUNT - SNAPSHOT THE ACCOUNT'S MONTH TO THE
      * PERIOD HISTORY, PRINT ITS STATEMENT, THEN RESET ITS MONTH-TO-
      * DATE FIELDS SO THE MONTH-CLOSING BALANCE OPENS THE NEW PERIOD.
      ******************************************************************
       2600-CLOSE-ONE-ACCOUNT.
           MOVE SPACES            TO PERIOD-HIST-RECORD.
           MOVE WS-CLOSE-PERIOD   TO PH-PERIOD.
           MOVE BM-ACCOUNT-NO     TO PH-ACCOUNT-NO.
           MOVE BM-MONTH-OPEN-BAL TO PH-OPENING-BAL.
           MOVE BM-MTD-DEBITS     TO PH-TOTAL-DEBITS.
           MOVE BM-MTD-CREDITS    TO PH-TOTAL-CREDITS.
           MOVE BM-CLOSING-BAL    TO PH-CLOSING-BAL.
           MOVE WS-CLOSE-DATE     TO PH-CLOSED-DATE.
           WRITE PERIOD-HIST-RECORD.

           PERFORM 2650-WRITE-STATEMENT
               THRU 2650-WRITE-STATEMENT-EXIT.

           MOVE BM-CLOSING-BAL TO BM-MONTH-OPEN-BAL.
           MOVE ZERO           TO BM-MTD-DEBITS.
           MOVE ZERO           TO BM-MTD-CREDITS.
           REWRITE BAL-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'BAL-MONTHEND REWRITE FAILED KEY='
                       BM-ACCOUNT-NO
                   MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-REWRITE.

           ADD 1 TO WS-ACCOUNTS-CLOSED.

           PERFORM 2900-READ-BAL-MASTER
               THRU 2900-READ-BAL-MASTER-EXIT.
       2600-CLOSE-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2650-WRITE-STATEMENT - ONE STATEMENT PER ACCOUNT: THE ACCOUNT
      * AND PERIOD, THE NAME AND OPEN/CLOSED STATUS FROM THE ACCOUNT
      * MASTER (OR AN EXPLICIT NOT-ON-MASTER LINE), AND THE MONTH'S
      * OPENING, DEBITS, CREDITS AND CLOSING, THEN A SEPARATOR.
      ******************************************************************
       2650-WRITE-STATEMENT.
           MOVE 'STATEMENT'    TO SL-LABEL.
           MOVE SPACES         TO SL-TEXT.
           STRING 'ACCOUNT ' BM-ACCOUNT-NO ' PERIOD ' WS-CLOSE-PERIOD
               DELIMITED BY SIZE
               INTO SL-TEXT.
           WRITE STMT-RPT-RECORD FROM WS-STMT-TEXT-LINE.

           MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
           MOVE BM-ACCOUNT-NO TO AM-ACCOUNT-NO.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ.

           IF ACCOUNT-WAS-FOUND
               MOVE 'NAME'            TO SL-LABEL
               MOVE AM-ACCOUNT-NAME   TO SL-TEXT
               WRITE STMT-RPT-RECORD FROM WS-STMT-TEXT-LINE
               MOVE 'STATUS'          TO SL-LABEL
               IF ACCOUNT-IS-CLOSED
                   MOVE 'CLOSED'      TO SL-TEXT
               ELSE
                   MOVE 'OPEN'        TO SL-TEXT
               END-IF
               WRITE STMT-RPT-RECORD FROM WS-STMT-TEXT-LINE
           ELSE
               MOVE 'NAME'            TO SL-LABEL
               MOVE 'ACCOUNT NOT ON MASTER FILE' TO SL-TEXT
               WRITE STMT-RPT-RECORD FROM WS-STMT-TEXT-LINE
           END-IF.

           MOVE 'OPENING BALANCE'     TO SA-LABEL.
           MOVE BM-MONTH-OPEN-BAL     TO SA-AMOUNT.
           WRITE STMT-RPT-RECORD FROM WS-STMT-AMOUNT-LINE.

           MOVE 'TOTAL DEBITS'        TO SA-LABEL.
           MOVE BM-MTD-DEBITS         TO SA-AMOUNT.
           WRITE STMT-RPT-RECORD FROM WS-STMT-AMOUNT-LINE.

           MOVE 'TOTAL CREDITS'       TO SA-LABEL.
           MOVE BM-MTD-CREDITS        TO SA-AMOUNT.
           WRITE STMT-RPT-RECORD FROM WS-STMT-AMOUNT-LINE.

           MOVE 'CLOSING BALANCE'     TO SA-LABEL.
           MOVE BM-CLOSING-BAL        TO SA-AMOUNT.
           WRITE STMT-RPT-RECORD FROM WS-STMT-AMOUNT-LINE.

           MOVE SPACES  TO SL-LABEL.
           MOVE ALL '-' TO SL-TEXT.
           WRITE STMT-RPT-RECORD FROM WS-STMT-TEXT-LINE.

           ADD 1 TO WS-STATEMENTS-WRITTEN.
       2650-WRITE-STATEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-BAL-MASTER - READ THE NEXT BALANCE RECORD IN
      * ACCOUNT ORDER.
      ******************************************************************
       2900-READ-BAL-MASTER.
           READ BAL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2900-READ-BAL-MASTER-EXIT
           END-READ.

       2900-READ-BAL-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - CLOSE THE FILES AND REPORT RUN TOTALS.  THE
      * PERIOD HISTORY IS ONLY OPEN WHEN THE MONTH WAS CLOSED.
      ******************************************************************
       3000-TERMINATE.
           IF PERIOD-HIST-IS-OPEN
               CLOSE PERIOD-HIST-FILE
           END-IF.

           CLOSE BAL-MASTER-FILE
                 ACCT-MASTER-FILE
                 MONTH-TB-FILE
                 STMT-RPT-FILE.

           DISPLAY 'BAL-MONTHEND PERIOD          : ' WS-CLOSE-PERIOD.
           DISPLAY 'BAL-MONTHEND ACCOUNTS READ   : ' WS-ACCOUNTS-READ.
           DISPLAY 'BAL-MONTHEND OUT OF PROOF    : '
               WS-ACCOUNTS-OUT-PROOF.
           DISPLAY 'BAL-MONTHEND NIGHTLY CYCLES  : '
               WS-CYCLES-IN-MONTH.
           DISPLAY 'BAL-MONTHEND ACCOUNTS CLOSED : '
               WS-ACCOUNTS-CLOSED.
           DISPLAY 'BAL-MONTHEND STATEMENTS      : '
               WS-STATEMENTS-WRITTEN.

           MOVE 'END' TO RP-FUNCTION.
           IF PROOF-FAILURE-SEEN
               MOVE 'FAILED' TO RP-STATUS
           ELSE
               MOVE 'CLEAN'  TO RP-STATUS
           END-IF.
           MOVE WS-ACCOUNTS-READ      TO RP-READ-COUNT.
           MOVE WS-ACCOUNTS-CLOSED    TO RP-WRITTEN-COUNT.
           MOVE WS-ACCOUNTS-OUT-PROOF TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM BAL-MONTHEND.
