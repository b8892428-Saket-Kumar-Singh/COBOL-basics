      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: PER-BRANCH SETTLEMENT OF THE NIGHT'S POSTINGS.  THE
      *          TRIAL BALANCE ONLY EVER SHOWED THE WHOLE BANK, SO A
      *          BRANCH MANAGER ASKING FOR THEIR OWN FIGURES GOT THE
      *          FULL LISTING AND A HIGHLIGHTER.  REDEFINE-DISPATCH
      *          NOW CARRIES THE BRANCH BRANCH-MERGE STAMPED ON EACH
      *          BATCH ONTO EVERY POSTING JOURNAL ENTRY AND EVERY
      *          SUSPENSE LINE, SO THIS PROGRAM CAN SETTLE EACH
      *          BRANCH SEPARATELY.
      *
      *          FOR EVERY BRANCH IN BRANCHCTL, AND THE 'SUSP', 'HOLD'
      *          AND 'INTR' PSEUDO-BRANCHES THE RELEASE BATCHES MERGE
      *          UNDER, IT PRINTS THE DEBITS, CREDITS AND NET POSTED
      *          ON THE BUSINESS DATE, THE ITEMS POSTED, THE ITEMS
      *          SUSPENDED AND THE REVERSALS APPLIED.  DEBITS AND
      *          CREDITS ARE BUILT THE WAY THE DISPATCH RUN BUILDS
      *          POSTSUMM: A REVERSAL BACKS ITS AMOUNT OUT OF THE
      *          DEBITS OR CREDITS OF THE BRANCH WHOSE BATCH CARRIED
      *          IT.  A JOURNAL ENTRY FOR A BRANCH NOT ON BRANCHCTL
      *          IS STILL SETTLED, ON A LINE OF ITS OWN, AND FLAGGED.
      *
      *          THE BRANCH FIGURES ARE THEN PROVED AGAINST THE GRAND
      *          DEBIT, CREDIT AND NET TOTALS OF THE TRIAL BALANCE, AS
      *          BAL-UPDATE APPENDED THEM TO DAYTOTAL FOR THE BUSINESS
      *          DATE.  A SETTLEMENT THAT DOES NOT PROVE, OR A DATE
      *          WITH NO TRIAL BALANCE, ENDS THE JOB WITH RETURN-CODE
      *          8.
      *
      *          SCHEDULER CONVENTIONS: RUNS AFTER BAL-UPDATE AND
      *          BEFORE THE NIGHT'S SUSPENSE FILE IS REMOVED (SEE
      *          SUSP-MANAGE).
      * Tectonics: cobc
      *
      * Modification History:
      *   15-10-2026  SKS  THE 'INTR' PSEUDO-BRANCH, UNDER WHICH
      *                    BRANCH-MERGE NOW MERGES INT-CAPITAL'S
      *                    INTEREST BATCH, IS SETTLED ON ITS OWN LINE
      *                    AFTER 'SUSP' AND 'HOLD'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-SETTLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-CTL-FILE
               ASSIGN TO "BRANCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO A SITE WHOSE FIRST DISPATCH RUN POSTED NOTHING
      *    STILL SETTLES, AT ZERO.
           SELECT OPTIONAL POST-JRNL-FILE
               ASSIGN TO "POSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSP-IN-FILE
               ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO A MISSING FILE IS REPORTED AS NO TRIAL BALANCE
      *    FOR THE DATE RATHER THAN ABENDING.
           SELECT OPTIONAL DAY-TOTAL-FILE
               ASSIGN TO "DAYTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SETTLE-RPT-FILE
               ASSIGN TO "BRSETTLE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ONE CONTROL RECORD PER BRANCH THE CYCLE EXPECTS A FILE FROM,
      * THE SAME FILE BRANCH-MERGE CHECKS THE NIGHT'S FEED AGAINST.
      ******************************************************************
       FD  BRANCH-CTL-FILE.
       01  BRANCH-CTL-RECORD.
           02  BC-BRANCH-ID             PIC X(04).
           02  FILLER                   PIC X(01).
           02  BC-BRANCH-NAME           PIC X(30).

       FD  POST-JRNL-FILE.
           COPY POSTJRNL.

      ******************************************************************
      * SUSP-IN-RECORD IS THE 49-BYTE SUSPENSE LINE REDEFINE-DISPATCH
      * WRITES: ACCOUNT, AMOUNT, THE REASON IT COULD NOT DISPATCH AND
      * THE BRANCH WHOSE BATCH CARRIED IT.
      ******************************************************************
       FD  SUSP-IN-FILE.
       01  SUSP-IN-RECORD.
           02  SI-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01).
           02  SI-AMOUNT                PIC X(12).
           02  FILLER                   PIC X(01).
           02  SI-REASON                PIC X(20).
           02  FILLER                   PIC X(01).
           02  SI-BRANCH-ID             PIC X(04).

       FD  DAY-TOTAL-FILE.
           COPY DAYTOTAL.

       FD  SETTLE-RPT-FILE.
       01  SETTLE-RPT-RECORD            PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-SETTLE-LINE IS ONE BRANCH'S SETTLEMENT LINE, ALSO USED FOR
      * THE TOTAL AND TRIAL BALANCE LINES UNDER THEM, BUILT IN
      * WORKING-STORAGE AND WRITTEN WITH WRITE ... FROM SO THE UNUSED
      * TAIL IS RELIABLY SPACES.
      ******************************************************************
       01  WS-SETTLE-LINE.
           02  SL-BRANCH-ID             PIC X(05).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  SL-DEBITS                PIC -ZZZZZZZZZ9.99.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  SL-CREDITS               PIC -ZZZZZZZZZ9.99.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  SL-NET                   PIC -ZZZZZZZZZ9.99.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  SL-POSTED                PIC ZZZZ9.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  SL-SUSPENDED             PIC ZZZZ9.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  SL-REVERSALS             PIC ZZZZ9.

       01  WS-SETTLE-TITLE.
           02  FILLER                   PIC X(22)
               VALUE 'BRANCH SETTLEMENT FOR '.
           02  ST-BUSINESS-TEXT         PIC X(10).

       01  WS-SETTLE-HEADING.
           02  FILLER                   PIC X(06) VALUE 'BRANCH'.
           02  FILLER                   PIC X(14)
               VALUE '        DEBITS'.
           02  FILLER                   PIC X(15)
               VALUE '        CREDITS'.
           02  FILLER                   PIC X(15)
               VALUE '            NET'.
           02  FILLER                   PIC X(06) VALUE ' POSTD'.
           02  FILLER                   PIC X(06) VALUE '  SUSP'.
           02  FILLER                   PIC X(06) VALUE '  REVS'.

       01  WS-NOTE-LINE.
           02  NL-BRANCH-ID             PIC X(05).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  NL-TEXT                  PIC X(66).

       01  WS-VERDICT-LINE.
           02  FILLER                   PIC X(06) VALUE 'PROOF '.
           02  VL-VERDICT               PIC X(30).

       01  WS-SWITCHES.
           02  WS-CTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-BRANCH-CTL            VALUE 'Y'.
           02  WS-PJ-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-POST-JRNL             VALUE 'Y'.
           02  WS-SUSP-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-SUSPENSE              VALUE 'Y'.
           02  WS-DT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-DAY-TOTAL             VALUE 'Y'.
           02  WS-DT-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  TRIAL-BALANCE-FOUND          VALUE 'Y'.
           02  WS-PROOF-FAIL-SWITCH     PIC X(01) VALUE 'N'.
               88  PROOF-FAILURE-SEEN           VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-JRNL-READ             PIC 9(06) VALUE ZERO.
           02  WS-JRNL-SETTLED          PIC 9(06) VALUE ZERO.
           02  WS-SUSP-READ             PIC 9(06) VALUE ZERO.
           02  WS-UNLISTED-ITEMS        PIC 9(06) VALUE ZERO.
           02  WS-BRANCHES-REPORTED     PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-BRANCH-TABLE - ONE ENTRY PER BRANCH SETTLED: EVERY
      * BRANCHCTL BRANCH IN FILE ORDER, THEN THE 'SUSP', 'HOLD' AND
      * 'INTR' PSEUDO-BRANCHES, THEN ANY BRANCH FOUND ON THE JOURNAL OR
      * SUSPENSE THAT IS NOT LISTED (FLAGGED ON THE REPORT).  DEBITS
      * AND CREDITS ARE HELD AS POSITIVE FIGURES, AS ON POSTSUMM.  A
      * FULL TABLE STOPS THE RUN - A DROPPED BRANCH COULD NEVER PROVE.
      ******************************************************************
       01  WS-BRANCH-TABLE.
           02  WS-BT-ENTRY-COUNT        PIC 9(02) VALUE ZERO.
           02  WS-BT-SUB                PIC 9(02) VALUE ZERO.
           02  WS-BT-HIT-SUB            PIC 9(02) VALUE ZERO.
           02  WS-BT-ENTRY OCCURS 60 TIMES.
               03  WS-BT-BRANCH-ID      PIC X(04).
               03  WS-BT-LISTED-SW      PIC X(01).
                   88  BRANCH-IS-LISTED         VALUE 'Y'.
               03  WS-BT-DEBITS         PIC S9(12)V99.
               03  WS-BT-CREDITS        PIC S9(12)V99.
               03  WS-BT-NET            PIC S9(12)V99.
               03  WS-BT-POSTED         PIC 9(05).
               03  WS-BT-SUSPENDED      PIC 9(05).
               03  WS-BT-REVERSALS      PIC 9(05).

      ******************************************************************
      * WS-SEARCH-FIELDS - THE BRANCH BEING LOOKED UP IN THE TABLE.
      * A BLANK BRANCH (A JOURNAL ENTRY WRITTEN BEFORE THE BRANCH WAS
      * CARRIED) IS SETTLED UNDER '????' RATHER THAN VANISHING.
      ******************************************************************
       01  WS-SEARCH-FIELDS.
           02  WS-SEARCH-BRANCH-ID      PIC X(04) VALUE SPACES.
           02  WS-UNKNOWN-BRANCH-ID     PIC X(04) VALUE '????'.

      ******************************************************************
      * WS-TOTAL-FIELDS - THE SUM OF THE BRANCH FIGURES AND THE TRIAL
      * BALANCE TOTALS THEY ARE PROVED AGAINST.
      ******************************************************************
       01  WS-TOTAL-FIELDS.
           02  WS-TOT-DEBITS            PIC S9(12)V99 VALUE ZERO.
           02  WS-TOT-CREDITS           PIC S9(12)V99 VALUE ZERO.
           02  WS-TOT-NET               PIC S9(12)V99 VALUE ZERO.
           02  WS-TOT-POSTED            PIC 9(05) VALUE ZERO.
           02  WS-TOT-SUSPENDED         PIC 9(05) VALUE ZERO.
           02  WS-TOT-REVERSALS         PIC 9(05) VALUE ZERO.
           02  WS-TB-DEBITS             PIC S9(12)V99 VALUE ZERO.
           02  WS-TB-CREDITS            PIC S9(12)V99 VALUE ZERO.
           02  WS-TB-NET                PIC S9(12)V99 VALUE ZERO.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE WHOSE JOURNAL
      * ENTRIES AND TRIAL BALANCE ARE SETTLED.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG, AND THE
      * GATE CHECK ON BAL-UPDATE'S LATEST RUN - THE TRIAL BALANCE
      * TOTALS THE SETTLEMENT PROVES TO ARE ONLY WRITTEN BY A CLEAN
      * ROLL-UP.
      ******************************************************************
           COPY RUNCTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-SETTLE-ONE-ENTRY
               THRU 2000-SETTLE-ONE-ENTRY-EXIT
               UNTIL END-OF-POST-JRNL.

           PERFORM 2200-COUNT-ONE-SUSPENSE
               THRU 2200-COUNT-ONE-SUSPENSE-EXIT
               UNTIL END-OF-SUSPENSE.

           PERFORM 2500-REPORT-ONE-BRANCH
               THRU 2500-REPORT-ONE-BRANCH-EXIT
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-ENTRY-COUNT.

           PERFORM 2600-PROVE-SETTLEMENT
               THRU 2600-PROVE-SETTLEMENT-EXIT.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           IF PROOF-FAILURE-SEEN
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - GATE ON THE ROLL-UP RUN, LOAD THE BRANCH
      * TABLE FROM BRANCHCTL PLUS THE THREE PSEUDO-BRANCHES, FIND THE
      * BUSINESS DATE'S TRIAL BALANCE TOTALS, OPEN THE FILES, WRITE
      * THE REPORT HEADINGS AND PRIME THE FIRST JOURNAL READ.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'BRANCH-SETTLE' TO RP-PROGRAM.
           MOVE 'BAL-UPDATE'    TO RP-PREDECESSOR.
           MOVE 'GATE' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
           IF RP-GATE-BLOCKED
               DISPLAY 'BRANCH-SETTLE HELD - BAL-UPDATE LATEST'
                   ' RUN NOT CLEAN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.

           OPEN INPUT BRANCH-CTL-FILE.
           PERFORM 1100-LOAD-ONE-BRANCH
               THRU 1100-LOAD-ONE-BRANCH-EXIT
               UNTIL END-OF-BRANCH-CTL.
           CLOSE BRANCH-CTL-FILE.

           MOVE 'SUSP' TO WS-SEARCH-BRANCH-ID.
           PERFORM 1150-ADD-LISTED-BRANCH
               THRU 1150-ADD-LISTED-BRANCH-EXIT.
           MOVE 'HOLD' TO WS-SEARCH-BRANCH-ID.
           PERFORM 1150-ADD-LISTED-BRANCH
               THRU 1150-ADD-LISTED-BRANCH-EXIT.
           MOVE 'INTR' TO WS-SEARCH-BRANCH-ID.
           PERFORM 1150-ADD-LISTED-BRANCH
               THRU 1150-ADD-LISTED-BRANCH-EXIT.

           OPEN INPUT DAY-TOTAL-FILE.
           PERFORM 1200-FIND-ONE-DAY-TOTAL
               THRU 1200-FIND-ONE-DAY-TOTAL-EXIT
               UNTIL END-OF-DAY-TOTAL.
           CLOSE DAY-TOTAL-FILE.

           OPEN INPUT  POST-JRNL-FILE
           OPEN INPUT  SUSP-IN-FILE
           OPEN OUTPUT SETTLE-RPT-FILE

           MOVE BP-BUSINESS-TEXT TO ST-BUSINESS-TEXT.
           WRITE SETTLE-RPT-RECORD FROM WS-SETTLE-TITLE.
           WRITE SETTLE-RPT-RECORD FROM WS-SETTLE-HEADING.

           PERFORM 2900-READ-POST-JRNL
               THRU 2900-READ-POST-JRNL-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-ONE-BRANCH - LOAD ONE BRANCHCTL BRANCH INTO THE
      * TABLE AS A LISTED BRANCH.
      ******************************************************************
       1100-LOAD-ONE-BRANCH.
           READ BRANCH-CTL-FILE
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SWITCH
                   GO TO 1100-LOAD-ONE-BRANCH-EXIT
           END-READ.

           MOVE BC-BRANCH-ID TO WS-SEARCH-BRANCH-ID.
           PERFORM 1150-ADD-LISTED-BRANCH
               THRU 1150-ADD-LISTED-BRANCH-EXIT.
       1100-LOAD-ONE-BRANCH-EXIT.
           EXIT.

       1150-ADD-LISTED-BRANCH.
           PERFORM 2800-ADD-BRANCH-ENTRY
               THRU 2800-ADD-BRANCH-ENTRY-EXIT.
           MOVE 'Y' TO WS-BT-LISTED-SW(WS-BT-ENTRY-COUNT).
       1150-ADD-LISTED-BRANCH-EXIT.
           EXIT.

      ******************************************************************
      * 1200-FIND-ONE-DAY-TOTAL - KEEP THE TOTALS OF EVERY NIGHTLY
      * TOTALS RECORD FOR THE BUSINESS DATE; THE LAST ONE WINS, SO A
      * ROLL-UP RERUN IS PROVED AGAINST ITS OWN FIGURES.  A RECORD
      * THAT IS NOT NUMERIC CAN NEVER PROVE, SO IT FAILS THE PROOF
      * RATHER THAN BEING SKIPPED.
      ******************************************************************
       1200-FIND-ONE-DAY-TOTAL.
           READ DAY-TOTAL-FILE
               AT END
                   MOVE 'Y' TO WS-DT-EOF-SWITCH
                   GO TO 1200-FIND-ONE-DAY-TOTAL-EXIT
           END-READ.

           IF DT-POST-DATE NOT NUMERIC
               OR DT-TOTAL-DEBITS NOT NUMERIC
               OR DT-TOTAL-CREDITS NOT NUMERIC
               OR DT-TOTAL-NET NOT NUMERIC
               DISPLAY 'BRANCH-SETTLE DAYTOTAL RECORD NOT NUMERIC'
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
               GO TO 1200-FIND-ONE-DAY-TOTAL-EXIT
           END-IF.

           IF DT-POST-DATE NOT = BP-BUSINESS-DATE
               GO TO 1200-FIND-ONE-DAY-TOTAL-EXIT
           END-IF.

           MOVE 'Y'              TO WS-DT-FOUND-SWITCH.
           MOVE DT-TOTAL-DEBITS  TO WS-TB-DEBITS.
           MOVE DT-TOTAL-CREDITS TO WS-TB-CREDITS.
           MOVE DT-TOTAL-NET     TO WS-TB-NET.
       1200-FIND-ONE-DAY-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SETTLE-ONE-ENTRY - ROLL ONE JOURNAL ENTRY FOR THE
      * BUSINESS DATE INTO ITS BRANCH.  A DETAIL'S AMOUNT GOES TO
      * DEBITS WHEN POSITIVE AND CREDITS WHEN NEGATIVE.  A REVERSAL'S
      * AMOUNT IS ALREADY THE NEGATION OF THE POSTING IT BACKS OUT,
      * SO A NEGATIVE ONE COMES OFF DEBITS AND A POSITIVE ONE OFF
      * CREDITS.  EVERY ENTRY'S SIGNED AMOUNT IS ITS EFFECT ON NET.
      ******************************************************************
       2000-SETTLE-ONE-ENTRY.
           IF PJ-POST-DATE NOT = BP-BUSINESS-DATE
               GO TO 2000-SETTLE-ONE-ENTRY-NEXT
           END-IF.

           MOVE PJ-BRANCH-ID TO WS-SEARCH-BRANCH-ID.
           PERFORM 2700-FIND-BRANCH
               THRU 2700-FIND-BRANCH-EXIT.

           IF PJ-IS-REVERSAL
               IF PJ-AMOUNT < ZERO
                   ADD PJ-AMOUNT TO WS-BT-DEBITS(WS-BT-HIT-SUB)
               ELSE
                   SUBTRACT PJ-AMOUNT
                       FROM WS-BT-CREDITS(WS-BT-HIT-SUB)
               END-IF
               ADD 1 TO WS-BT-REVERSALS(WS-BT-HIT-SUB)
           ELSE
               IF PJ-AMOUNT < ZERO
                   SUBTRACT PJ-AMOUNT
                       FROM WS-BT-CREDITS(WS-BT-HIT-SUB)
               ELSE
                   ADD PJ-AMOUNT TO WS-BT-DEBITS(WS-BT-HIT-SUB)
               END-IF
               ADD 1 TO WS-BT-POSTED(WS-BT-HIT-SUB)
           END-IF.

           ADD PJ-AMOUNT TO WS-BT-NET(WS-BT-HIT-SUB).
           ADD 1 TO WS-JRNL-SETTLED.

       2000-SETTLE-ONE-ENTRY-NEXT.
           PERFORM 2900-READ-POST-JRNL
               THRU 2900-READ-POST-JRNL-EXIT.
       2000-SETTLE-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2200-COUNT-ONE-SUSPENSE - COUNT ONE ITEM THE DISPATCH RUN
      * SUSPENDED TONIGHT AGAINST THE BRANCH THAT SENT IT.  A
      * SUSPENDED ITEM NEVER POSTED, SO IT CARRIES NO AMOUNT INTO
      * THE SETTLEMENT.
      ******************************************************************
       2200-COUNT-ONE-SUSPENSE.
           READ SUSP-IN-FILE
               AT END
                   MOVE 'Y' TO WS-SUSP-EOF-SWITCH
                   GO TO 2200-COUNT-ONE-SUSPENSE-EXIT
           END-READ.

           ADD 1 TO WS-SUSP-READ.

           MOVE SI-BRANCH-ID TO WS-SEARCH-BRANCH-ID.
           PERFORM 2700-FIND-BRANCH
               THRU 2700-FIND-BRANCH-EXIT.

           ADD 1 TO WS-BT-SUSPENDED(WS-BT-HIT-SUB).
       2200-COUNT-ONE-SUSPENSE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-REPORT-ONE-BRANCH - PRINT ONE BRANCH'S SETTLEMENT LINE
      * AND ROLL IT INTO THE TOTALS.  A BRANCH NOT ON BRANCHCTL GETS
      * A NOTE LINE UNDER IT SO IT IS FOLLOWED UP.
      ******************************************************************
       2500-REPORT-ONE-BRANCH.
           ADD WS-BT-DEBITS(WS-BT-SUB)    TO WS-TOT-DEBITS.
           ADD WS-BT-CREDITS(WS-BT-SUB)   TO WS-TOT-CREDITS.
           ADD WS-BT-NET(WS-BT-SUB)       TO WS-TOT-NET.
           ADD WS-BT-POSTED(WS-BT-SUB)    TO WS-TOT-POSTED.
           ADD WS-BT-SUSPENDED(WS-BT-SUB) TO WS-TOT-SUSPENDED.
           ADD WS-BT-REVERSALS(WS-BT-SUB) TO WS-TOT-REVERSALS.

           MOVE WS-BT-BRANCH-ID(WS-BT-SUB) TO SL-BRANCH-ID.
           MOVE WS-BT-DEBITS(WS-BT-SUB)    TO SL-DEBITS.
           MOVE WS-BT-CREDITS(WS-BT-SUB)   TO SL-CREDITS.
           MOVE WS-BT-NET(WS-BT-SUB)       TO SL-NET.
           MOVE WS-BT-POSTED(WS-BT-SUB)    TO SL-POSTED.
           MOVE WS-BT-SUSPENDED(WS-BT-SUB) TO SL-SUSPENDED.
           MOVE WS-BT-REVERSALS(WS-BT-SUB) TO SL-REVERSALS.
           WRITE SETTLE-RPT-RECORD FROM WS-SETTLE-LINE.
           ADD 1 TO WS-BRANCHES-REPORTED.

           IF NOT BRANCH-IS-LISTED(WS-BT-SUB)
               MOVE WS-BT-BRANCH-ID(WS-BT-SUB) TO NL-BRANCH-ID
               MOVE 'NOT ON BRANCHCTL - FIGURES INCLUDED IN TOTALS'
                   TO NL-TEXT
               WRITE SETTLE-RPT-RECORD FROM WS-NOTE-LINE
           END-IF.
       2500-REPORT-ONE-BRANCH-EXIT.
           EXIT.

      ******************************************************************
      * 2600-PROVE-SETTLEMENT - WRITE THE BRANCH TOTALS, THE TRIAL
      * BALANCE TOTALS BENEATH THEM AND THE PROOF.  THE SETTLEMENT
      * PROVES WHEN THE BRANCHES' DEBITS, CREDITS AND NET EACH EQUAL
      * THE TRIAL BALANCE FIGURE FOR THE BUSINESS DATE.
      ******************************************************************
       2600-PROVE-SETTLEMENT.
           MOVE 'TOTAL'          TO SL-BRANCH-ID.
           MOVE WS-TOT-DEBITS    TO SL-DEBITS.
           MOVE WS-TOT-CREDITS   TO SL-CREDITS.
           MOVE WS-TOT-NET       TO SL-NET.
           MOVE WS-TOT-POSTED    TO SL-POSTED.
           MOVE WS-TOT-SUSPENDED TO SL-SUSPENDED.
           MOVE WS-TOT-REVERSALS TO SL-REVERSALS.
           WRITE SETTLE-RPT-RECORD FROM WS-SETTLE-LINE.

           IF NOT TRIAL-BALANCE-FOUND
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
               MOVE 'NO TRIAL BALANCE FOR DATE' TO VL-VERDICT
               WRITE SETTLE-RPT-RECORD FROM WS-VERDICT-LINE
               GO TO 2600-PROVE-SETTLEMENT-EXIT
           END-IF.

           MOVE SPACES        TO WS-SETTLE-LINE.
           MOVE 'TB'          TO SL-BRANCH-ID.
           MOVE WS-TB-DEBITS  TO SL-DEBITS.
           MOVE WS-TB-CREDITS TO SL-CREDITS.
           MOVE WS-TB-NET     TO SL-NET.
           WRITE SETTLE-RPT-RECORD FROM WS-SETTLE-LINE.

           IF WS-TOT-DEBITS NOT = WS-TB-DEBITS
               OR WS-TOT-CREDITS NOT = WS-TB-CREDITS
               OR WS-TOT-NET NOT = WS-TB-NET
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-IF.

           IF PROOF-FAILURE-SEEN
               MOVE 'BRANCHES OUT OF BALANCE' TO VL-VERDICT
           ELSE
               MOVE 'BRANCHES IN BALANCE' TO VL-VERDICT
           END-IF.
           WRITE SETTLE-RPT-RECORD FROM WS-VERDICT-LINE.
       2600-PROVE-SETTLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2700-FIND-BRANCH - POINT WS-BT-HIT-SUB AT THE TABLE ENTRY FOR
      * WS-SEARCH-BRANCH-ID, ADDING AN UNLISTED ENTRY FOR A BRANCH
      * NOT SEEN BEFORE.  A BLANK BRANCH IS SETTLED AS '????'.
      ******************************************************************
       2700-FIND-BRANCH.
           IF WS-SEARCH-BRANCH-ID = SPACES
               MOVE WS-UNKNOWN-BRANCH-ID TO WS-SEARCH-BRANCH-ID
           END-IF.

           MOVE ZERO TO WS-BT-HIT-SUB.
           PERFORM 2750-MATCH-ONE-BRANCH
               THRU 2750-MATCH-ONE-BRANCH-EXIT
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-ENTRY-COUNT
                   OR WS-BT-HIT-SUB > ZERO.

           IF WS-BT-HIT-SUB = ZERO
               PERFORM 2800-ADD-BRANCH-ENTRY
                   THRU 2800-ADD-BRANCH-ENTRY-EXIT
               MOVE WS-BT-ENTRY-COUNT TO WS-BT-HIT-SUB
           END-IF.

           IF NOT BRANCH-IS-LISTED(WS-BT-HIT-SUB)
               ADD 1 TO WS-UNLISTED-ITEMS
           END-IF.
       2700-FIND-BRANCH-EXIT.
           EXIT.

       2750-MATCH-ONE-BRANCH.
           IF WS-BT-BRANCH-ID(WS-BT-SUB) = WS-SEARCH-BRANCH-ID
               MOVE WS-BT-SUB TO WS-BT-HIT-SUB
           END-IF.
       2750-MATCH-ONE-BRANCH-EXIT.
           EXIT.

      ******************************************************************
      * 2800-ADD-BRANCH-ENTRY - ADD WS-SEARCH-BRANCH-ID TO THE TABLE
      * AS AN UNLISTED BRANCH WITH ZERO FIGURES.
      ******************************************************************
       2800-ADD-BRANCH-ENTRY.
           IF WS-BT-ENTRY-COUNT NOT < 60
               DISPLAY 'BRANCH-SETTLE BRANCH TABLE FULL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-BT-ENTRY-COUNT.
           MOVE WS-SEARCH-BRANCH-ID
               TO WS-BT-BRANCH-ID(WS-BT-ENTRY-COUNT).
           MOVE 'N'  TO WS-BT-LISTED-SW(WS-BT-ENTRY-COUNT).
           MOVE ZERO TO WS-BT-DEBITS(WS-BT-ENTRY-COUNT).
           MOVE ZERO TO WS-BT-CREDITS(WS-BT-ENTRY-COUNT).
           MOVE ZERO TO WS-BT-NET(WS-BT-ENTRY-COUNT).
           MOVE ZERO TO WS-BT-POSTED(WS-BT-ENTRY-COUNT).
           MOVE ZERO TO WS-BT-SUSPENDED(WS-BT-ENTRY-COUNT).
           MOVE ZERO TO WS-BT-REVERSALS(WS-BT-ENTRY-COUNT).
       2800-ADD-BRANCH-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-POST-JRNL - READ THE NEXT POSTING JOURNAL ENTRY.
      ******************************************************************
       2900-READ-POST-JRNL.
           READ POST-JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-PJ-EOF-SWITCH
                   GO TO 2900-READ-POST-JRNL-EXIT
           END-READ.

           ADD 1 TO WS-JRNL-READ.
       2900-READ-POST-JRNL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - CLOSE THE FILES AND REPORT RUN TOTALS.
      ******************************************************************
       3000-TERMINATE.
           CLOSE POST-JRNL-FILE
                 SUSP-IN-FILE
                 SETTLE-RPT-FILE.

           DISPLAY 'BRANCH-SETTLE JOURNAL READ     : ' WS-JRNL-READ.
           DISPLAY 'BRANCH-SETTLE ENTRIES SETTLED  : ' WS-JRNL-SETTLED.
           DISPLAY 'BRANCH-SETTLE SUSPENSE READ    : ' WS-SUSP-READ.
           DISPLAY 'BRANCH-SETTLE BRANCHES         : '
               WS-BRANCHES-REPORTED.
           DISPLAY 'BRANCH-SETTLE UNLISTED ITEMS   : '
               WS-UNLISTED-ITEMS.

           MOVE 'END' TO RP-FUNCTION.
           IF PROOF-FAILURE-SEEN
               MOVE 'FAILED' TO RP-STATUS
           ELSE
               MOVE 'CLEAN'  TO RP-STATUS
           END-IF.
           MOVE WS-JRNL-SETTLED      TO RP-READ-COUNT.
           MOVE WS-BRANCHES-REPORTED TO RP-WRITTEN-COUNT.
           MOVE WS-UNLISTED-ITEMS    TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM BRANCH-SETTLE.
