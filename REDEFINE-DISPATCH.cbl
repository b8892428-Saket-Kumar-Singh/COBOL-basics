      *                    INITIALIZE TIME ON BRANCH-MERGE'S LATEST
      *                    RUN HAVING ENDED CLEAN - A FEED WITH A
      *                    BRANCH HELD OR MISSING MUST NOT DISPATCH.
      *   15-10-2026  SKS  A BATCH WHOSE HEADER RUN DATE WAS NOT TODAY
      *                    POSTED INTO TODAY ANYWAY.  EVERY HEADER'S
      *                    MH-RUN-DATE IS NOW CHECKED AGAINST THE
      *                    SHARED BUSINESS DATE (BUSDATE-GET, ROLLED BY
      *                    DATE-ROLL); A BATCH FOR ANY OTHER DAY IS
      *                    HELD - REPORTED AS A HELD SECTION, SKIPPED
      *                    THROUGH ITS TRAILER THE SAME WAY AS A
      *                    DUPLICATE, LEFT OFF THE REGISTRY SO IT CAN
      *                    BE FED AGAIN ON ITS OWN DAY - AND MARKS THE
      *                    RUN FAILED SO THE SCHEDULER HOLDS THE LEDGER
      *                    FEED FOR REVIEW.
      *   15-10-2026  SKS  ONCE A DETAIL WAS POSTED NOTHING RECORDED
      *                    WHICH BATCH OR FEED POSITION IT CAME FROM,
      *                    SO A DISPUTED ITEM COULD NOT BE PROVED.
      *                    EVERY POSTED DETAIL AND EVERY APPLIED
      *                    REVERSAL IS NOW APPENDED TO THE POSTJRNL
      *                    POSTING JOURNAL (SEE THE POSTJRNL COPYBOOK
      *                    AND JRNL-SEARCH) WITH THE BUSINESS DATE,
      *                    BATCH ID, RUN DATE, FEED SEQUENCE NUMBER,
      *                    ACCOUNT, SIGNED AMOUNT AND RECORD TYPE.
      *   15-10-2026  SKS  NOTHING STOPPED A KEYING ERROR OF A MILLION
      *                    INSTEAD OF A THOUSAND POSTING STRAIGHT INTO
      *                    THE LEDGER FEED.  A VALUE LIMIT (A DEFAULT
      *                    PLUS OPTIONAL PER-ACCOUNT LIMITS, LOADED
      *                    FROM HVLIMIT) IS NOW APPLIED TO EVERY
      *                    POSTABLE DETAIL AND EVERY REVERSAL: ONE
      *                    WHOSE AMOUNT IS OVER ITS LIMIT IS WRITTEN TO
      *                    THE HVHOLD FILE (SEE THE HVHOLD COPYBOOK)
      *                    INSTEAD OF POSTING, FOR A SUPERVISOR TO
      *                    APPROVE OR REJECT THROUGH HV-APPROVE.  HELD
      *                    ITEMS STILL COUNT TOWARD THEIR BATCH'S
      *                    CONTROL FIGURES, LIKE SUSPENDED ONES.  THE
      *                    'HV' RELEASE BATCH HV-APPROVE BUILDS FROM
      *                    APPROVED ITEMS IS NOT LIMIT-CHECKED AGAIN.
      *   15-10-2026  SKS  NOTHING DOWNSTREAM KNEW WHICH BRANCH A
      *                    POSTING CAME FROM.  BRANCH-MERGE NOW STAMPS
      *                    THE BRANCH ID ON EVERY BATCH HEADER
      *                    (MH-BRANCH-ID); IT IS KEPT WITH THE OPEN
      *                    BATCH AND CARRIED ONTO EVERY POSTING JOURNAL
      *                    ENTRY (PJ-BRANCH-ID) AND EVERY SUSPENSE LINE
      *                    (SU-BRANCH-ID), SO BRANCH-SETTLE CAN SETTLE
      *                    EACH BRANCH'S POSTINGS SEPARATELY.
      *   15-10-2026  SKS  BATCHREG IS NO LONGER ONLY EVER APPENDED TO:
      *                    FILE-ARCHIVE NOW ARCHIVES REGISTRY ENTRIES
      *                    OLDER THAN THEIR RETENTION, NEVER INSIDE
      *                    THE DUPLICATE-BATCH WINDOW.  COMMENTS ONLY.
      *   15-10-2026  SKS  JOURNAL ENTRIES WERE APPENDED TO POSTJRNL AS
      *                    EACH ITEM POSTED, SO A RUN THAT ENDED FAILED
      *                    - WHOSE POSTSUMM BAL-UPDATE THEN REFUSES -
      *                    LEFT POSTINGS ON THE JOURNAL THAT NEVER
      *                    REACHED BALMST.  THEY ARE NOW STAGED IN
      *                    POSTJWK AND APPENDED TO POSTJRNL AT THE END
      *                    OF A CLEAN RUN ONLY.
      *   15-10-2026  SKS  POSTSUMM NOW ALSO CARRIES PS-CUST-COUNT, THE
      *                    ACCOUNT'S POSTINGS FROM ANY BATCH BUT THE
      *                    'INTR' INTEREST BATCH, SO BAL-UPDATE CAN
      *                    KEEP A LAST CUSTOMER ACTIVITY DATE THAT
      *                    CAPITALISED INTEREST DOES NOT REFRESH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDEFINE-DISPATCH.
               ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL FOR THE SAME REASON: THE FIRST RUN CREATES THE
      *    JOURNAL, EVERY LATER CLEAN RUN EXTENDS IT.
           SELECT OPTIONAL POST-JRNL-FILE
               ASSIGN TO "POSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE RUN'S JOURNAL ENTRIES ARE STAGED HERE AND ONLY COPIED
      *    TO POSTJRNL WHEN THE RUN ENDS CLEAN.
           SELECT POST-JRNL-WORK-FILE
               ASSIGN TO "POSTJWK"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO A SITE WITH NO LIMITS SET UP YET RUNS WITH NO
      *    ITEM HELD, AS BEFORE.
           SELECT OPTIONAL HV-LIMIT-FILE
               ASSIGN TO "HVLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HV-HOLD-FILE
               ASSIGN TO "HVHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
               88  REC-IS-REVERSAL              VALUE 'R'.
           02  MR-REST                  PIC X(79).

      ******************************************************************
      * MH-BRANCH-ID IS THE BRANCH (OR 'SUSP'/'HOLD' PSEUDO-BRANCH)
      * THE BATCH WAS MERGED FROM, STAMPED BY BRANCH-MERGE.
      ******************************************************************
       01  MIXED-RECORD-HEADER REDEFINES MIXED-RECORD.
           02  MH-TYPE                  PIC X(01).
           02  MH-BATCH-ID              PIC X(10).
           02  MH-RUN-DATE              PIC X(10).
           02  MH-BRANCH-ID             PIC X(04).
           02  FILLER                   PIC X(55).

       01  MIXED-RECORD-DETAIL REDEFINES MIXED-RECORD.
           02  MD-TYPE                  PIC X(01).
           COPY ACCTMST.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD              PIC X(49).

       FD  POST-SUMM-FILE.
       01  POST-SUMM-RECORD             PIC X(59).

      ******************************************************************
      * ONE REGISTRY RECORD PER SUCCESSFULLY PROCESSED BATCH: THE
      * BATCH ID AND THE RUN DATE ITS HEADER CARRIED.  THIS PROGRAM
      * IS ITS ONLY WRITER; FILE-ARCHIVE MOVES ENTRIES OLDER THAN THE
      * DUPLICATE-BATCH WINDOW OFF TO BATCHREGARC.
      ******************************************************************
       FD  BATCH-REG-FILE.
       01  BATCH-REG-RECORD.
           02  FILLER                   PIC X(01).
           02  BG-RUN-DATE              PIC X(10).

       FD  POST-JRNL-FILE.
       01  POST-JRNL-OUT                PIC X(80).

       FD  POST-JRNL-WORK-FILE.
       01  POST-JRNL-WORK-REC           PIC X(80).

      ******************************************************************
      * ONE VALUE LIMIT PER RECORD: THE ACCOUNT IT APPLIES TO, OR
      * '*DEFAULT*' FOR THE LIMIT EVERY OTHER ACCOUNT GETS, AND THE
      * LIMIT IN THE SAME EXTERNAL FORM AS MD-AMOUNT.  AN ITEM WHOSE
      * AMOUNT, IGNORING ITS SIGN, IS OVER THE LIMIT IS HELD.
      ******************************************************************
       FD  HV-LIMIT-FILE.
       01  HV-LIMIT-RECORD.
           02  HL-ACCOUNT-NO            PIC X(10).
               88  HL-IS-DEFAULT                VALUE '*DEFAULT*'.
           02  FILLER                   PIC X(01).
           02  HL-LIMIT                 PIC X(12).

       FD  HV-HOLD-FILE.
       01  HV-HOLD-OUT                  PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-DISPATCH-RPT-LINE IS BUILT IN WORKING-STORAGE AND WRITTEN
      * WS-SUSPENSE-LINE IS BUILT IN WORKING-STORAGE AND WRITTEN WITH
      * WRITE ... FROM, FOR THE SAME REASON AS WS-DISPATCH-RPT-LINE.
      * IT CARRIES THE SUSPENDED DETAIL'S ACCOUNT AND AMOUNT PLUS THE
      * REASON IT COULD NOT BE DISPATCHED, FOR THE OPS TEAM TO CLEAR,
      * AND THE BRANCH WHOSE BATCH CARRIED IT.
      ******************************************************************
       01  WS-SUSPENSE-LINE.
           02  SU-ACCOUNT-NO            PIC X(10).
           02  SU-AMOUNT                PIC X(12).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  SU-REASON                PIC X(20).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  SU-BRANCH-ID             PIC X(04).

      ******************************************************************
      * POST-SUMM-LINE IS THE FIXED GENERAL-LEDGER FEED LAYOUT, BUILT
      ******************************************************************
           COPY POSTSUMM.

      ******************************************************************
      * POST-JRNL-RECORD IS ONE POSTING JOURNAL ENTRY, BUILT HERE AND
      * WRITTEN WITH WRITE ... FROM.  THE LAYOUT LIVES IN THE POSTJRNL
      * COPYBOOK, SHARED WITH JRNL-SEARCH.
      ******************************************************************
           COPY POSTJRNL.

      ******************************************************************
      * HV-HOLD-RECORD IS ONE HIGH-VALUE ITEM HELD FOR APPROVAL, BUILT
      * HERE AND WRITTEN WITH WRITE ... FROM.  THE LAYOUT LIVES IN THE
      * HVHOLD COPYBOOK, SHARED WITH HV-APPROVE.
      ******************************************************************
           COPY HVHOLD.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  END-OF-MIXED-IN              VALUE 'Y'.
               88  END-OF-BATCH-REG             VALUE 'Y'.
           02  WS-DUP-SKIP-SWITCH       PIC X(01) VALUE 'N'.
               88  DUP-SKIP-ACTIVE              VALUE 'Y'.
           02  WS-LIMIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  END-OF-HV-LIMIT              VALUE 'Y'.
           02  WS-OVER-LIMIT-SWITCH     PIC X(01) VALUE 'N'.
               88  ITEM-OVER-LIMIT              VALUE 'Y'.
           02  WS-JWK-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-JRNL-WORK             VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-RECORDS-READ          PIC 9(06) VALUE ZERO.
           02  WS-REVERSALS-READ        PIC 9(06) VALUE ZERO.
           02  WS-REVERSALS-APPLIED     PIC 9(06) VALUE ZERO.
           02  WS-REVERSALS-SUSPENDED   PIC 9(06) VALUE ZERO.
           02  WS-BATCHES-HELD          PIC 9(06) VALUE ZERO.
           02  WS-JOURNAL-WRITTEN       PIC 9(06) VALUE ZERO.
           02  WS-ITEMS-HELD            PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-ACCT-SUMMARY-TABLE ACCUMULATES THE PER-ACCOUNT POSTING
      * FIGURES ACROSS THE RUN: FOR EACH DISTINCT POSTED ACCOUNT, THE
      * DEBIT TOTAL (POSITIVE AMOUNTS), CREDIT TOTAL (NEGATIVE
      * AMOUNTS, HELD AS THEIR ABSOLUTE VALUE), TRANSACTION COUNT, AND
      * HOW MANY OF THOSE POSTINGS CAME FROM A CUSTOMER BATCH RATHER
      * THAN THE 'INTR' INTEREST BATCH.
      * ONLY DETAILS THAT PASSED THE ACCOUNT LOOKUP AND CARRY A VALID
      * AMOUNT ARE SUMMARIZED - SUSPENDED AND REJECTED DETAILS ARE
      * NOT POSTED, SO THEY DO NOT BELONG ON THE LEDGER FEED.
               03  WS-AE-DEBIT-TOTAL    PIC S9(10)V99.
               03  WS-AE-CREDIT-TOTAL   PIC S9(10)V99.
               03  WS-AE-TRAN-COUNT     PIC 9(06).
               03  WS-AE-CUST-COUNT     PIC 9(06).

      ******************************************************************
      * WS-BATCH-FIELDS CARRY THE STATE OF THE BATCH CURRENTLY OPEN:
      * THE HEADER'S BATCH ID AND BRANCH, THE DETAILS COUNTED SINCE
      * THAT HEADER AND THE RUNNING SUM OF THEIR AMOUNTS.  A TRAILER
      * CLOSES THE BATCH BY BALANCING ITS CONTROL FIGURES AGAINST
      * THESE.
      ******************************************************************
       01  WS-BATCH-FIELDS.
           02  WS-BATCH-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  BATCH-IS-OPEN                VALUE 'Y'.
           02  WS-BATCH-ID              PIC X(10) VALUE SPACES.
           02  WS-BATCH-RUN-DATE        PIC X(10) VALUE SPACES.
           02  WS-BATCH-BRANCH-ID       PIC X(04) VALUE SPACES.
               88  BATCH-IS-INTEREST            VALUE 'INTR'.
           02  WS-BATCH-DETAIL-COUNT    PIC 9(06) VALUE ZERO.
           02  WS-BATCH-AMOUNT-TOTAL    PIC S9(10)V99 VALUE ZERO.

               03  WS-NR-BATCH-ID       PIC X(10).
               03  WS-NR-RUN-DATE       PIC X(10).

      ******************************************************************
      * WS-LIMIT-FIELDS - THE DEFAULT VALUE LIMIT (WHEN ONE IS SET),
      * THE ACCOUNT AND LIMIT THE ITEM IN HAND IS CHECKED AGAINST, AND
      * THE ITEM'S AMOUNT IGNORING ITS SIGN.  A BATCH WHOSE ID STARTS
      * WITH WS-LM-RELEASE-PREFIX IS HV-APPROVE'S RELEASE OF ITEMS A
      * SUPERVISOR HAS ALREADY APPROVED, AND IS NOT CHECKED AGAIN -
      * BRANCH-MERGE REFUSES THAT PREFIX FROM ANY REAL BRANCH.
      ******************************************************************
       01  WS-LIMIT-FIELDS.
           02  WS-LM-DEFAULT-SWITCH     PIC X(01) VALUE 'N'.
               88  DEFAULT-LIMIT-SET            VALUE 'Y'.
           02  WS-LM-DEFAULT-LIMIT      PIC 9(10)V99 VALUE ZERO.
           02  WS-LM-CHECK-ACCOUNT      PIC X(10) VALUE SPACES.
           02  WS-LM-CHECK-LIMIT        PIC 9(10)V99 VALUE ZERO.
           02  WS-LM-ABS-AMOUNT         PIC 9(10)V99 VALUE ZERO.
           02  WS-LM-RELEASE-PREFIX     PIC X(02) VALUE 'HV'.

      ******************************************************************
      * WS-LIMIT-TABLE - THE PER-ACCOUNT VALUE LIMITS, LOADED FROM
      * HVLIMIT AT INITIALIZE TIME.  A LIMIT FILE LARGER THAN THE
      * TABLE STOPS THE RUN - A DROPPED LIMIT WOULD QUIETLY FALL BACK
      * TO THE DEFAULT, OR TO NO LIMIT AT ALL.
      ******************************************************************
       01  WS-LIMIT-TABLE.
           02  WS-LM-ENTRY-COUNT        PIC 9(03) VALUE ZERO.
           02  WS-LM-SUB                PIC 9(03) VALUE ZERO.
           02  WS-LM-HIT-SUB            PIC 9(03) VALUE ZERO.
           02  WS-LM-ENTRY OCCURS 200 TIMES.
               03  WS-LM-ACCOUNT-NO     PIC X(10).
               03  WS-LM-LIMIT          PIC 9(10)V99.

      ******************************************************************
      * WS-TRAILER-FIELDS HOLD THE TRAILER'S CONTROL FIGURES AFTER
      * CONVERSION FROM THEIR EXTERNAL PIC X FORM, PLUS THE EDITED
      ******************************************************************
           COPY RUNCTLNK.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE EVERY BATCH
      * HEADER'S RUN DATE MUST MATCH.  BP-BUSINESS-TEXT IS IN THE
      * SAME DD/MM/YYYY FORM AS MH-RUN-DATE.
      ******************************************************************
           COPY BUSDTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.

           OPEN INPUT  HV-LIMIT-FILE
           PERFORM 1200-LOAD-ONE-LIMIT
               THRU 1200-LOAD-ONE-LIMIT-EXIT
               UNTIL END-OF-HV-LIMIT.
           CLOSE HV-LIMIT-FILE.

           OPEN INPUT  MIXED-IN-FILE
           OPEN INPUT  ACCT-MASTER-FILE
           OPEN OUTPUT DISPATCH-RPT-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT POST-SUMM-FILE
           OPEN OUTPUT POST-JRNL-WORK-FILE
           OPEN OUTPUT HV-HOLD-FILE

           OPEN INPUT  BATCH-REG-FILE
           PERFORM 1100-LOAD-ONE-REG-ENTRY
      ******************************************************************
      * 1100-LOAD-ONE-REG-ENTRY - READ ONE PROCESSED-BATCH REGISTRY
      * RECORD INTO THE TABLE.  A FULL TABLE STOPS THE RUN RATHER
      * THAN LETTING AN UNCHECKED DUPLICATE THROUGH; FILE-ARCHIVE
      * KEEPS THE REGISTRY DOWN TO ITS RETAINED WINDOW.
      ******************************************************************
       1100-LOAD-ONE-REG-ENTRY.
           READ BATCH-REG-FILE
       1100-LOAD-ONE-REG-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-ONE-LIMIT - READ ONE VALUE LIMIT.  THE '*DEFAULT*'
      * RECORD SETS THE DEFAULT LIMIT; ANY OTHER GOES INTO THE
      * PER-ACCOUNT TABLE.  A LIMIT THAT DOES NOT PARSE, OR IS
      * NEGATIVE, STOPS THE RUN - GUESSING AT A CONTROL LIMIT COULD
      * LET THROUGH THE VERY ITEM IT WAS SET TO CATCH.
      ******************************************************************
       1200-LOAD-ONE-LIMIT.
           READ HV-LIMIT-FILE
               AT END
                   MOVE 'Y' TO WS-LIMIT-EOF-SWITCH
                   GO TO 1200-LOAD-ONE-LIMIT-EXIT
           END-READ.

           MOVE HL-LIMIT TO WS-AMT-TEXT.
           PERFORM 2400-PARSE-AMOUNT
               THRU 2400-PARSE-AMOUNT-EXIT.
           IF AMOUNT-IS-INVALID
               OR WS-AMT-VALUE < ZERO
               DISPLAY 'REDEFINE-DISPATCH VALUE LIMIT INVALID FOR '
                   HL-ACCOUNT-NO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF HL-IS-DEFAULT
               MOVE 'Y'          TO WS-LM-DEFAULT-SWITCH
               MOVE WS-AMT-VALUE TO WS-LM-DEFAULT-LIMIT
               GO TO 1200-LOAD-ONE-LIMIT-EXIT
           END-IF.

           IF WS-LM-ENTRY-COUNT NOT < 200
               DISPLAY 'REDEFINE-DISPATCH VALUE LIMIT TABLE FULL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-LM-ENTRY-COUNT.
           MOVE HL-ACCOUNT-NO TO WS-LM-ACCOUNT-NO(WS-LM-ENTRY-COUNT).
           MOVE WS-AMT-VALUE  TO WS-LM-LIMIT(WS-LM-ENTRY-COUNT).
       1200-LOAD-ONE-LIMIT-EXIT.
           EXIT.

      ******************************************************************
      * 2000-DISPATCH-ONE-RECORD - LOOK AT THE DISCRIMINATOR AND HAND
      * THE RECORD TO THE PARAGRAPH THAT KNOWS ITS LAYOUT.  WHILE A
      * DUPLICATE OR HELD BATCH IS BEING SKIPPED, EVERYTHING UP TO AND
      * INCLUDING ITS TRAILER IS CONSUMED WITHOUT PROCESSING; A NEW
      * HEADER ENDS THE SKIP AND IS DISPATCHED NORMALLY, SO A
      * DUPLICATE THAT LOST ITS TRAILER CANNOT SWALLOW THE BATCH
      * A BATCH ALREADY ON THE PROCESSED-BATCH REGISTRY DOES NOT OPEN
      * AT ALL: IT IS REPORTED AS A DUPLICATE, SKIPPED THROUGH ITS
      * TRAILER, AND MARKS THE RUN FAILED SO THE RESENT FEED IS HELD
      * FOR REVIEW.  A BATCH DATED FOR ANY DAY BUT THE CURRENT
      * BUSINESS DATE IS HELD THE SAME WAY RATHER THAN POSTED INTO
      * THE WRONG DAY.
      ******************************************************************
       2100-PROCESS-HEADER.
           IF BATCH-IS-OPEN
               GO TO 2100-PROCESS-HEADER-EXIT
           END-IF.

           IF MH-RUN-DATE NOT = BP-BUSINESS-TEXT
               PERFORM 2145-HOLD-WRONG-DATE-BATCH
                   THRU 2145-HOLD-WRONG-DATE-BATCH-EXIT
               GO TO 2100-PROCESS-HEADER-EXIT
           END-IF.

           MOVE 'HEADER'   TO DL-TYPE.
           MOVE SPACES     TO DL-DETAIL.
           STRING 'BATCH-ID=' MH-BATCH-ID ' RUN-DATE=' MH-RUN-DATE
                  ' BRANCH=' MH-BRANCH-ID
               DELIMITED BY SIZE
               INTO DL-DETAIL.
           WRITE DISPATCH-RPT-RECORD FROM WS-DISPATCH-RPT-LINE.

           MOVE 'Y'          TO WS-BATCH-OPEN-SWITCH.
           MOVE MH-BATCH-ID  TO WS-BATCH-ID.
           MOVE MH-RUN-DATE  TO WS-BATCH-RUN-DATE.
           MOVE MH-BRANCH-ID TO WS-BATCH-BRANCH-ID.
           MOVE ZERO        TO WS-BATCH-DETAIL-COUNT.
           MOVE ZERO        TO WS-BATCH-AMOUNT-TOTAL.

       2140-FLAG-DUPLICATE-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * 2145-HOLD-WRONG-DATE-BATCH - THE HEADER'S RUN DATE IS NOT THE
      * CURRENT BUSINESS DATE.  WRITE THE HELD SECTION, ARM THE SKIP
      * SO NOTHING IN THE BATCH POSTS, AND MARK THE RUN FAILED.  THE
      * BATCH IS NOT REGISTERED, SO IT DISPATCHES NORMALLY WHEN IT IS
      * FED ON THE BUSINESS DAY IT BELONGS TO.
      ******************************************************************
       2145-HOLD-WRONG-DATE-BATCH.
           MOVE 'HELD'      TO DL-TYPE.
           MOVE SPACES      TO DL-DETAIL.
           STRING 'BATCH-ID=' MH-BATCH-ID ' RUN-DATE=' MH-RUN-DATE
               DELIMITED BY SIZE
               INTO DL-DETAIL.
           WRITE DISPATCH-RPT-RECORD FROM WS-DISPATCH-RPT-LINE.

           MOVE 'HELD'      TO DL-TYPE.
           MOVE SPACES      TO DL-DETAIL.
           STRING 'NOT BUSINESS DATE ' BP-BUSINESS-TEXT
                  ' - BATCH SKIPPED'
               DELIMITED BY SIZE
               INTO DL-DETAIL.
           WRITE DISPATCH-RPT-RECORD FROM WS-DISPATCH-RPT-LINE.

           MOVE 'Y' TO WS-DUP-SKIP-SWITCH.
           MOVE 'Y' TO WS-CONTROL-FAIL-SWITCH.
           ADD 1 TO WS-HEADERS-READ.
           ADD 1 TO WS-BATCHES-HELD.
       2145-HOLD-WRONG-DATE-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * 2150-FLAG-SEQUENCE-ERROR - THE BATCH OPEN WHEN THIS FIRES
      * NEVER GOT ITS TRAILER (A NEW HEADER OR END OF FILE ARRIVED
      * TOTALS - THE TRAILER'S CONTROL FIGURES COVER EVERY DETAIL THE
      * FEED CARRIED, WHATEVER ITS DISPOSITION HERE.  A DETAIL
      * ARRIVING BEFORE ANY HEADER BELONGS TO NO BATCH AND IS A
      * SEQUENCE ERROR.  A POSTABLE DETAIL OVER ITS VALUE LIMIT IS
      * WRITTEN TO THE HOLD FILE INSTEAD OF BEING SUMMARIZED.
      ******************************************************************
       2200-PROCESS-DETAIL.
           IF NOT BATCH-IS-OPEN
           END-IF.

           IF DETAIL-WAS-POSTED AND AMOUNT-IS-VALID
               MOVE MD-ACCOUNT-NO TO WS-LM-CHECK-ACCOUNT
               PERFORM 2750-CHECK-VALUE-LIMIT
                   THRU 2750-CHECK-VALUE-LIMIT-EXIT
               IF ITEM-OVER-LIMIT
                   MOVE SPACES        TO HV-HOLD-RECORD
                   MOVE 'D'           TO HH-REC-TYPE
                   MOVE MD-ACCOUNT-NO TO HH-ACCOUNT-NO
                   MOVE MD-AMOUNT     TO HH-AMOUNT
                   PERFORM 2780-WRITE-HOLD
                       THRU 2780-WRITE-HOLD-EXIT
               ELSE
                   PERFORM 2500-SUMMARIZE-ACCOUNT
                       THRU 2500-SUMMARIZE-ACCOUNT-EXIT
                   PERFORM 2700-JOURNAL-DETAIL
                       THRU 2700-JOURNAL-DETAIL-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-DETAILS-READ.
      * 2280-WRITE-SUSPENSE - WRITE THE SUSPENDED ITEM.  SU-ACCOUNT-NO,
      * SU-AMOUNT AND SU-REASON ARE SET BY THE CALLER - A DETAIL AND A
      * REVERSAL CARRY THEIR ACCOUNT AND AMOUNT AT DIFFERENT OFFSETS
      * OF THE OVERLAID RECORD.  THE BRANCH IS THE OPEN BATCH'S.
      ******************************************************************
       2280-WRITE-SUSPENSE.
           MOVE WS-BATCH-BRANCH-ID TO SU-BRANCH-ID.
           WRITE SUSPENSE-RECORD FROM WS-SUSPENSE-LINE.

           ADD 1 TO WS-DETAILS-SUSPENDED.
      * 2500-SUMMARIZE-ACCOUNT - ROLL THE POSTED DETAIL'S PARSED
      * AMOUNT (STILL IN WS-AMT-VALUE) INTO THE PER-ACCOUNT SUMMARY
      * TABLE: POSITIVE AMOUNTS INTO THE DEBIT TOTAL, NEGATIVE ONES
      * INTO THE CREDIT TOTAL AS THEIR ABSOLUTE VALUE, AND COUNT IT AS
      * CUSTOMER ACTIVITY UNLESS IT CAME IN THE 'INTR' INTEREST BATCH.
      * AN ACCOUNT NOT YET IN THE TABLE GETS A NEW ENTRY; A RUN WITH
      * MORE DISTINCT ACCOUNTS THAN THE TABLE HOLDS IS FLAGGED ONCE
      * AND MARKED FAILED, SINCE THE LEDGER FEED WOULD OTHERWISE BE
      * INCOMPLETE.
      ******************************************************************
       2500-SUMMARIZE-ACCOUNT.
           MOVE ZERO TO WS-AE-HIT-SUB.
                   MOVE ZERO TO WS-AE-DEBIT-TOTAL(WS-AE-HIT-SUB)
                   MOVE ZERO TO WS-AE-CREDIT-TOTAL(WS-AE-HIT-SUB)
                   MOVE ZERO TO WS-AE-TRAN-COUNT(WS-AE-HIT-SUB)
                   MOVE ZERO TO WS-AE-CUST-COUNT(WS-AE-HIT-SUB)
               ELSE
                   IF NOT SUMMARY-TABLE-FULL
                       MOVE 'Y' TO WS-TABLE-FULL-SWITCH
           END-IF.

           ADD 1 TO WS-AE-TRAN-COUNT(WS-AE-HIT-SUB).
           IF NOT BATCH-IS-INTEREST
               ADD 1 TO WS-AE-CUST-COUNT(WS-AE-HIT-SUB)
           END-IF.

           PERFORM 2550-NOTE-POSTING
               THRU 2550-NOTE-POSTING-EXIT.
      * FROM THIS RUN ON ORIGINAL BATCH, ACCOUNT AND AMOUNT.  A MATCH
      * BACKS THE AMOUNT OUT OF THE PER-ACCOUNT SUMMARY BEFORE THE
      * LEDGER FEED IS WRITTEN; NO MATCH ROUTES THE REVERSAL TO
      * SUSPENSE, SO IT CAN NEVER BE APPLIED AGAINST THIN AIR.  A
      * REVERSAL OVER ITS VALUE LIMIT IS HELD FOR APPROVAL BEFORE ANY
      * MATCH IS TRIED, THE SAME AS A DETAIL.
      ******************************************************************
       2600-PROCESS-REVERSAL.
           ADD 1 TO WS-REVERSALS-READ.
           END-IF.
           ADD WS-AMT-VALUE TO WS-BATCH-AMOUNT-TOTAL.

           MOVE MV-ACCOUNT-NO TO WS-LM-CHECK-ACCOUNT.
           PERFORM 2750-CHECK-VALUE-LIMIT
               THRU 2750-CHECK-VALUE-LIMIT-EXIT.
           IF ITEM-OVER-LIMIT
               MOVE SPACES           TO HV-HOLD-RECORD
               MOVE 'R'              TO HH-REC-TYPE
               MOVE MV-ACCOUNT-NO    TO HH-ACCOUNT-NO
               MOVE MV-AMOUNT        TO HH-AMOUNT
               MOVE MV-ORIG-BATCH-ID TO HH-ORIG-BATCH-ID
               PERFORM 2780-WRITE-HOLD
                   THRU 2780-WRITE-HOLD-EXIT
               GO TO 2600-PROCESS-REVERSAL-EXIT
           END-IF.

           MOVE ZERO TO WS-PD-HIT-SUB.
           PERFORM 2610-MATCH-ONE-POSTING
               THRU 2610-MATCH-ONE-POSTING-EXIT
               INTO DL-DETAIL.
           WRITE DISPATCH-RPT-RECORD FROM WS-DISPATCH-RPT-LINE.

           PERFORM 2710-JOURNAL-REVERSAL
               THRU 2710-JOURNAL-REVERSAL-EXIT.

           ADD 1 TO WS-REVERSALS-APPLIED.
       2600-PROCESS-REVERSAL-EXIT.
           EXIT.
      * OF THE DEBIT TOTAL, A NEGATIVE ONE OUT OF THE CREDIT TOTAL
      * (HELD AS ITS ABSOLUTE VALUE), AND THE TRANSACTION COUNT DROPS
      * BY ONE.  THE ACCOUNT IS ALWAYS IN THE TABLE - THE POSTING WAS
      * ONLY REMEMBERED AFTER IT WAS SUMMARIZED.  THE CUSTOMER COUNT
      * IS LEFT ALONE: A POSTING AND ITS REVERSAL ARE STILL ACTIVITY.
      ******************************************************************
       2650-BACKOUT-SUMMARY.
           MOVE ZERO TO WS-AE-HIT-SUB.
       2660-FIND-BACKOUT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2700-JOURNAL-DETAIL - STAGE THE DETAIL JUST POSTED FOR THE
      * POSTING JOURNAL (SEE 3300-APPEND-JOURNAL).  THE SEQUENCE
      * NUMBER IS THE RECORD'S POSITION IN THE FEED AND THE AMOUNT IS
      * THE PARSED VALUE STILL IN WS-AMT-VALUE, DEBITS POSITIVE AND
      * CREDITS NEGATIVE.
      ******************************************************************
       2700-JOURNAL-DETAIL.
           MOVE SPACES            TO POST-JRNL-RECORD.
           MOVE BP-BUSINESS-DATE  TO PJ-POST-DATE.
           MOVE WS-BATCH-ID       TO PJ-BATCH-ID.
           MOVE WS-BATCH-RUN-DATE TO PJ-RUN-DATE.
           MOVE WS-RECORDS-READ   TO PJ-SEQUENCE-NO.
           MOVE 'D'               TO PJ-REC-TYPE.
           MOVE MD-ACCOUNT-NO     TO PJ-ACCOUNT-NO.
           MOVE WS-AMT-VALUE      TO PJ-AMOUNT.
           MOVE WS-BATCH-BRANCH-ID TO PJ-BRANCH-ID.

           WRITE POST-JRNL-WORK-REC FROM POST-JRNL-RECORD.

           ADD 1 TO WS-JOURNAL-WRITTEN.
       2700-JOURNAL-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * 2710-JOURNAL-REVERSAL - STAGE THE REVERSAL JUST APPLIED FOR
      * THE POSTING JOURNAL.  IT IS JOURNALLED UNDER THE BATCH THAT
      * CARRIED IT, WITH THE BATCH IT REVERSES ALONGSIDE, AND ITS
      * AMOUNT IS THE NEGATION OF THE POSTING IT BACKS OUT - THE
      * SIGNED EFFECT IT HAS ON THE ACCOUNT.
      ******************************************************************
       2710-JOURNAL-REVERSAL.
           MOVE SPACES            TO POST-JRNL-RECORD.
           MOVE BP-BUSINESS-DATE  TO PJ-POST-DATE.
           MOVE WS-BATCH-ID       TO PJ-BATCH-ID.
           MOVE WS-BATCH-RUN-DATE TO PJ-RUN-DATE.
           MOVE WS-RECORDS-READ   TO PJ-SEQUENCE-NO.
           MOVE 'R'               TO PJ-REC-TYPE.
           MOVE MV-ACCOUNT-NO     TO PJ-ACCOUNT-NO.
           COMPUTE PJ-AMOUNT = ZERO - WS-AMT-VALUE.
           MOVE MV-ORIG-BATCH-ID  TO PJ-ORIG-BATCH-ID.
           MOVE WS-BATCH-BRANCH-ID TO PJ-BRANCH-ID.

           WRITE POST-JRNL-WORK-REC FROM POST-JRNL-RECORD.

           ADD 1 TO WS-JOURNAL-WRITTEN.
       2710-JOURNAL-REVERSAL-EXIT.
           EXIT.

      ******************************************************************
      * 2750-CHECK-VALUE-LIMIT - IS THE PARSED AMOUNT STILL IN
      * WS-AMT-VALUE, IGNORING ITS SIGN, OVER THE LIMIT FOR THE
      * ACCOUNT IN WS-LM-CHECK-ACCOUNT?  AN ACCOUNT'S OWN LIMIT WINS
      * OVER THE DEFAULT; AN ACCOUNT WITH NEITHER IS NEVER HELD.  THE
      * LIMIT APPLIED IS LEFT IN WS-LM-CHECK-LIMIT FOR THE HOLD
      * RECORD.  NOTHING IN AN 'HV' RELEASE BATCH IS CHECKED.
      ******************************************************************
       2750-CHECK-VALUE-LIMIT.
           MOVE 'N'  TO WS-OVER-LIMIT-SWITCH.
           MOVE ZERO TO WS-LM-CHECK-LIMIT.

           IF WS-BATCH-ID(1:2) = WS-LM-RELEASE-PREFIX
               GO TO 2750-CHECK-VALUE-LIMIT-EXIT
           END-IF.

           MOVE ZERO TO WS-LM-HIT-SUB.
           PERFORM 2760-FIND-ACCT-LIMIT
               THRU 2760-FIND-ACCT-LIMIT-EXIT
               VARYING WS-LM-SUB FROM 1 BY 1
               UNTIL WS-LM-SUB > WS-LM-ENTRY-COUNT
                   OR WS-LM-HIT-SUB > ZERO.

           EVALUATE TRUE
               WHEN WS-LM-HIT-SUB > ZERO
                   MOVE WS-LM-LIMIT(WS-LM-HIT-SUB)
                       TO WS-LM-CHECK-LIMIT
               WHEN DEFAULT-LIMIT-SET
                   MOVE WS-LM-DEFAULT-LIMIT TO WS-LM-CHECK-LIMIT
               WHEN OTHER
                   GO TO 2750-CHECK-VALUE-LIMIT-EXIT
           END-EVALUATE.

           IF WS-AMT-VALUE < ZERO
               COMPUTE WS-LM-ABS-AMOUNT = ZERO - WS-AMT-VALUE
           ELSE
               MOVE WS-AMT-VALUE TO WS-LM-ABS-AMOUNT
           END-IF.

           IF WS-LM-ABS-AMOUNT > WS-LM-CHECK-LIMIT
               MOVE 'Y' TO WS-OVER-LIMIT-SWITCH
           END-IF.
       2750-CHECK-VALUE-LIMIT-EXIT.
           EXIT.

       2760-FIND-ACCT-LIMIT.
           IF WS-LM-ACCOUNT-NO(WS-LM-SUB) = WS-LM-CHECK-ACCOUNT
               MOVE WS-LM-SUB TO WS-LM-HIT-SUB
           END-IF.
       2760-FIND-ACCT-LIMIT-EXIT.
           EXIT.

      ******************************************************************
      * 2780-WRITE-HOLD - WRITE THE HELD ITEM.  HH-REC-TYPE,
      * HH-ACCOUNT-NO, HH-AMOUNT AND (FOR A REVERSAL) HH-ORIG-BATCH-ID
      * ARE SET BY THE CALLER, FOR THE SAME REASON AS THE SUSPENSE
      * FIELDS IN 2280-WRITE-SUSPENSE; THE BUSINESS DATE, BATCH, FEED
      * POSITION AND LIMIT THAT IDENTIFY IT ARE FILLED IN HERE.
      ******************************************************************
       2780-WRITE-HOLD.
           MOVE BP-BUSINESS-DATE  TO HH-HOLD-DATE.
           MOVE WS-BATCH-ID       TO HH-BATCH-ID.
           MOVE WS-RECORDS-READ   TO HH-SEQUENCE-NO.
           MOVE WS-LM-CHECK-LIMIT TO HH-LIMIT.
           MOVE ZERO              TO HH-AGE-DAYS.
           WRITE HV-HOLD-OUT FROM HV-HOLD-RECORD.

           MOVE 'HOLD'     TO DL-TYPE.
           MOVE SPACES     TO DL-DETAIL.
           STRING 'ACCOUNT-NO=' HH-ACCOUNT-NO ' AMOUNT=' HH-AMOUNT
                  ' OVER LIMIT'
               DELIMITED BY SIZE
               INTO DL-DETAIL.
           WRITE DISPATCH-RPT-RECORD FROM WS-DISPATCH-RPT-LINE.

           ADD 1 TO WS-ITEMS-HELD.
       2780-WRITE-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 2900-PROCESS-UNKNOWN - LOG ANY RECORD WHOSE DISCRIMINATOR IS
      * NOT ONE OF THE KNOWN TYPES, INSTEAD OF SILENTLY DROPPING IT.

      ******************************************************************
      * 3000-TERMINATE - FLAG A BATCH STILL OPEN AT END OF FILE (THE
      * FILE ENDED WITHOUT ITS TRAILER), THEN CLOSE THE FILES, APPEND
      * THE STAGED JOURNAL ENTRIES TO POSTJRNL IF THE RUN IS CLEAN, AND
      * REPORT RUN TOTALS.
      ******************************************************************
       3000-TERMINATE.
                 ACCT-MASTER-FILE
                 DISPATCH-RPT-FILE
                 SUSPENSE-FILE
                 POST-SUMM-FILE
                 POST-JRNL-WORK-FILE
                 HV-HOLD-FILE.

           IF CONTROL-FAILURE-SEEN
               DISPLAY 'REDEFINE-DISPATCH JOURNAL NOT APPENDED - RUN'
                   ' FAILED'
           ELSE
               PERFORM 3300-APPEND-JOURNAL
                   THRU 3300-APPEND-JOURNAL-EXIT
           END-IF.

           DISPLAY 'REDEFINE-DISPATCH RECORDS READ  : ' WS-RECORDS-READ.
           DISPLAY 'REDEFINE-DISPATCH HEADERS       : ' WS-HEADERS-READ.
               WS-REVERSALS-APPLIED.
           DISPLAY 'REDEFINE-DISPATCH REV SUSPENDED : '
               WS-REVERSALS-SUSPENDED.
           DISPLAY 'REDEFINE-DISPATCH HELD BY DATE  : '
               WS-BATCHES-HELD.
           DISPLAY 'REDEFINE-DISPATCH JOURNALLED    : '
               WS-JOURNAL-WRITTEN.
           DISPLAY 'REDEFINE-DISPATCH OVER LIMIT    : '
               WS-ITEMS-HELD.

           MOVE 'END' TO RP-FUNCTION.
           IF CONTROL-FAILURE-SEEN
      ******************************************************************
      * 3100-WRITE-POST-SUMM - WRITE ONE LEDGER FEED RECORD FOR THE
      * SUMMARY TABLE ENTRY WS-AE-SUB POINTS AT: DEBIT TOTAL, CREDIT
      * TOTAL, NET (DEBITS MINUS CREDITS, SIGNED), COUNT AND CUSTOMER
      * COUNT.
      ******************************************************************
       3100-WRITE-POST-SUMM.
           MOVE WS-AE-ACCOUNT-NO(WS-AE-SUB)   TO PS-ACCOUNT-NO.
               WS-AE-DEBIT-TOTAL(WS-AE-SUB)
               - WS-AE-CREDIT-TOTAL(WS-AE-SUB).
           MOVE WS-AE-TRAN-COUNT(WS-AE-SUB)   TO PS-TRAN-COUNT.
           MOVE WS-AE-CUST-COUNT(WS-AE-SUB)   TO PS-CUST-COUNT.
           WRITE POST-SUMM-RECORD FROM POST-SUMM-LINE.
       3100-WRITE-POST-SUMM-EXIT.
           EXIT.
       3200-REGISTER-ONE-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * 3300-APPEND-JOURNAL - COPY THE RUN'S STAGED JOURNAL ENTRIES
      * ONTO THE END OF POSTJRNL.  ONLY A CLEAN RUN GETS HERE, SO THE
      * JOURNAL NEVER SHOWS A POSTING BAL-UPDATE WILL NOT APPLY.
      ******************************************************************
       3300-APPEND-JOURNAL.
           OPEN INPUT  POST-JRNL-WORK-FILE
           OPEN EXTEND POST-JRNL-FILE.

           PERFORM 3350-APPEND-ONE-ENTRY
               THRU 3350-APPEND-ONE-ENTRY-EXIT
               UNTIL END-OF-JRNL-WORK.

           CLOSE POST-JRNL-WORK-FILE
                 POST-JRNL-FILE.
       3300-APPEND-JOURNAL-EXIT.
           EXIT.

       3350-APPEND-ONE-ENTRY.
           READ POST-JRNL-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-JWK-EOF-SWITCH
                   GO TO 3350-APPEND-ONE-ENTRY-EXIT
           END-READ.

           WRITE POST-JRNL-OUT FROM POST-JRNL-WORK-REC.
       3350-APPEND-ONE-ENTRY-EXIT.
           EXIT.

       END PROGRAM REDEFINE-DISPATCH.
