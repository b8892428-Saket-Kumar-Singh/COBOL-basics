      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: MONTH-END CAPITALISATION OF THE INTEREST INT-ACCRUE
      *          BUILDS UP ON THE INTACCR HISTORY.  RUNS EVERY CYCLE;
      *          ON THE FIRST CYCLE OF A NEW BUSINESS MONTH IT TOTALS
      *          EACH ACCOUNT'S ACCRUALS FOR EVERY EARLIER MONTH NOT
      *          YET CAPITALISED, ROUNDS EACH TOTAL TO THE CENT, AND
      *          RELEASES THEM AS DETAILS IN A PROPERLY FORMED H/D/T
      *          BATCH (INTREL, BATCH ID 'IC' + THE BUSINESS DATE).
      *          BRANCH-MERGE PROVES THE BATCH AND MERGES IT INTO
      *          MIXEDIN UNDER THE RESERVED PSEUDO-BRANCH 'INTR', SO
      *          INTEREST POSTS THROUGH THE NORMAL DISPATCH CONTROLS -
      *          DUPLICATE BATCH CHECK, ACCOUNT VALIDATION, THE HIGH
      *          VALUE LIMIT AND THE JOURNAL - INSTEAD OF BEING KEYED
      *          BY HAND.  THE AMOUNT KEEPS THE SIGN OF THE ACCRUAL, SO
      *          INTEREST EARNED ON A CREDIT BALANCE POSTS AS A CREDIT
      *          AND INTEREST CHARGED ON A DEBIT BALANCE AS A DEBIT.
      *
      *          EVERY ACCOUNT AND MONTH CAPITALISED GETS A 'C' RECORD
      *          ON INTACCR (SEE THE INTACCR COPYBOOK), SO IT IS NEVER
      *          CAPITALISED TWICE; ONE WHOSE TOTAL ROUNDS TO NOTHING IS
      *          MARKED TOO, WITH NO DETAIL.  THE FRACTIONS OF A CENT
      *          LEFT BY ROUNDING ARE SHOWN ON THE REPORT AND DROPPED.
      *          A CYCLE THAT HAS ALREADY CAPITALISED, OR ONE WHERE AN
      *          AMOUNT OR THE BATCH TOTAL WILL NOT FIT THE BATCH'S
      *          12-BYTE FIELDS, IS REFUSED WITH NOTHING WRITTEN BUT
      *          THE REPORT.
      *
      *          EVERY DUE MONTH IS CAPITALISED IN THE SAME RUN, SO NO
      *          MONTH UP TO THE LATEST ONE CARRYING A 'C' RECORD IS
      *          EVER STILL OPEN.  A FIRST PASS OVER INTACCR FINDS THAT
      *          MONTH AND ONLY LATER MONTHS ARE LOADED, SO THE PAIR
      *          TABLE HOLDS THE OPEN MONTHS AND NOT THE WHOLE HISTORY.
      *
      *          THE CYCLE'S 'C' RECORDS ARE STAGED IN INTCAPWK AND
      *          ONLY APPENDED TO INTACCR WHEN THE RUN COMPLETES, SO
      *          THE HISTORY ONLY EVER HOLDS WHOLE RUNS AND A RUN THAT
      *          ABENDS PART WAY THROUGH CAN SIMPLY BE RERUN.
      *
      *          SCHEDULER CONVENTIONS: THIS PROGRAM RUNS AFTER
      *          DATE-ROLL AND BEFORE BRANCH-MERGE, SO THE BATCH IS
      *          DATED FOR THE SAME BUSINESS DATE THE DISPATCH RUN
      *          HOLDS HEADERS AGAINST.  AFTER BRANCH-MERGE HAS MERGED
      *          IT THE SCHEDULER REMOVES INTREL, AS IT DOES SUSPREL
      *          AND HVREL.  A CYCLE WITH NOTHING TO CAPITALISE LEAVES
      *          INTREL EMPTY, NOT AN EMPTY BATCH.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-CAPITAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL SO A CYCLE BEFORE THE FIRST ACCRUAL SIMPLY FINDS
      *    NOTHING TO CAPITALISE.
           SELECT OPTIONAL INT-ACCR-FILE
               ASSIGN TO "INTACCR"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE RUN'S 'C' RECORDS ARE STAGED HERE AND ONLY COPIED TO
      *    INTACCR WHEN THE RUN COMPLETES.
           SELECT INT-CAP-WORK-FILE
               ASSIGN TO "INTCAPWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INT-REL-FILE
               ASSIGN TO "INTREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAP-RPT-FILE
               ASSIGN TO "INTCAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INT-ACCR-FILE.
           COPY INTACCR.

       FD  INT-CAP-WORK-FILE.
       01  INT-CAP-WORK-REC             PIC X(81).

       FD  INT-REL-FILE.
       01  INT-REL-RECORD               PIC X(80).

       FD  CAP-RPT-FILE.
       01  CAP-RPT-RECORD               PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-REL-HEADER-LINE, WS-REL-DETAIL-LINE AND WS-REL-TRAILER-LINE
      * ARE THE RECORDS OF THE CAPITALISATION BATCH, BUILT HERE AND
      * WRITTEN WITH WRITE ... FROM SO THE UNUSED TAILS ARE RELIABLY
      * SPACES.  THE LAYOUTS MIRROR THE MIXEDIN OVERLAYS IN
      * REDEFINE-DISPATCH EXACTLY, AS SUSP-MANAGE'S AND HV-APPROVE'S
      * DO; THE DETAIL AMOUNT USES THE TRAILER'S EDITED PICTURE, WHICH
      * AMT-PARSE READS LIKE ANY OTHER 12-BYTE AMOUNT.
      ******************************************************************
       01  WS-REL-HEADER-LINE.
           02  FILLER                   PIC X(01) VALUE 'H'.
           02  RH-BATCH-ID              PIC X(10).
           02  RH-RUN-DATE              PIC X(10).
           02  FILLER                   PIC X(59) VALUE SPACES.

       01  WS-REL-DETAIL-LINE.
           02  FILLER                   PIC X(01) VALUE 'D'.
           02  RD-ACCOUNT-NO            PIC X(10).
           02  RD-AMOUNT                PIC -ZZZZZZZ9.99.
           02  FILLER                   PIC X(57) VALUE SPACES.

       01  WS-REL-TRAILER-LINE.
           02  FILLER                   PIC X(01) VALUE 'T'.
           02  RT-RECORD-COUNT          PIC 9(06).
           02  RT-AMOUNT-TOTAL          PIC -ZZZZZZZ9.99.
           02  FILLER                   PIC X(61) VALUE SPACES.

      ******************************************************************
      * WS-CAP-LINE IS ONE ACCOUNT AND MONTH ON THE REPORT: THE DAYS
      * AND INTEREST ACCRUED, AND THE AMOUNT RELEASED IN THE BATCH.
      ******************************************************************
       01  WS-CAP-LINE.
           02  CP-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CP-PERIOD                PIC X(06).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CP-DAYS                  PIC ZZ9.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CP-ACCRUED               PIC -ZZZZZZZZZ9.9999.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CP-POSTED                PIC -ZZZZZZZZZ9.99.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CP-NOTE                  PIC X(17).

       01  WS-CAP-TITLE.
           02  FILLER                   PIC X(33)
               VALUE 'INTEREST CAPITALISATION FOR     '.
           02  CT-BUSINESS-TEXT         PIC X(10).

       01  WS-CAP-HEADING.
           02  FILLER                   PIC X(11) VALUE 'ACCOUNT-NO'.
           02  FILLER                   PIC X(07) VALUE 'PERIOD '.
           02  FILLER                   PIC X(04) VALUE 'DYS '.
           02  FILLER                   PIC X(17)
               VALUE '          ACCRUED'.
           02  FILLER                   PIC X(15)
               VALUE '         POSTED'.

      ******************************************************************
      * WS-TOTAL-LINE CARRIES THE LABELLED TOTALS AT THE FOOT OF THE
      * REPORT; WS-TEXT-LINE A REFUSAL.
      ******************************************************************
       01  WS-TOTAL-LINE.
           02  TL-LABEL                 PIC X(24).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  TL-AMOUNT                PIC -ZZZZZZZZZZ9.9999.

       01  WS-COUNT-LINE.
           02  CL-LABEL                 PIC X(24).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CL-COUNT                 PIC ZZZZZ9.

       01  WS-TEXT-LINE                 PIC X(72).

       01  WS-SWITCHES.
           02  WS-IA-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-INT-ACCR              VALUE 'Y'.
           02  WS-CWK-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-CAP-WORK              VALUE 'Y'.
           02  WS-CAPPED-SWITCH         PIC X(01) VALUE 'N'.
               88  DATE-ALREADY-CAPITALISED     VALUE 'Y'.
           02  WS-OVERSIZE-SWITCH       PIC X(01) VALUE 'N'.
               88  BATCH-WILL-NOT-FIT           VALUE 'Y'.
           02  WS-REL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  RELEASE-BATCH-OPEN           VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-HIST-READ             PIC 9(06) VALUE ZERO.
           02  WS-PAIRS-CAPITALISED     PIC 9(06) VALUE ZERO.
           02  WS-PAIRS-NIL             PIC 9(06) VALUE ZERO.
           02  WS-PAIRS-NOT-DUE         PIC 9(06) VALUE ZERO.
           02  WS-DETAILS-WRITTEN       PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-PAIR-TABLE - ONE ENTRY FOR EACH ACCOUNT AND MONTH ON
      * INTACCR AFTER THE LATEST MONTH CAPITALISED, WITH ITS ACCRUED
      * DAYS AND INTEREST.  ONLY OPEN MONTHS ARE LOADED - NORMALLY THE
      * CURRENT MONTH, PLUS THE MONTH JUST ENDED ON THE CYCLE THAT
      * CAPITALISES IT.  MORE OPEN PAIRS THAN THE TABLE HOLDS STOPS
      * THE RUN - LEAVING AN ACCOUNT OUT WOULD SILENTLY LOSE ITS
      * INTEREST.
      ******************************************************************
       01  WS-PAIR-TABLE.
           02  WS-PT-ENTRY-COUNT        PIC 9(04) VALUE ZERO.
           02  WS-PT-SUB                PIC 9(04) VALUE ZERO.
           02  WS-PT-HIT-SUB            PIC 9(04) VALUE ZERO.
           02  WS-PT-ENTRY OCCURS 1500 TIMES.
               03  WS-PT-ACCOUNT-NO     PIC X(10).
               03  WS-PT-PERIOD         PIC 9(06).
               03  WS-PT-DAYS           PIC 9(03).
               03  WS-PT-ACCRUED        PIC S9(12)V9(04).
               03  WS-PT-POSTED         PIC S9(10)V99.

      ******************************************************************
      * WS-CAPITAL-FIELDS - THE BUSINESS MONTH (ANY EARLIER MONTH IS
      * DUE), THE LATEST MONTH ALREADY CAPITALISED (ZERO WHEN NONE
      * HAS BEEN), THE BATCH ID, AND THE BATCH AND REPORT TOTALS.  THE
      * BATCH TOTAL IS TESTED IN A WIDER FIELD BEFORE ANYTHING IS
      * WRITTEN, SO A TRAILER THAT COULD NEVER BALANCE DOWNSTREAM IS
      * NEVER PRODUCED.
      ******************************************************************
       01  WS-CAPITAL-FIELDS.
           02  WS-THIS-PERIOD           PIC 9(06) VALUE ZERO.
           02  WS-LAST-CAP-PERIOD       PIC 9(06) VALUE ZERO.
           02  WS-REL-BATCH-ID          PIC X(10) VALUE SPACES.
           02  WS-REL-COUNT             PIC 9(06) VALUE ZERO.
           02  WS-REL-AMOUNT-TOTAL      PIC S9(10)V99 VALUE ZERO.
           02  WS-REL-TEST-TOTAL        PIC S9(12)V99 VALUE ZERO.
           02  WS-TOT-ACCRUED           PIC S9(12)V9(04) VALUE ZERO.
           02  WS-TOT-ROUNDING          PIC S9(12)V9(04) VALUE ZERO.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE THAT DECIDES
      * WHICH MONTHS ARE DUE AND DATES THE BATCH.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG, AND THE
      * GATE CHECK ON INT-ACCRUE'S LATEST RUN - A MONTH WHOSE LAST
      * ACCRUAL FAILED PART-WAY MUST NOT BE CAPITALISED SHORT.
      ******************************************************************
           COPY RUNCTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-CAPITALISE-ONE-PAIR
               THRU 2000-CAPITALISE-ONE-PAIR-EXIT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-ENTRY-COUNT.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - GATE ON THE ACCRUAL RUN, FIND THE LATEST
      * MONTH CAPITALISED, LOAD THE LATER MONTHS' HISTORY INTO THE
      * PAIR TABLE, REFUSE A CYCLE ALREADY CAPITALISED OR A
      * BATCH THAT WILL NOT FIT, THEN OPEN THE BATCH AND THE HISTORY
      * WORK FILE.  A REFUSED RUN WRITES NO BATCH, NO HISTORY AND NO
      * RUN-CONTROL EVENTS.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'INT-CAPITAL' TO RP-PROGRAM.
           MOVE 'INT-ACCRUE'  TO RP-PREDECESSOR.
           MOVE 'GATE' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
           IF RP-GATE-BLOCKED
               DISPLAY 'INT-CAPITAL HELD - INT-ACCRUE LATEST'
                   ' RUN NOT CLEAN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           DIVIDE BP-BUSINESS-DATE BY 100 GIVING WS-THIS-PERIOD.
           MOVE SPACES TO WS-REL-BATCH-ID.
           STRING 'IC' BP-BUSINESS-DATE
               DELIMITED BY SIZE
               INTO WS-REL-BATCH-ID.

           OPEN OUTPUT CAP-RPT-FILE.
           MOVE BP-BUSINESS-TEXT TO CT-BUSINESS-TEXT.
           WRITE CAP-RPT-RECORD FROM WS-CAP-TITLE.

           OPEN INPUT INT-ACCR-FILE.
           PERFORM 1050-SCAN-ONE-HIST-RECORD
               THRU 1050-SCAN-ONE-HIST-RECORD-EXIT
               UNTIL END-OF-INT-ACCR.
           CLOSE INT-ACCR-FILE.

           IF DATE-ALREADY-CAPITALISED
               MOVE SPACES TO WS-TEXT-LINE
               STRING 'REFUSED - ' BP-BUSINESS-TEXT
                      ' IS ALREADY CAPITALISED ON INTACCR'
                   DELIMITED BY SIZE
                   INTO WS-TEXT-LINE
               WRITE CAP-RPT-RECORD FROM WS-TEXT-LINE
               CLOSE CAP-RPT-FILE
               DISPLAY 'INT-CAPITAL HELD - ' BP-BUSINESS-TEXT
                   ' ALREADY CAPITALISED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-IA-EOF-SWITCH.
           OPEN INPUT INT-ACCR-FILE.
           PERFORM 1100-LOAD-ONE-HIST-RECORD
               THRU 1100-LOAD-ONE-HIST-RECORD-EXIT
               UNTIL END-OF-INT-ACCR.
           CLOSE INT-ACCR-FILE.

           PERFORM 1200-SIZE-ONE-PAIR
               THRU 1200-SIZE-ONE-PAIR-EXIT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-ENTRY-COUNT.

           IF BATCH-WILL-NOT-FIT
               MOVE 'REFUSED - INTEREST WILL NOT FIT THE BATCH AMOUNT'
                   & ' FIELDS' TO WS-TEXT-LINE
               WRITE CAP-RPT-RECORD FROM WS-TEXT-LINE
               CLOSE CAP-RPT-FILE
               DISPLAY 'INT-CAPITAL HELD - INTEREST WILL NOT FIT'
                   ' THE BATCH'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE CAP-RPT-RECORD FROM WS-CAP-HEADING.

           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           OPEN OUTPUT INT-REL-FILE
           OPEN OUTPUT INT-CAP-WORK-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1050-SCAN-ONE-HIST-RECORD - FOR A 'C' RECORD, KEEP THE LATEST
      * MONTH CAPITALISED AND NOTE WHETHER IT WAS WRITTEN ON THE
      * BUSINESS DATE.
      ******************************************************************
       1050-SCAN-ONE-HIST-RECORD.
           READ INT-ACCR-FILE
               AT END
                   MOVE 'Y' TO WS-IA-EOF-SWITCH
                   GO TO 1050-SCAN-ONE-HIST-RECORD-EXIT
           END-READ.

           ADD 1 TO WS-HIST-READ.

           IF NOT IA-IS-CAPITALISED
               GO TO 1050-SCAN-ONE-HIST-RECORD-EXIT
           END-IF.

           IF IA-PERIOD > WS-LAST-CAP-PERIOD
               MOVE IA-PERIOD TO WS-LAST-CAP-PERIOD
           END-IF.
           IF IA-RUN-DATE = BP-BUSINESS-DATE
               MOVE 'Y' TO WS-CAPPED-SWITCH
           END-IF.
       1050-SCAN-ONE-HIST-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-ONE-HIST-RECORD - ADD AN 'A' RECORD FOR A MONTH
      * AFTER THE LATEST ONE CAPITALISED TO ITS ACCOUNT AND MONTH.
      * EARLIER MONTHS ARE CLOSED AND PASSED OVER.
      ******************************************************************
       1100-LOAD-ONE-HIST-RECORD.
           READ INT-ACCR-FILE
               AT END
                   MOVE 'Y' TO WS-IA-EOF-SWITCH
                   GO TO 1100-LOAD-ONE-HIST-RECORD-EXIT
           END-READ.

           IF NOT IA-IS-ACCRUAL
               OR IA-PERIOD NOT > WS-LAST-CAP-PERIOD
               GO TO 1100-LOAD-ONE-HIST-RECORD-EXIT
           END-IF.

           MOVE ZERO TO WS-PT-HIT-SUB.
           PERFORM 1150-FIND-PAIR
               THRU 1150-FIND-PAIR-EXIT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-ENTRY-COUNT
                   OR WS-PT-HIT-SUB > ZERO.

           IF WS-PT-HIT-SUB = ZERO
               IF WS-PT-ENTRY-COUNT NOT < 1500
                   DISPLAY 'INT-CAPITAL PAIR TABLE FULL'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PT-ENTRY-COUNT
               MOVE WS-PT-ENTRY-COUNT TO WS-PT-HIT-SUB
               MOVE IA-ACCOUNT-NO TO WS-PT-ACCOUNT-NO(WS-PT-HIT-SUB)
               MOVE IA-PERIOD     TO WS-PT-PERIOD(WS-PT-HIT-SUB)
               MOVE ZERO          TO WS-PT-DAYS(WS-PT-HIT-SUB)
               MOVE ZERO          TO WS-PT-ACCRUED(WS-PT-HIT-SUB)
               MOVE ZERO          TO WS-PT-POSTED(WS-PT-HIT-SUB)
           END-IF.

           ADD IA-DAYS     TO WS-PT-DAYS(WS-PT-HIT-SUB).
           ADD IA-INTEREST TO WS-PT-ACCRUED(WS-PT-HIT-SUB).
       1100-LOAD-ONE-HIST-RECORD-EXIT.
           EXIT.

       1150-FIND-PAIR.
           IF WS-PT-ACCOUNT-NO(WS-PT-SUB) = IA-ACCOUNT-NO
               AND WS-PT-PERIOD(WS-PT-SUB) = IA-PERIOD
               MOVE WS-PT-SUB TO WS-PT-HIT-SUB
           END-IF.
       1150-FIND-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 1200-SIZE-ONE-PAIR - ROUND A DUE PAIR'S INTEREST TO THE CENT
      * AND CHECK IT, AND THE BATCH TOTAL SO FAR, AGAINST WHAT THE
      * 12-BYTE DETAIL AND TRAILER AMOUNTS CAN CARRY.
      ******************************************************************
       1200-SIZE-ONE-PAIR.
           IF WS-PT-PERIOD(WS-PT-SUB) NOT < WS-THIS-PERIOD
               GO TO 1200-SIZE-ONE-PAIR-EXIT
           END-IF.

           COMPUTE WS-PT-POSTED(WS-PT-SUB) ROUNDED =
               WS-PT-ACCRUED(WS-PT-SUB)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERSIZE-SWITCH
                   GO TO 1200-SIZE-ONE-PAIR-EXIT
           END-COMPUTE.

           IF WS-PT-POSTED(WS-PT-SUB) > 99999999.99
               OR WS-PT-POSTED(WS-PT-SUB) < -99999999.99
               MOVE 'Y' TO WS-OVERSIZE-SWITCH
           END-IF.

           ADD WS-PT-POSTED(WS-PT-SUB) TO WS-REL-TEST-TOTAL.
           IF WS-REL-TEST-TOTAL > 99999999.99
               OR WS-REL-TEST-TOTAL < -99999999.99
               MOVE 'Y' TO WS-OVERSIZE-SWITCH
           END-IF.
       1200-SIZE-ONE-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CAPITALISE-ONE-PAIR - A PAIR FOR THE CURRENT MONTH IS
      * STILL ACCRUING AND ONLY COUNTED.  A DUE PAIR IS RELEASED AS A
      * DETAIL (UNLESS IT ROUNDS TO NOTHING), MARKED WITH A 'C'
      * RECORD AND LISTED.
      ******************************************************************
       2000-CAPITALISE-ONE-PAIR.
           IF WS-PT-PERIOD(WS-PT-SUB) NOT < WS-THIS-PERIOD
               ADD 1 TO WS-PAIRS-NOT-DUE
               GO TO 2000-CAPITALISE-ONE-PAIR-EXIT
           END-IF.

           MOVE SPACES                   TO WS-CAP-LINE.
           MOVE WS-PT-ACCOUNT-NO(WS-PT-SUB) TO CP-ACCOUNT-NO.
           MOVE WS-PT-PERIOD(WS-PT-SUB)  TO CP-PERIOD.
           MOVE WS-PT-DAYS(WS-PT-SUB)    TO CP-DAYS.
           MOVE WS-PT-ACCRUED(WS-PT-SUB) TO CP-ACCRUED.
           MOVE WS-PT-POSTED(WS-PT-SUB)  TO CP-POSTED.

           MOVE SPACES                   TO INT-ACCR-RECORD.
           MOVE 'C'                      TO IA-REC-TYPE.
           MOVE WS-PT-PERIOD(WS-PT-SUB)  TO IA-PERIOD.
           MOVE BP-BUSINESS-DATE         TO IA-RUN-DATE.
           MOVE WS-PT-ACCOUNT-NO(WS-PT-SUB) TO IA-ACCOUNT-NO.
           MOVE ZERO                     TO IA-BALANCE.
           MOVE ZERO                     TO IA-RATE.
           MOVE WS-PT-DAYS(WS-PT-SUB)    TO IA-DAYS.
           MOVE WS-PT-POSTED(WS-PT-SUB)  TO IA-INTEREST.

           IF WS-PT-POSTED(WS-PT-SUB) = ZERO
               MOVE 'NIL - NOT POSTED' TO CP-NOTE
               ADD 1 TO WS-PAIRS-NIL
           ELSE
               PERFORM 2100-RELEASE-DETAIL
                   THRU 2100-RELEASE-DETAIL-EXIT
               MOVE WS-REL-BATCH-ID TO IA-BATCH-ID
               MOVE WS-REL-BATCH-ID TO CP-NOTE
           END-IF.

           WRITE INT-CAP-WORK-REC FROM INT-ACCR-RECORD.
           WRITE CAP-RPT-RECORD FROM WS-CAP-LINE.

           ADD 1 TO WS-PAIRS-CAPITALISED.
           ADD WS-PT-ACCRUED(WS-PT-SUB) TO WS-TOT-ACCRUED.
       2000-CAPITALISE-ONE-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 2100-RELEASE-DETAIL - WRITE THE HEADER ON THE FIRST DETAIL,
      * THEN THE DETAIL ITSELF, AND ADD IT TO THE TRAILER TOTALS.
      ******************************************************************
       2100-RELEASE-DETAIL.
           IF NOT RELEASE-BATCH-OPEN
               MOVE WS-REL-BATCH-ID  TO RH-BATCH-ID
               MOVE BP-BUSINESS-TEXT TO RH-RUN-DATE
               WRITE INT-REL-RECORD FROM WS-REL-HEADER-LINE
               MOVE 'Y' TO WS-REL-OPEN-SWITCH
           END-IF.

           MOVE WS-PT-ACCOUNT-NO(WS-PT-SUB) TO RD-ACCOUNT-NO.
           MOVE WS-PT-POSTED(WS-PT-SUB)     TO RD-AMOUNT.
           WRITE INT-REL-RECORD FROM WS-REL-DETAIL-LINE.

           ADD 1 TO WS-REL-COUNT.
           ADD 1 TO WS-DETAILS-WRITTEN.
           ADD WS-PT-POSTED(WS-PT-SUB) TO WS-REL-AMOUNT-TOTAL.
       2100-RELEASE-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - CLOSE THE BATCH WITH ITS TRAILER IF ANY
      * DETAIL WAS RELEASED, FOOT THE REPORT, CLOSE THE FILES, APPEND
      * THE STAGED 'C' RECORDS TO INTACCR AND WRITE THE END EVENT.
      ******************************************************************
       3000-TERMINATE.
           IF RELEASE-BATCH-OPEN
               MOVE WS-REL-COUNT        TO RT-RECORD-COUNT
               MOVE WS-REL-AMOUNT-TOTAL TO RT-AMOUNT-TOTAL
               WRITE INT-REL-RECORD FROM WS-REL-TRAILER-LINE
           END-IF.

           COMPUTE WS-TOT-ROUNDING =
               WS-REL-AMOUNT-TOTAL - WS-TOT-ACCRUED.

           MOVE 'PAIRS CAPITALISED'       TO CL-LABEL.
           MOVE WS-PAIRS-CAPITALISED      TO CL-COUNT.
           WRITE CAP-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'ROUNDED TO NIL'          TO CL-LABEL.
           MOVE WS-PAIRS-NIL              TO CL-COUNT.
           WRITE CAP-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'STILL ACCRUING'          TO CL-LABEL.
           MOVE WS-PAIRS-NOT-DUE          TO CL-COUNT.
           WRITE CAP-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'BATCH DETAILS'           TO CL-LABEL.
           MOVE WS-REL-COUNT              TO CL-COUNT.
           WRITE CAP-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'INTEREST ACCRUED'        TO TL-LABEL.
           MOVE WS-TOT-ACCRUED            TO TL-AMOUNT.
           WRITE CAP-RPT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'BATCH TOTAL'             TO TL-LABEL.
           MOVE WS-REL-AMOUNT-TOTAL       TO TL-AMOUNT.
           WRITE CAP-RPT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'ROUNDING DROPPED'        TO TL-LABEL.
           MOVE WS-TOT-ROUNDING           TO TL-AMOUNT.
           WRITE CAP-RPT-RECORD FROM WS-TOTAL-LINE.

           CLOSE INT-CAP-WORK-FILE
                 INT-REL-FILE
                 CAP-RPT-FILE.

           PERFORM 3300-APPEND-CAPITALISED
               THRU 3300-APPEND-CAPITALISED-EXIT.

           DISPLAY 'INT-CAPITAL HISTORY RECORDS READ : ' WS-HIST-READ.
           DISPLAY 'INT-CAPITAL PAIRS CAPITALISED    : '
               WS-PAIRS-CAPITALISED.
           DISPLAY 'INT-CAPITAL BATCH DETAILS        : '
               WS-DETAILS-WRITTEN.

           MOVE 'END'   TO RP-FUNCTION.
           MOVE 'CLEAN' TO RP-STATUS.
           MOVE WS-HIST-READ       TO RP-READ-COUNT.
           MOVE WS-DETAILS-WRITTEN TO RP-WRITTEN-COUNT.
           MOVE ZERO               TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 3300-APPEND-CAPITALISED - COPY THE RUN'S STAGED 'C' RECORDS
      * ONTO THE END OF INTACCR.  ONLY A RUN THAT HAS CAPITALISED
      * EVERY DUE PAIR GETS HERE, SO THE HISTORY NEVER HOLDS PART OF A
      * RUN.
      ******************************************************************
       3300-APPEND-CAPITALISED.
           OPEN INPUT  INT-CAP-WORK-FILE
           OPEN EXTEND INT-ACCR-FILE.

           PERFORM 3350-APPEND-ONE-CAPITALISED
               THRU 3350-APPEND-ONE-CAPITALISED-EXIT
               UNTIL END-OF-CAP-WORK.

           CLOSE INT-CAP-WORK-FILE
                 INT-ACCR-FILE.
       3300-APPEND-CAPITALISED-EXIT.
           EXIT.

       3350-APPEND-ONE-CAPITALISED.
           READ INT-CAP-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-CWK-EOF-SWITCH
                   GO TO 3350-APPEND-ONE-CAPITALISED-EXIT
           END-READ.

           WRITE INT-ACCR-RECORD FROM INT-CAP-WORK-REC.
       3350-APPEND-ONE-CAPITALISED-EXIT.
           EXIT.

       END PROGRAM INT-CAPITAL.
