      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: NIGHTLY INTEREST ACCRUAL ON THE BALANCE MASTER.
      *          NOTHING IN THE SUITE ACCRUED INTEREST, SO FINANCE
      *          WORKED IT OUT OFFLINE EVERY MONTH AND KEYED THE
      *          RESULT AS A MANUAL BRANCH BATCH.  THIS PROGRAM RUNS
      *          AFTER BAL-UPDATE EACH NIGHT, WALKS BALMST AND WORKS
      *          OUT EACH ACCOUNT'S INTEREST ON ITS BM-CLOSING-BAL,
      *          APPENDING IT TO THE INTACCR ACCRUED-INTEREST HISTORY
      *          (SEE THE INTACCR COPYBOOK) AND LISTING IT ON THE
      *          ACCRUAL REPORT.  INT-CAPITAL TURNS EACH MONTH'S
      *          ACCRUALS INTO A POSTING BATCH.
      *
      *          THE RATES COME FROM INTRATE: A '*DEFAULT*' RECORD
      *          AND OPTIONAL PER-ACCOUNT RECORDS, EACH WITH A CREDIT
      *          RATE AND A DEBIT RATE AS A PERCENTAGE A YEAR.  A
      *          CREDIT BALANCE (NEGATIVE ON BALMST) ACCRUES AT THE
      *          CREDIT RATE AND A DEBIT BALANCE AT THE DEBIT RATE; AN
      *          ACCOUNT'S OWN RATES WIN OVER THE DEFAULT.  INTEREST
      *          IS BALANCE X RATE X DAYS / 36500, KEPT TO FOUR
      *          DECIMAL PLACES AND CARRYING THE BALANCE'S SIGN.
      *
      *          TONIGHT'S CLOSING BALANCE STANDS UNTIL THE NEXT
      *          BUSINESS DAY, SO IT ACCRUES FOR THE BUSINESS DATE AND
      *          EVERY WEEKEND DAY AND HOLCAL HOLIDAY AFTER IT - THE
      *          SAME WALK DATE-ROLL MAKES.  DAYS THAT FALL IN THE
      *          NEXT MONTH ARE ACCRUED ON A SECOND RECORD FOR THAT
      *          MONTH, SO EACH MONTH CAPITALISES ONLY ITS OWN DAYS.
      *
      *          A ZERO BALANCE ACCRUES NOTHING.  A CLOSED ACCOUNT, A
      *          BALANCE WITH NO ACCOUNT MASTER RECORD, AND AN ACCOUNT
      *          WITH NO RATE AND NO DEFAULT ARE NOT ACCRUED AND ARE
      *          LISTED ON THE REPORT WITH THE REASON.  A BUSINESS
      *          DATE ALREADY ACCRUED IS REFUSED, SO A RERUN CAN NEVER
      *          ACCRUE THE SAME NIGHT TWICE.
      *
      *          THE NIGHT'S RECORDS ARE STAGED IN INTACCWK AND ONLY
      *          APPENDED TO INTACCR WHEN THE RUN COMPLETES, SO THE
      *          HISTORY ONLY EVER HOLDS WHOLE NIGHTS AND A RUN THAT
      *          ABENDS PART WAY THROUGH CAN SIMPLY BE RERUN.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-ACCRUE.
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

           SELECT INT-RATE-FILE
               ASSIGN TO "INTRATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLIDAY-FILE
               ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO THE VERY FIRST ACCRUAL CREATES THE HISTORY.
           SELECT OPTIONAL INT-ACCR-FILE
               ASSIGN TO "INTACCR"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE RUN'S ACCRUAL RECORDS ARE STAGED HERE AND ONLY COPIED
      *    TO INTACCR WHEN THE RUN COMPLETES.
           SELECT INT-ACCR-WORK-FILE
               ASSIGN TO "INTACCWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCR-RPT-FILE
               ASSIGN TO "INTACCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BAL-MASTER-FILE.
           COPY BALMST.

       FD  ACCT-MASTER-FILE.
           COPY ACCTMST.

      ******************************************************************
      * ONE RATE RECORD PER ACCOUNT, OR '*DEFAULT*' FOR THE RATES
      * EVERY OTHER ACCOUNT GETS.  EACH RATE IS A PERCENTAGE A YEAR
      * WRITTEN NN.NNNN, SO 2.5% IS 02.5000.
      ******************************************************************
       FD  INT-RATE-FILE.
       01  INT-RATE-RECORD.
           02  IR-ACCOUNT-NO            PIC X(10).
               88  IR-IS-DEFAULT                VALUE '*DEFAULT*'.
           02  FILLER                   PIC X(01).
           02  IR-CREDIT-RATE.
               03  IR-CR-WHOLE          PIC X(02).
               03  IR-CR-POINT          PIC X(01).
               03  IR-CR-FRACTION       PIC X(04).
           02  FILLER                   PIC X(01).
           02  IR-DEBIT-RATE.
               03  IR-DR-WHOLE          PIC X(02).
               03  IR-DR-POINT          PIC X(01).
               03  IR-DR-FRACTION       PIC X(04).

      ******************************************************************
      * ONE HOLIDAY RECORD PER NON-WORKING DATE, THE LAYOUT CAL-MAINT
      * WRITES AND DATE-ROLL READS.
      ******************************************************************
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           02  HC-DATE                  PIC X(10).
           02  FILLER                   PIC X(01).
           02  HC-NAME                  PIC X(30).

       FD  INT-ACCR-FILE.
           COPY INTACCR.

       FD  INT-ACCR-WORK-FILE.
       01  INT-ACCR-WORK-REC            PIC X(81).

       FD  ACCR-RPT-FILE.
       01  ACCR-RPT-RECORD              PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-ACCR-LINE IS ONE ACCRUAL (OR ONE ACCOUNT NOT ACCRUED, WITH
      * THE REASON IN AL-NOTE), BUILT IN WORKING-STORAGE AND WRITTEN
      * WITH WRITE ... FROM AS USUAL.
      ******************************************************************
       01  WS-ACCR-LINE.
           02  AL-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  AL-BALANCE               PIC -ZZZZZZZZZ9.99.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  AL-RATE-TYPE             PIC X(01).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  AL-RATE                  PIC Z9.9999.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  AL-DAYS                  PIC Z9.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  AL-INTEREST              PIC -ZZZZZZZZ9.9999.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  AL-PERIOD                PIC X(06).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  AL-NOTE                  PIC X(09).

       01  WS-ACCR-TITLE.
           02  FILLER                   PIC X(25)
               VALUE 'INTEREST ACCRUAL FOR     '.
           02  AT-BUSINESS-TEXT         PIC X(10).

       01  WS-ACCR-HEADING.
           02  FILLER                   PIC X(11) VALUE 'ACCOUNT-NO'.
           02  FILLER                   PIC X(15)
               VALUE '       BALANCE '.
           02  FILLER                   PIC X(10)
               VALUE 'T    RATE '.
           02  FILLER                   PIC X(19)
               VALUE 'DY        INTEREST '.
           02  FILLER                   PIC X(06) VALUE 'PERIOD'.

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
           02  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  END-OF-BAL-MASTER            VALUE 'Y'.
           02  WS-RATE-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-RATES                 VALUE 'Y'.
           02  WS-HOL-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-HOLIDAYS              VALUE 'Y'.
           02  WS-IA-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-INT-ACCR              VALUE 'Y'.
           02  WS-IWK-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-ACCR-WORK             VALUE 'Y'.
           02  WS-ACCRUED-SWITCH        PIC X(01) VALUE 'N'.
               88  DATE-ALREADY-ACCRUED         VALUE 'Y'.
           02  WS-HOLIDAY-SWITCH        PIC X(01) VALUE 'N'.
               88  DATE-IS-HOLIDAY              VALUE 'Y'.
           02  WS-ACCT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  ACCOUNT-WAS-FOUND            VALUE 'Y'.
           02  WS-RATE-VALID-SWITCH     PIC X(01) VALUE 'N'.
               88  RATE-TEXT-VALID              VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-ACCOUNTS-READ         PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-ACCRUED      PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-ZERO         PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-CLOSED       PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-NO-MASTER    PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-NO-RATE      PIC 9(06) VALUE ZERO.
           02  WS-RECORDS-WRITTEN       PIC 9(06) VALUE ZERO.
           02  WS-HIST-READ             PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-RATE-TABLE - THE PER-ACCOUNT RATES FROM INTRATE, LOADED AT
      * INITIALIZE TIME, WITH THE DEFAULT RATES HELD APART.  A RATE
      * FILE LARGER THAN THE TABLE, OR A RATE THAT IS NOT NN.NNNN,
      * STOPS THE RUN - GUESSING AT A RATE WOULD MIS-STATE EVERY
      * ACCOUNT IT COVERS.
      ******************************************************************
       01  WS-RATE-TABLE.
           02  WS-RT-DEFAULT-SWITCH     PIC X(01) VALUE 'N'.
               88  DEFAULT-RATE-SET             VALUE 'Y'.
           02  WS-RT-DEFAULT-CREDIT     PIC 9(02)V9(04) VALUE ZERO.
           02  WS-RT-DEFAULT-DEBIT      PIC 9(02)V9(04) VALUE ZERO.
           02  WS-RT-ENTRY-COUNT        PIC 9(03) VALUE ZERO.
           02  WS-RT-SUB                PIC 9(03) VALUE ZERO.
           02  WS-RT-HIT-SUB            PIC 9(03) VALUE ZERO.
           02  WS-RT-ENTRY OCCURS 500 TIMES.
               03  WS-RT-ACCOUNT-NO     PIC X(10).
               03  WS-RT-CREDIT-RATE    PIC 9(02)V9(04).
               03  WS-RT-DEBIT-RATE     PIC 9(02)V9(04).

      ******************************************************************
      * WS-RATE-TEXT-FIELDS - ONE NN.NNNN RATE FROM INTRATE, CHECKED
      * AND TURNED INTO A NUMBER IN WS-RX-RATE.
      ******************************************************************
       01  WS-RATE-TEXT-FIELDS.
           02  WS-RX-TEXT.
               03  WS-RX-WHOLE          PIC X(02).
               03  WS-RX-POINT          PIC X(01).
               03  WS-RX-FRACTION       PIC X(04).
           02  WS-RX-DIGITS.
               03  WS-RX-WHOLE-N        PIC 9(02).
               03  WS-RX-FRACTION-N     PIC 9(04).
           02  WS-RX-RATE REDEFINES WS-RX-DIGITS
                                        PIC 9(02)V9(04).

      ******************************************************************
      * WS-HOLIDAY-TABLE HOLDS THE WHOLE CALENDAR, LOADED UP FRONT,
      * WITH THE SAME BOUND CAL-MAINT AND DATE-ROLL PUT ON IT.
      ******************************************************************
       01  WS-HOLIDAY-TABLE.
           02  WS-HT-ENTRY-COUNT        PIC 9(03) VALUE ZERO.
           02  WS-HT-SUB                PIC 9(03) VALUE ZERO.
           02  WS-HT-DATE               OCCURS 200 TIMES
                                        PIC X(10).

      ******************************************************************
      * WS-MONTH-LENGTHS - DAYS IN EACH MONTH OF A COMMON YEAR;
      * FEBRUARY IS CORRECTED FOR LEAP YEARS WHERE IT IS USED.
      ******************************************************************
       01  WS-MONTH-LENGTH-VALUES       PIC X(24)
                                    VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
           02  WS-MONTH-LENGTH          OCCURS 12 TIMES
                                        PIC 9(02).

      ******************************************************************
      * WS-ZELLER-FIELDS - WORK AREAS FOR THE DAY-OF-WEEK CONGRUENCE,
      * EXACTLY AS DATE-ROLL USES THEM: THE RESULT INDEX IN
      * WS-ZL-INDEX RUNS 1 = SATURDAY, 2 = SUNDAY ... 7 = FRIDAY.
      ******************************************************************
       01  WS-ZELLER-FIELDS.
           02  WS-ZL-DAY                PIC 9(02) VALUE ZERO.
           02  WS-ZL-MONTH              PIC 9(02) VALUE ZERO.
           02  WS-ZL-YEAR               PIC 9(04) VALUE ZERO.
           02  WS-ZL-ADJ-MONTH          PIC 9(02) VALUE ZERO.
           02  WS-ZL-ADJ-YEAR           PIC 9(04) VALUE ZERO.
           02  WS-ZL-CENTURY            PIC 9(02) VALUE ZERO.
           02  WS-ZL-YY                 PIC 9(02) VALUE ZERO.
           02  WS-ZL-TERM-1             PIC 9(04) VALUE ZERO.
           02  WS-ZL-TERM-2             PIC 9(02) VALUE ZERO.
           02  WS-ZL-TERM-3             PIC 9(02) VALUE ZERO.
           02  WS-ZL-SUM                PIC 9(06) VALUE ZERO.
           02  WS-ZL-QUOTIENT           PIC 9(06) VALUE ZERO.
           02  WS-ZL-REMAINDER          PIC 9(01) VALUE ZERO.
           02  WS-ZL-INDEX              PIC 9(01) VALUE ZERO.

      ******************************************************************
      * WS-NEXT-DAY-FIELDS - THE CANDIDATE DATE STEPPED FORWARD FROM
      * THE BUSINESS DATE UNTIL IT LANDS ON A WORKING DAY, ITS
      * DD/MM/YYYY TEXT FOR THE CALENDAR LOOKUP, AND THE STEP BOUND
      * THAT STOPS A CALENDAR MISTAKENLY LISTING EVERY DAY FROM
      * LOOPING FOREVER.  EVERY DAY PASSED OVER IS COUNTED TO THE
      * BUSINESS DATE'S MONTH OR, ONCE THE WALK CROSSES A MONTH END,
      * TO THE NEXT.
      ******************************************************************
       01  WS-NEXT-DAY-FIELDS.
           02  WS-ND-DAY                PIC 9(02) VALUE ZERO.
           02  WS-ND-MONTH              PIC 9(02) VALUE ZERO.
           02  WS-ND-YEAR               PIC 9(04) VALUE ZERO.
           02  WS-ND-MONTH-LEN          PIC 9(02) VALUE ZERO.
           02  WS-ND-LEAP-REM           PIC 9(03) VALUE ZERO.
           02  WS-ND-WORK               PIC 9(06) VALUE ZERO.
           02  WS-ND-DATE-TEXT          PIC X(10) VALUE SPACES.
           02  WS-ND-STEPS              PIC 9(02) VALUE ZERO.
           02  WS-ND-DONE-SWITCH        PIC X(01) VALUE 'N'.
               88  NEXT-BUSDAY-FOUND            VALUE 'Y'.

      ******************************************************************
      * WS-ACCRUAL-FIELDS - THE BUSINESS DATE, THE MONTH IT FALLS IN
      * AND THE MONTH AFTER, THE DAYS ACCRUED TO EACH, AND THE RATE
      * AND INTEREST FOR THE ACCOUNT IN HAND.  THE TOTALS HAVE TWO
      * MORE INTEGER DIGITS THAN ONE ACCOUNT'S INTEREST.
      ******************************************************************
       01  WS-ACCRUAL-FIELDS.
           02  WS-TODAY-YMD             PIC 9(08) VALUE ZERO.
           02  WS-TODAY-PARTS REDEFINES WS-TODAY-YMD.
               03  WS-TODAY-YEAR        PIC 9(04).
               03  WS-TODAY-MONTH       PIC 9(02).
               03  WS-TODAY-DAY         PIC 9(02).
           02  WS-THIS-PERIOD           PIC 9(06) VALUE ZERO.
           02  WS-NEXT-PERIOD           PIC 9(06) VALUE ZERO.
           02  WS-WALK-PERIOD           PIC 9(06) VALUE ZERO.
           02  WS-DAYS-THIS-MONTH       PIC 9(02) VALUE ZERO.
           02  WS-DAYS-NEXT-MONTH       PIC 9(02) VALUE ZERO.
           02  WS-ACCR-RATE             PIC 9(02)V9(04) VALUE ZERO.
           02  WS-ACCR-RATE-TYPE        PIC X(01) VALUE SPACE.
           02  WS-ACCR-DAYS             PIC 9(02) VALUE ZERO.
           02  WS-ACCR-PERIOD           PIC 9(06) VALUE ZERO.
           02  WS-ACCR-INTEREST         PIC S9(10)V9(04) VALUE ZERO.
           02  WS-TOT-CREDIT-INT        PIC S9(12)V9(04) VALUE ZERO.
           02  WS-TOT-DEBIT-INT         PIC S9(12)V9(04) VALUE ZERO.
           02  WS-TOT-NET-INT           PIC S9(12)V9(04) VALUE ZERO.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE THE ACCRUAL
      * IS MADE FOR.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG, AND THE
      * GATE CHECK ON BAL-UPDATE'S LATEST RUN - INTEREST ON A BALANCE
      * MASTER LEFT HALF-ROLLED WOULD BE INTEREST ON THE WRONG FIGURE.
      ******************************************************************
           COPY RUNCTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-ACCRUE-ONE-ACCOUNT
               THRU 2000-ACCRUE-ONE-ACCOUNT-EXIT
               UNTIL END-OF-BAL-MASTER.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - GATE ON THE ROLL-UP RUN, REFUSE A BUSINESS
      * DATE ALREADY ACCRUED, LOAD THE RATES AND THE CALENDAR, COUNT
      * THE DAYS TONIGHT'S BALANCES STAND FOR, THEN OPEN THE FILES,
      * HEAD THE REPORT AND PRIME THE FIRST READ.  A REFUSED RUN
      * WRITES NO HISTORY AND NO RUN-CONTROL EVENTS.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'INT-ACCRUE' TO RP-PROGRAM.
           MOVE 'BAL-UPDATE' TO RP-PREDECESSOR.
           MOVE 'GATE' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
           IF RP-GATE-BLOCKED
               DISPLAY 'INT-ACCRUE HELD - BAL-UPDATE LATEST'
                   ' RUN NOT CLEAN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-TODAY-YMD.
           DIVIDE BP-BUSINESS-DATE BY 100 GIVING WS-THIS-PERIOD.

           OPEN OUTPUT ACCR-RPT-FILE.
           MOVE BP-BUSINESS-TEXT TO AT-BUSINESS-TEXT.
           WRITE ACCR-RPT-RECORD FROM WS-ACCR-TITLE.

           OPEN INPUT INT-ACCR-FILE.
           PERFORM 1100-CHECK-ONE-HIST-RECORD
               THRU 1100-CHECK-ONE-HIST-RECORD-EXIT
               UNTIL END-OF-INT-ACCR
                   OR DATE-ALREADY-ACCRUED.
           CLOSE INT-ACCR-FILE.

           IF DATE-ALREADY-ACCRUED
               MOVE SPACES TO WS-TEXT-LINE
               STRING 'REFUSED - ' BP-BUSINESS-TEXT
                      ' IS ALREADY ACCRUED ON INTACCR'
                   DELIMITED BY SIZE
                   INTO WS-TEXT-LINE
               WRITE ACCR-RPT-RECORD FROM WS-TEXT-LINE
               CLOSE ACCR-RPT-FILE
               DISPLAY 'INT-ACCRUE HELD - ' BP-BUSINESS-TEXT
                   ' ALREADY ACCRUED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INT-RATE-FILE.
           PERFORM 1200-LOAD-ONE-RATE
               THRU 1200-LOAD-ONE-RATE-EXIT
               UNTIL END-OF-RATES.
           CLOSE INT-RATE-FILE.

           OPEN INPUT HOLIDAY-FILE.
           PERFORM 1300-LOAD-ONE-HOLIDAY
               THRU 1300-LOAD-ONE-HOLIDAY-EXIT
               UNTIL END-OF-HOLIDAYS.
           CLOSE HOLIDAY-FILE.

           PERFORM 1400-COUNT-ACCRUAL-DAYS
               THRU 1400-COUNT-ACCRUAL-DAYS-EXIT.

           IF NOT NEXT-BUSDAY-FOUND
               MOVE 'REFUSED - NO WORKING DAY WITHIN 30 DAYS - CHECK'
                   & ' HOLCAL' TO WS-TEXT-LINE
               WRITE ACCR-RPT-RECORD FROM WS-TEXT-LINE
               CLOSE ACCR-RPT-FILE
               DISPLAY 'INT-ACCRUE HELD - NO WORKING DAY WITHIN 30'
                   ' DAYS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           OPEN INPUT  BAL-MASTER-FILE
           OPEN INPUT  ACCT-MASTER-FILE
           OPEN OUTPUT INT-ACCR-WORK-FILE.

           WRITE ACCR-RPT-RECORD FROM WS-ACCR-HEADING.

           PERFORM 2900-READ-BAL-MASTER
               THRU 2900-READ-BAL-MASTER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHECK-ONE-HIST-RECORD - ANY ACCRUAL RECORD WRITTEN ON THE
      * BUSINESS DATE MEANS TONIGHT HAS BEEN ACCRUED ALREADY.
      ******************************************************************
       1100-CHECK-ONE-HIST-RECORD.
           READ INT-ACCR-FILE
               AT END
                   MOVE 'Y' TO WS-IA-EOF-SWITCH
                   GO TO 1100-CHECK-ONE-HIST-RECORD-EXIT
           END-READ.

           ADD 1 TO WS-HIST-READ.

           IF IA-IS-ACCRUAL
               AND IA-RUN-DATE = BP-BUSINESS-DATE
               MOVE 'Y' TO WS-ACCRUED-SWITCH
           END-IF.
       1100-CHECK-ONE-HIST-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-ONE-RATE - READ ONE RATE RECORD.  THE '*DEFAULT*'
      * RECORD SETS THE DEFAULT RATES; ANY OTHER GOES INTO THE
      * PER-ACCOUNT TABLE.
      ******************************************************************
       1200-LOAD-ONE-RATE.
           READ INT-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SWITCH
                   GO TO 1200-LOAD-ONE-RATE-EXIT
           END-READ.

           MOVE IR-CREDIT-RATE TO WS-RX-TEXT.
           PERFORM 1250-CHECK-RATE-TEXT
               THRU 1250-CHECK-RATE-TEXT-EXIT.
           IF NOT RATE-TEXT-VALID
               DISPLAY 'INT-ACCRUE CREDIT RATE INVALID FOR '
                   IR-ACCOUNT-NO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF IR-IS-DEFAULT
               MOVE 'Y'        TO WS-RT-DEFAULT-SWITCH
               MOVE WS-RX-RATE TO WS-RT-DEFAULT-CREDIT
           ELSE
               IF WS-RT-ENTRY-COUNT NOT < 500
                   DISPLAY 'INT-ACCRUE RATE TABLE FULL'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RT-ENTRY-COUNT
               MOVE IR-ACCOUNT-NO
                   TO WS-RT-ACCOUNT-NO(WS-RT-ENTRY-COUNT)
               MOVE WS-RX-RATE
                   TO WS-RT-CREDIT-RATE(WS-RT-ENTRY-COUNT)
           END-IF.

           MOVE IR-DEBIT-RATE TO WS-RX-TEXT.
           PERFORM 1250-CHECK-RATE-TEXT
               THRU 1250-CHECK-RATE-TEXT-EXIT.
           IF NOT RATE-TEXT-VALID
               DISPLAY 'INT-ACCRUE DEBIT RATE INVALID FOR '
                   IR-ACCOUNT-NO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF IR-IS-DEFAULT
               MOVE WS-RX-RATE TO WS-RT-DEFAULT-DEBIT
           ELSE
               MOVE WS-RX-RATE
                   TO WS-RT-DEBIT-RATE(WS-RT-ENTRY-COUNT)
           END-IF.
       1200-LOAD-ONE-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 1250-CHECK-RATE-TEXT - WS-RX-TEXT MUST BE TWO DIGITS, A POINT
      * AND FOUR DIGITS; IT IS LEFT AS A NUMBER IN WS-RX-RATE.
      ******************************************************************
       1250-CHECK-RATE-TEXT.
           MOVE 'N' TO WS-RATE-VALID-SWITCH.

           IF WS-RX-WHOLE IS NOT NUMERIC
               OR WS-RX-FRACTION IS NOT NUMERIC
               OR WS-RX-POINT NOT = '.'
               GO TO 1250-CHECK-RATE-TEXT-EXIT
           END-IF.

           MOVE WS-RX-WHOLE    TO WS-RX-WHOLE-N.
           MOVE WS-RX-FRACTION TO WS-RX-FRACTION-N.
           MOVE 'Y' TO WS-RATE-VALID-SWITCH.
       1250-CHECK-RATE-TEXT-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-ONE-HOLIDAY - READ ONE CALENDAR RECORD AND ADD ITS
      * DATE TO THE TABLE.  A FULL TABLE STOPS THE RUN RATHER THAN
      * SILENTLY ACCRUING A HOLIDAY AS A SINGLE DAY.
      ******************************************************************
       1300-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-HOL-EOF-SWITCH
                   GO TO 1300-LOAD-ONE-HOLIDAY-EXIT
           END-READ.

           IF WS-HT-ENTRY-COUNT NOT < 200
               DISPLAY 'INT-ACCRUE HOLIDAY TABLE FULL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-HT-ENTRY-COUNT.
           MOVE HC-DATE TO WS-HT-DATE(WS-HT-ENTRY-COUNT).
       1300-LOAD-ONE-HOLIDAY-EXIT.
           EXIT.

      ******************************************************************
      * 1400-COUNT-ACCRUAL-DAYS - THE BUSINESS DATE ITSELF IS ONE DAY
      * OF THIS MONTH.  STEP FORWARD A DAY AT A TIME TO THE NEXT
      * WORKING DAY; EVERY DAY PASSED OVER ADDS ONE TO THE MONTH IT
      * FALLS IN.  THE WALK IS BOUNDED THE SAME WAY AS DATE-ROLL'S.
      ******************************************************************
       1400-COUNT-ACCRUAL-DAYS.
           MOVE 1    TO WS-DAYS-THIS-MONTH.
           MOVE ZERO TO WS-DAYS-NEXT-MONTH.
           MOVE ZERO TO WS-NEXT-PERIOD.

           MOVE WS-TODAY-DAY   TO WS-ND-DAY.
           MOVE WS-TODAY-MONTH TO WS-ND-MONTH.
           MOVE WS-TODAY-YEAR  TO WS-ND-YEAR.
           MOVE ZERO TO WS-ND-STEPS.
           MOVE 'N'  TO WS-ND-DONE-SWITCH.

           PERFORM 1450-STEP-AND-TEST-ONE-DAY
               THRU 1450-STEP-AND-TEST-ONE-DAY-EXIT
               UNTIL NEXT-BUSDAY-FOUND
                   OR WS-ND-STEPS > 30.
       1400-COUNT-ACCRUAL-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * 1450-STEP-AND-TEST-ONE-DAY - ADVANCE THE CANDIDATE DATE BY ONE
      * CALENDAR DAY (FEBRUARY CORRECTED FOR LEAP YEARS) AND MARK THE
      * WALK DONE WHEN IT LANDS ON A WORKING DAY; OTHERWISE COUNT THE
      * DAY TO ITS MONTH.
      ******************************************************************
       1450-STEP-AND-TEST-ONE-DAY.
           ADD 1 TO WS-ND-STEPS.

           MOVE WS-MONTH-LENGTH(WS-ND-MONTH) TO WS-ND-MONTH-LEN.
           IF WS-ND-MONTH = 2
               DIVIDE WS-ND-YEAR BY 4
                   GIVING WS-ND-WORK
                   REMAINDER WS-ND-LEAP-REM
               IF WS-ND-LEAP-REM = ZERO
                   DIVIDE WS-ND-YEAR BY 100
                       GIVING WS-ND-WORK
                       REMAINDER WS-ND-LEAP-REM
                   IF WS-ND-LEAP-REM NOT = ZERO
                       MOVE 29 TO WS-ND-MONTH-LEN
                   ELSE
                       DIVIDE WS-ND-YEAR BY 400
                           GIVING WS-ND-WORK
                           REMAINDER WS-ND-LEAP-REM
                       IF WS-ND-LEAP-REM = ZERO
                           MOVE 29 TO WS-ND-MONTH-LEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-ND-DAY < WS-ND-MONTH-LEN
               ADD 1 TO WS-ND-DAY
           ELSE
               MOVE 1 TO WS-ND-DAY
               IF WS-ND-MONTH < 12
                   ADD 1 TO WS-ND-MONTH
               ELSE
                   MOVE 1 TO WS-ND-MONTH
                   ADD 1 TO WS-ND-YEAR
               END-IF
           END-IF.

           MOVE SPACES TO WS-ND-DATE-TEXT.
           STRING WS-ND-DAY '/' WS-ND-MONTH '/' WS-ND-YEAR
               DELIMITED BY SIZE
               INTO WS-ND-DATE-TEXT.

           MOVE WS-ND-DAY   TO WS-ZL-DAY.
           MOVE WS-ND-MONTH TO WS-ZL-MONTH.
           MOVE WS-ND-YEAR  TO WS-ZL-YEAR.
           PERFORM 1500-COMPUTE-DAY-OF-WEEK
               THRU 1500-COMPUTE-DAY-OF-WEEK-EXIT.

           PERFORM 1600-CHECK-CALENDAR
               THRU 1600-CHECK-CALENDAR-EXIT.

           IF NOT DATE-IS-HOLIDAY
               AND WS-ZL-INDEX NOT = 1
               AND WS-ZL-INDEX NOT = 2
               MOVE 'Y' TO WS-ND-DONE-SWITCH
               GO TO 1450-STEP-AND-TEST-ONE-DAY-EXIT
           END-IF.

           COMPUTE WS-WALK-PERIOD = (WS-ND-YEAR * 100) + WS-ND-MONTH.
           IF WS-WALK-PERIOD = WS-THIS-PERIOD
               ADD 1 TO WS-DAYS-THIS-MONTH
           ELSE
               MOVE WS-WALK-PERIOD TO WS-NEXT-PERIOD
               ADD 1 TO WS-DAYS-NEXT-MONTH
           END-IF.
       1450-STEP-AND-TEST-ONE-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 1500-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE DATE IN
      * WS-ZL-DAY/MONTH/YEAR, AS IN DATE-ROLL.  JANUARY AND FEBRUARY
      * COUNT AS MONTHS 13 AND 14 OF THE PREVIOUS YEAR; THE REMAINDER
      * MAPS 0=SATURDAY THROUGH 6=FRIDAY, RETURNED ONE-BASED IN
      * WS-ZL-INDEX.
      ******************************************************************
       1500-COMPUTE-DAY-OF-WEEK.
           MOVE WS-ZL-MONTH TO WS-ZL-ADJ-MONTH.
           MOVE WS-ZL-YEAR  TO WS-ZL-ADJ-YEAR.

           IF WS-ZL-ADJ-MONTH < 3
               ADD 12 TO WS-ZL-ADJ-MONTH
               SUBTRACT 1 FROM WS-ZL-ADJ-YEAR
           END-IF.

           DIVIDE WS-ZL-ADJ-YEAR BY 100
               GIVING WS-ZL-CENTURY
               REMAINDER WS-ZL-YY.

           COMPUTE WS-ZL-TERM-1 =
               (13 * (WS-ZL-ADJ-MONTH + 1)) / 5.
           DIVIDE WS-ZL-YY BY 4 GIVING WS-ZL-TERM-2.
           DIVIDE WS-ZL-CENTURY BY 4 GIVING WS-ZL-TERM-3.

           COMPUTE WS-ZL-SUM =
               WS-ZL-DAY + WS-ZL-TERM-1 + WS-ZL-YY + WS-ZL-TERM-2
               + WS-ZL-TERM-3 + (5 * WS-ZL-CENTURY).

           DIVIDE WS-ZL-SUM BY 7
               GIVING WS-ZL-QUOTIENT
               REMAINDER WS-ZL-REMAINDER.

           COMPUTE WS-ZL-INDEX = WS-ZL-REMAINDER + 1.
       1500-COMPUTE-DAY-OF-WEEK-EXIT.
           EXIT.

      ******************************************************************
      * 1600-CHECK-CALENDAR - SET THE HOLIDAY SWITCH IF THE DD/MM/YYYY
      * TEXT IN WS-ND-DATE-TEXT IS ON THE CALENDAR.
      ******************************************************************
       1600-CHECK-CALENDAR.
           MOVE 'N' TO WS-HOLIDAY-SWITCH.
           PERFORM 1650-MATCH-ONE-HOLIDAY
               THRU 1650-MATCH-ONE-HOLIDAY-EXIT
               VARYING WS-HT-SUB FROM 1 BY 1
               UNTIL WS-HT-SUB > WS-HT-ENTRY-COUNT
                   OR DATE-IS-HOLIDAY.
       1600-CHECK-CALENDAR-EXIT.
           EXIT.

       1650-MATCH-ONE-HOLIDAY.
           IF WS-HT-DATE(WS-HT-SUB) = WS-ND-DATE-TEXT
               MOVE 'Y' TO WS-HOLIDAY-SWITCH
           END-IF.
       1650-MATCH-ONE-HOLIDAY-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ACCRUE-ONE-ACCOUNT - ACCRUE ONE BALANCE.  A ZERO BALANCE
      * IS ONLY COUNTED.  A CLOSED ACCOUNT, ONE MISSING FROM THE
      * ACCOUNT MASTER, OR ONE WITH NO RATE TO APPLY IS LISTED WITH
      * THE REASON AND NOT ACCRUED.  OTHERWISE THE RATE FOR THE SIDE
      * THE BALANCE IS ON IS APPLIED FOR THIS MONTH'S DAYS AND, WHEN
      * THE WALK CROSSED A MONTH END, AGAIN FOR THE NEXT MONTH'S.
      ******************************************************************
       2000-ACCRUE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ.

           IF BM-CLOSING-BAL = ZERO
               ADD 1 TO WS-ACCOUNTS-ZERO
               GO TO 2000-ACCRUE-ONE-ACCOUNT-NEXT
           END-IF.

           MOVE SPACES         TO WS-ACCR-LINE.
           MOVE BM-ACCOUNT-NO  TO AL-ACCOUNT-NO.
           MOVE BM-CLOSING-BAL TO AL-BALANCE.

           MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
           MOVE BM-ACCOUNT-NO TO AM-ACCOUNT-NO.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ.

           IF NOT ACCOUNT-WAS-FOUND
               MOVE 'NO MASTER' TO AL-NOTE
               WRITE ACCR-RPT-RECORD FROM WS-ACCR-LINE
               ADD 1 TO WS-ACCOUNTS-NO-MASTER
               GO TO 2000-ACCRUE-ONE-ACCOUNT-NEXT
           END-IF.

           IF ACCOUNT-IS-CLOSED
               MOVE 'CLOSED' TO AL-NOTE
               WRITE ACCR-RPT-RECORD FROM WS-ACCR-LINE
               ADD 1 TO WS-ACCOUNTS-CLOSED
               GO TO 2000-ACCRUE-ONE-ACCOUNT-NEXT
           END-IF.

           MOVE ZERO TO WS-RT-HIT-SUB.
           PERFORM 2100-FIND-ACCT-RATE
               THRU 2100-FIND-ACCT-RATE-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-ENTRY-COUNT
                   OR WS-RT-HIT-SUB > ZERO.

           IF WS-RT-HIT-SUB = ZERO
               AND NOT DEFAULT-RATE-SET
               MOVE 'NO RATE' TO AL-NOTE
               WRITE ACCR-RPT-RECORD FROM WS-ACCR-LINE
               ADD 1 TO WS-ACCOUNTS-NO-RATE
               GO TO 2000-ACCRUE-ONE-ACCOUNT-NEXT
           END-IF.

           IF BM-CLOSING-BAL < ZERO
               MOVE 'C' TO WS-ACCR-RATE-TYPE
               IF WS-RT-HIT-SUB > ZERO
                   MOVE WS-RT-CREDIT-RATE(WS-RT-HIT-SUB)
                       TO WS-ACCR-RATE
               ELSE
                   MOVE WS-RT-DEFAULT-CREDIT TO WS-ACCR-RATE
               END-IF
           ELSE
               MOVE 'D' TO WS-ACCR-RATE-TYPE
               IF WS-RT-HIT-SUB > ZERO
                   MOVE WS-RT-DEBIT-RATE(WS-RT-HIT-SUB)
                       TO WS-ACCR-RATE
               ELSE
                   MOVE WS-RT-DEFAULT-DEBIT TO WS-ACCR-RATE
               END-IF
           END-IF.

           MOVE WS-DAYS-THIS-MONTH TO WS-ACCR-DAYS.
           MOVE WS-THIS-PERIOD     TO WS-ACCR-PERIOD.
           PERFORM 2200-WRITE-ACCRUAL
               THRU 2200-WRITE-ACCRUAL-EXIT.

           IF WS-DAYS-NEXT-MONTH > ZERO
               MOVE SPACES             TO WS-ACCR-LINE
               MOVE WS-DAYS-NEXT-MONTH TO WS-ACCR-DAYS
               MOVE WS-NEXT-PERIOD     TO WS-ACCR-PERIOD
               PERFORM 2200-WRITE-ACCRUAL
                   THRU 2200-WRITE-ACCRUAL-EXIT
           END-IF.

           ADD 1 TO WS-ACCOUNTS-ACCRUED.

       2000-ACCRUE-ONE-ACCOUNT-NEXT.
           PERFORM 2900-READ-BAL-MASTER
               THRU 2900-READ-BAL-MASTER-EXIT.
       2000-ACCRUE-ONE-ACCOUNT-EXIT.
           EXIT.

       2100-FIND-ACCT-RATE.
           IF WS-RT-ACCOUNT-NO(WS-RT-SUB) = BM-ACCOUNT-NO
               MOVE WS-RT-SUB TO WS-RT-HIT-SUB
           END-IF.
       2100-FIND-ACCT-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-ACCRUAL - WORK OUT THE INTEREST FOR WS-ACCR-DAYS AT
      * WS-ACCR-RATE, STAGE IT FOR THE HISTORY FOR WS-ACCR-PERIOD,
      * LIST IT AND ADD IT TO THE CREDIT OR DEBIT TOTAL.  THE FIRST
      * LINE FOR AN ACCOUNT CARRIES THE ACCOUNT AND BALANCE; A SECOND
      * LINE FOR THE NEXT MONTH'S DAYS LEAVES THEM BLANK.
      ******************************************************************
       2200-WRITE-ACCRUAL.
           COMPUTE WS-ACCR-INTEREST ROUNDED =
               BM-CLOSING-BAL * WS-ACCR-RATE * WS-ACCR-DAYS / 36500.

           MOVE SPACES            TO INT-ACCR-RECORD.
           MOVE 'A'               TO IA-REC-TYPE.
           MOVE WS-ACCR-PERIOD    TO IA-PERIOD.
           MOVE BP-BUSINESS-DATE  TO IA-RUN-DATE.
           MOVE BM-ACCOUNT-NO     TO IA-ACCOUNT-NO.
           MOVE BM-CLOSING-BAL    TO IA-BALANCE.
           MOVE WS-ACCR-RATE-TYPE TO IA-RATE-TYPE.
           MOVE WS-ACCR-RATE      TO IA-RATE.
           MOVE WS-ACCR-DAYS      TO IA-DAYS.
           MOVE WS-ACCR-INTEREST  TO IA-INTEREST.
           WRITE INT-ACCR-WORK-REC FROM INT-ACCR-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

           MOVE WS-ACCR-RATE-TYPE TO AL-RATE-TYPE.
           MOVE WS-ACCR-RATE      TO AL-RATE.
           MOVE WS-ACCR-DAYS      TO AL-DAYS.
           MOVE WS-ACCR-INTEREST  TO AL-INTEREST.
           MOVE WS-ACCR-PERIOD    TO AL-PERIOD.
           WRITE ACCR-RPT-RECORD FROM WS-ACCR-LINE.

           IF WS-ACCR-INTEREST < ZERO
               ADD WS-ACCR-INTEREST TO WS-TOT-CREDIT-INT
           ELSE
               ADD WS-ACCR-INTEREST TO WS-TOT-DEBIT-INT
           END-IF.
           ADD WS-ACCR-INTEREST TO WS-TOT-NET-INT.
       2200-WRITE-ACCRUAL-EXIT.
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
      * 3000-TERMINATE - FOOT THE REPORT WITH THE DAYS ACCRUED, THE
      * ACCOUNT COUNTS AND THE INTEREST TOTALS, CLOSE THE FILES,
      * APPEND THE STAGED RECORDS TO INTACCR AND WRITE THE END EVENT.
      ******************************************************************
       3000-TERMINATE.
           MOVE 'DAYS THIS MONTH'         TO CL-LABEL.
           MOVE WS-DAYS-THIS-MONTH        TO CL-COUNT.
           WRITE ACCR-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'DAYS NEXT MONTH'         TO CL-LABEL.
           MOVE WS-DAYS-NEXT-MONTH        TO CL-COUNT.
           WRITE ACCR-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'ACCOUNTS READ'           TO CL-LABEL.
           MOVE WS-ACCOUNTS-READ          TO CL-COUNT.
           WRITE ACCR-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'ACCOUNTS ACCRUED'        TO CL-LABEL.
           MOVE WS-ACCOUNTS-ACCRUED       TO CL-COUNT.
           WRITE ACCR-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'ZERO BALANCES'           TO CL-LABEL.
           MOVE WS-ACCOUNTS-ZERO          TO CL-COUNT.
           WRITE ACCR-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'CLOSED ACCOUNTS'         TO CL-LABEL.
           MOVE WS-ACCOUNTS-CLOSED        TO CL-COUNT.
           WRITE ACCR-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'NOT ON ACCOUNT MASTER'   TO CL-LABEL.
           MOVE WS-ACCOUNTS-NO-MASTER     TO CL-COUNT.
           WRITE ACCR-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'NO RATE'                 TO CL-LABEL.
           MOVE WS-ACCOUNTS-NO-RATE       TO CL-COUNT.
           WRITE ACCR-RPT-RECORD FROM WS-COUNT-LINE.

           MOVE 'CREDIT INTEREST'         TO TL-LABEL.
           MOVE WS-TOT-CREDIT-INT         TO TL-AMOUNT.
           WRITE ACCR-RPT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'DEBIT INTEREST'          TO TL-LABEL.
           MOVE WS-TOT-DEBIT-INT          TO TL-AMOUNT.
           WRITE ACCR-RPT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'NET INTEREST'            TO TL-LABEL.
           MOVE WS-TOT-NET-INT            TO TL-AMOUNT.
           WRITE ACCR-RPT-RECORD FROM WS-TOTAL-LINE.

           CLOSE BAL-MASTER-FILE
                 ACCT-MASTER-FILE
                 INT-ACCR-WORK-FILE
                 ACCR-RPT-FILE.

           PERFORM 3300-APPEND-ACCRUALS
               THRU 3300-APPEND-ACCRUALS-EXIT.

           DISPLAY 'INT-ACCRUE ACCOUNTS READ    : ' WS-ACCOUNTS-READ.
           DISPLAY 'INT-ACCRUE ACCOUNTS ACCRUED : '
               WS-ACCOUNTS-ACCRUED.
           DISPLAY 'INT-ACCRUE NOT ACCRUED      : '
               WS-ACCOUNTS-CLOSED ' CLOSED '
               WS-ACCOUNTS-NO-MASTER ' NO MASTER '
               WS-ACCOUNTS-NO-RATE ' NO RATE'.
           DISPLAY 'INT-ACCRUE RECORDS WRITTEN  : '
               WS-RECORDS-WRITTEN.

           MOVE 'END'   TO RP-FUNCTION.
           MOVE 'CLEAN' TO RP-STATUS.
           MOVE WS-ACCOUNTS-READ   TO RP-READ-COUNT.
           MOVE WS-RECORDS-WRITTEN TO RP-WRITTEN-COUNT.
           COMPUTE RP-REJECTED-COUNT =
               WS-ACCOUNTS-CLOSED + WS-ACCOUNTS-NO-MASTER
               + WS-ACCOUNTS-NO-RATE.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 3300-APPEND-ACCRUALS - COPY THE RUN'S STAGED ACCRUAL RECORDS
      * ONTO THE END OF INTACCR.  ONLY A RUN THAT HAS ACCRUED EVERY
      * ACCOUNT GETS HERE, SO THE HISTORY NEVER HOLDS PART OF A NIGHT.
      ******************************************************************
       3300-APPEND-ACCRUALS.
           OPEN INPUT  INT-ACCR-WORK-FILE
           OPEN EXTEND INT-ACCR-FILE.

           PERFORM 3350-APPEND-ONE-ACCRUAL
               THRU 3350-APPEND-ONE-ACCRUAL-EXIT
               UNTIL END-OF-ACCR-WORK.

           CLOSE INT-ACCR-WORK-FILE
                 INT-ACCR-FILE.
       3300-APPEND-ACCRUALS-EXIT.
           EXIT.

       3350-APPEND-ONE-ACCRUAL.
           READ INT-ACCR-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-IWK-EOF-SWITCH
                   GO TO 3350-APPEND-ONE-ACCRUAL-EXIT
           END-READ.

           WRITE INT-ACCR-RECORD FROM INT-ACCR-WORK-REC.
       3350-APPEND-ONE-ACCRUAL-EXIT.
           EXIT.

       END PROGRAM INT-ACCRUE.
