      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: DORMANT ACCOUNT DETECTION.  AN ACCOUNT WITH NO
      *          ACTIVITY FOR MONTHS STAYS OPEN ON ACCTMST AND WOULD
      *          TAKE A POSTING FROM A BAD FEED WITHOUT QUESTION.
      *          BAL-UPDATE STAMPS BM-LAST-CUST-DATE EVERY TIME AN
      *          ACCOUNT TAKES A POSTING OTHER THAN CAPITALISED
      *          INTEREST, SO THIS PROGRAM WALKS BALMST, MATCHES EACH
      *          ACCOUNT TO ACCTMST AND FLAGS EVERY OPEN ACCOUNT WHOSE
      *          LAST CUSTOMER ACTIVITY IS AT LEAST THE DORMANCY
      *          PERIOD BEFORE THE CURRENT BUSINESS DATE.  THE MONTHLY
      *          INTEREST POSTING MOVES BM-LAST-POST-DATE BUT NOT THIS
      *          DATE, SO AN ACCOUNT WHOSE ONLY RECENT POSTINGS ARE
      *          INTEREST IS STILL JUDGED DORMANT.
      *
      *          EVERY DORMANT ACCOUNT IS LISTED ON DORMRPT WITH ITS
      *          LAST ACTIVITY DATE, DAYS IDLE AND CLOSING BALANCE.  A
      *          DORMANT ACCOUNT WITH A ZERO CLOSING BALANCE GETS AN
      *          'X' CLOSE TRANSACTION ON DORMTXN, IN THE ACCTTXN
      *          LAYOUT, FOR THE NEXT ACCT-MAINT RUN TO APPLY.  ONE
      *          THAT STILL HOLDS A BALANCE IS NEVER CLOSED HERE; IT
      *          GOES ON THE DORMEXC EXCEPTIONS LIST FOR MANUAL
      *          FOLLOW-UP, AS DOES A DORMANT BALANCE WITH NO ACCOUNT
      *          MASTER RECORD OR ONE WHOSE LAST ACTIVITY DATE IS NOT
      *          A DATE.  AN ACCOUNT THAT HAS NEVER POSTED HAS NO
      *          BALMST RECORD AND IS NOT JUDGED.
      *
      *          THE DORMANCY PERIOD IN DAYS IS GIVEN AS A NUMERIC
      *          COMMAND-LINE TOKEN OF UP TO FOUR DIGITS (DEFAULT
      *          180), THE SAME WAY DATE-PROFILE TAKES ITS AGE LIMIT.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-DORMANT.
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

           SELECT DORM-TXN-FILE
               ASSIGN TO "DORMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DORM-RPT-FILE
               ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DORM-EXC-FILE
               ASSIGN TO "DORMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BAL-MASTER-FILE.
           COPY BALMST.

       FD  ACCT-MASTER-FILE.
           COPY ACCTMST.

       FD  DORM-TXN-FILE.
           COPY ACCTTXN.

       FD  DORM-RPT-FILE.
       01  DORM-RPT-RECORD              PIC X(72).

       FD  DORM-EXC-FILE.
       01  DORM-EXC-RECORD              PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-DORM-RPT-LINE IS ONE DORMANT ACCOUNT, BUILT IN WORKING-
      * STORAGE AND WRITTEN WITH WRITE ... FROM SO THE UNUSED TAIL IS
      * RELIABLY SPACES.  DL-ACTION SAYS WHETHER A CLOSE WAS PROPOSED
      * OR THE ACCOUNT WAS SENT TO THE EXCEPTIONS LIST.
      ******************************************************************
       01  WS-DORM-RPT-LINE.
           02  DL-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  DL-LAST-CUST-DATE        PIC 9(08).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  DL-DAYS-IDLE             PIC ZZZZ9.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  DL-CLOSING               PIC -ZZZZZZZZZ9.99.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  DL-ACTION                PIC X(14).

       01  WS-DORM-RPT-TITLE.
           02  FILLER                   PIC X(20)
               VALUE 'DORMANT ACCOUNTS AT '.
           02  DT-BUSINESS-TEXT         PIC X(10).
           02  FILLER                   PIC X(18)
               VALUE ' - NO ACTIVITY IN '.
           02  DT-DORMANT-DAYS          PIC ZZZ9.
           02  FILLER                   PIC X(05) VALUE ' DAYS'.

       01  WS-DORM-RPT-HEADING.
           02  FILLER                   PIC X(11) VALUE 'ACCOUNT-NO'.
           02  FILLER                   PIC X(09) VALUE 'LAST USED'.
           02  FILLER                   PIC X(06) VALUE '  IDLE'.
           02  FILLER                   PIC X(15)
               VALUE ' CLOSING BAL'.
           02  FILLER                   PIC X(06) VALUE 'ACTION'.

      ******************************************************************
      * WS-DORM-EXC-LINE IS ONE ACCOUNT LEFT OPEN FOR MANUAL FOLLOW-UP,
      * WITH THE NAME FROM ACCTMST SO THE DESK CAN CONTACT THE HOLDER.
      ******************************************************************
       01  WS-DORM-EXC-LINE.
           02  XL-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  XL-ACCOUNT-NAME          PIC X(30).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  XL-CLOSING               PIC -ZZZZZZZZZ9.99.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  XL-REASON                PIC X(15).

       01  WS-DORM-EXC-HEADING.
           02  FILLER                   PIC X(42)
               VALUE 'ACCOUNT-NO ACCOUNT NAME'.
           02  FILLER                   PIC X(15)
               VALUE ' CLOSING BAL'.
           02  FILLER                   PIC X(06) VALUE 'REASON'.

       01  WS-COMMAND-LINE              PIC X(40) VALUE SPACES.
       01  WS-CL-TOKEN-1                PIC X(10) VALUE SPACES.
       01  WS-CL-TOKEN-LEN              PIC 9(02) VALUE ZERO.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  END-OF-BAL-MASTER            VALUE 'Y'.
           02  WS-ACCT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  ACCOUNT-WAS-FOUND            VALUE 'Y'.
           02  WS-DATE-VALID-SWITCH     PIC X(01) VALUE 'N'.
               88  CUST-DATE-IS-VALID           VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-ACCOUNTS-READ         PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-DORMANT      PIC 9(06) VALUE ZERO.
           02  WS-CLOSES-PROPOSED       PIC 9(06) VALUE ZERO.
           02  WS-EXCEPTIONS-LISTED     PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-DORMANT-FIELDS - THE DORMANCY PERIOD AND THE DAY NUMBERS IT
      * IS MEASURED WITH.  WS-DM-BUS-DAY-NUM IS THE CURRENT BUSINESS
      * DATE'S DAY NUMBER, WORKED OUT ONCE AT START-UP.
      ******************************************************************
       01  WS-DORMANT-FIELDS.
           02  WS-DM-DORMANT-DAYS       PIC 9(04) VALUE 180.
           02  WS-DM-BUS-DAY-NUM        PIC 9(07) VALUE ZERO.
           02  WS-DM-DAYS-IDLE          PIC 9(07) VALUE ZERO.

      ******************************************************************
      * WS-DAY-NUM-FIELDS - WORK AREA FOR TURNING A YYYYMMDD DATE INTO
      * A CONTINUOUS DAY NUMBER (THE JULIAN DAY FORMULA DATE-EXCTREND
      * USES), SO THE DAYS BETWEEN TWO DATES IS A PLAIN SUBTRACTION
      * ACROSS MONTH AND YEAR ENDS.  EACH DIVISION IS TAKEN INTO ITS
      * OWN WHOLE-NUMBER FIELD SO NO FRACTION CARRIES INTO THE SUM.
      ******************************************************************
       01  WS-DAY-NUM-FIELDS.
           02  WS-DN-DATE               PIC 9(08) VALUE ZERO.
           02  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
               03  WS-DN-YEAR           PIC 9(04).
               03  WS-DN-MONTH          PIC 9(02).
               03  WS-DN-DAY            PIC 9(02).
           02  WS-DN-A                  PIC 9(02) VALUE ZERO.
           02  WS-DN-Y2                 PIC 9(05) VALUE ZERO.
           02  WS-DN-M2                 PIC 9(02) VALUE ZERO.
           02  WS-DN-MONTH-DAYS         PIC 9(04) VALUE ZERO.
           02  WS-DN-LEAP-4             PIC 9(05) VALUE ZERO.
           02  WS-DN-LEAP-100           PIC 9(05) VALUE ZERO.
           02  WS-DN-LEAP-400           PIC 9(05) VALUE ZERO.
           02  WS-DN-DAY-NUM            PIC 9(07) VALUE ZERO.

      ******************************************************************
      * BUSDATE-PARMS RETURNS THE CURRENT BUSINESS DATE THE DORMANCY
      * PERIOD IS MEASURED BACK FROM.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE GATE CHECK AND THE START/END EVENTS
      * THIS PROGRAM WRITES TO THE SHARED RUN-CONTROL FILE.
      ******************************************************************
           COPY RUNCTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-CHECK-ONE-ACCOUNT
               THRU 2000-CHECK-ONE-ACCOUNT-EXIT
               UNTIL END-OF-BAL-MASTER.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - GATE ON THE BALANCE ROLL-UP, SO DORMANCY IS
      * NEVER JUDGED FROM A HALF-UPDATED BALMST, TAKE THE DORMANCY
      * PERIOD, WORK OUT THE BUSINESS DATE'S DAY NUMBER, OPEN THE
      * FILES, WRITE THE HEADINGS AND PRIME THE FIRST READ.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'ACCT-DORMANT' TO RP-PROGRAM.
           MOVE 'BAL-UPDATE'   TO RP-PREDECESSOR.
           MOVE 'GATE' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
           IF RP-GATE-BLOCKED
               DISPLAY 'ACCT-DORMANT HELD - BAL-UPDATE LATEST'
                   ' RUN NOT CLEAN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-CL-TOKEN-1 COUNT IN WS-CL-TOKEN-LEN.

           IF WS-CL-TOKEN-LEN > ZERO
               AND WS-CL-TOKEN-LEN < 5
               IF WS-CL-TOKEN-1(1:WS-CL-TOKEN-LEN) IS NUMERIC
                   MOVE WS-CL-TOKEN-1(1:WS-CL-TOKEN-LEN)
                       TO WS-DM-DORMANT-DAYS
               END-IF
           END-IF.

           IF WS-DM-DORMANT-DAYS = ZERO
               DISPLAY 'ACCT-DORMANT DORMANCY PERIOD OF ZERO DAYS'
                   ' REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-DN-DATE.
           PERFORM 2300-COMPUTE-DAY-NUM
               THRU 2300-COMPUTE-DAY-NUM-EXIT.
           MOVE WS-DN-DAY-NUM TO WS-DM-BUS-DAY-NUM.

           OPEN INPUT  BAL-MASTER-FILE
           OPEN INPUT  ACCT-MASTER-FILE
           OPEN OUTPUT DORM-TXN-FILE
           OPEN OUTPUT DORM-RPT-FILE
           OPEN OUTPUT DORM-EXC-FILE

           MOVE BP-BUSINESS-TEXT   TO DT-BUSINESS-TEXT.
           MOVE WS-DM-DORMANT-DAYS TO DT-DORMANT-DAYS.
           WRITE DORM-RPT-RECORD FROM WS-DORM-RPT-TITLE.
           WRITE DORM-RPT-RECORD FROM WS-DORM-RPT-HEADING.
           WRITE DORM-EXC-RECORD FROM WS-DORM-RPT-TITLE.
           WRITE DORM-EXC-RECORD FROM WS-DORM-EXC-HEADING.

           PERFORM 2900-READ-BAL-MASTER
               THRU 2900-READ-BAL-MASTER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-ONE-ACCOUNT - MATCH THE BALANCE RECORD TO THE
      * ACCOUNT MASTER AND DECIDE WHETHER IT IS DORMANT.  AN ACCOUNT
      * ALREADY CLOSED ON ACCTMST NEEDS NO ACTION.  A CUSTOMER-
      * ACTIVITY DATE THAT IS NOT A DATE CANNOT BE MEASURED, SO IT
      * GOES TO THE EXCEPTIONS LIST RATHER THAN BEING PASSED AS
      * ACTIVE.
      ******************************************************************
       2000-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ.

           MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
           MOVE BM-ACCOUNT-NO TO AM-ACCOUNT-NO.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ.

           IF ACCOUNT-WAS-FOUND
               AND ACCOUNT-IS-CLOSED
               GO TO 2000-CHECK-ONE-ACCOUNT-NEXT
           END-IF.

           PERFORM 2350-CHECK-CUST-DATE
               THRU 2350-CHECK-CUST-DATE-EXIT.

           IF NOT CUST-DATE-IS-VALID
               ADD 1 TO WS-ACCOUNTS-DORMANT
               MOVE ZERO           TO WS-DM-DAYS-IDLE
               MOVE 'NO CUST DATE' TO XL-REASON
               PERFORM 2200-LIST-EXCEPTION
                   THRU 2200-LIST-EXCEPTION-EXIT
               GO TO 2000-CHECK-ONE-ACCOUNT-NEXT
           END-IF.

           MOVE BM-LAST-CUST-DATE TO WS-DN-DATE.
           PERFORM 2300-COMPUTE-DAY-NUM
               THRU 2300-COMPUTE-DAY-NUM-EXIT.

           IF WS-DN-DAY-NUM NOT < WS-DM-BUS-DAY-NUM
               GO TO 2000-CHECK-ONE-ACCOUNT-NEXT
           END-IF.

           COMPUTE WS-DM-DAYS-IDLE =
               WS-DM-BUS-DAY-NUM - WS-DN-DAY-NUM.

           IF WS-DM-DAYS-IDLE < WS-DM-DORMANT-DAYS
               GO TO 2000-CHECK-ONE-ACCOUNT-NEXT
           END-IF.

           ADD 1 TO WS-ACCOUNTS-DORMANT.

           EVALUATE TRUE
               WHEN NOT ACCOUNT-WAS-FOUND
                   MOVE 'NOT ON MASTER'  TO XL-REASON
                   PERFORM 2200-LIST-EXCEPTION
                       THRU 2200-LIST-EXCEPTION-EXIT
               WHEN BM-CLOSING-BAL NOT = ZERO
                   MOVE 'BALANCE HELD'   TO XL-REASON
                   PERFORM 2200-LIST-EXCEPTION
                       THRU 2200-LIST-EXCEPTION-EXIT
               WHEN OTHER
                   PERFORM 2100-PROPOSE-CLOSE
                       THRU 2100-PROPOSE-CLOSE-EXIT
           END-EVALUATE.

       2000-CHECK-ONE-ACCOUNT-NEXT.
           PERFORM 2900-READ-BAL-MASTER
               THRU 2900-READ-BAL-MASTER-EXIT.
       2000-CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PROPOSE-CLOSE - WRITE AN 'X' CLOSE TRANSACTION FOR A
      * DORMANT OPEN ACCOUNT WITH NOTHING ON IT, CARRYING THE NAME
      * FROM ACCTMST SO THE PROPOSAL CAN BE READ BEFORE IT IS APPLIED,
      * AND LIST IT ON THE DORMANCY REPORT.
      ******************************************************************
       2100-PROPOSE-CLOSE.
           MOVE SPACES          TO ACCT-TXN-RECORD.
           MOVE 'X'             TO TX-ACTION.
           MOVE BM-ACCOUNT-NO   TO TX-ACCOUNT-NO.
           MOVE AM-ACCOUNT-NAME TO TX-ACCOUNT-NAME.
           WRITE ACCT-TXN-RECORD.
           ADD 1 TO WS-CLOSES-PROPOSED.

           MOVE 'CLOSE PROPOSED' TO DL-ACTION.
           PERFORM 2250-WRITE-DORMANT-LINE
               THRU 2250-WRITE-DORMANT-LINE-EXIT.
       2100-PROPOSE-CLOSE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LIST-EXCEPTION - PUT A DORMANT ACCOUNT THAT MUST NOT BE
      * CLOSED AUTOMATICALLY ON THE EXCEPTIONS LIST AND THE DORMANCY
      * REPORT.  XL-REASON IS SET BY THE CALLER.
      ******************************************************************
       2200-LIST-EXCEPTION.
           MOVE BM-ACCOUNT-NO  TO XL-ACCOUNT-NO.
           IF ACCOUNT-WAS-FOUND
               MOVE AM-ACCOUNT-NAME TO XL-ACCOUNT-NAME
           ELSE
               MOVE SPACES          TO XL-ACCOUNT-NAME
           END-IF.
           MOVE BM-CLOSING-BAL TO XL-CLOSING.
           WRITE DORM-EXC-RECORD FROM WS-DORM-EXC-LINE.
           ADD 1 TO WS-EXCEPTIONS-LISTED.

           MOVE 'EXCEPTION'    TO DL-ACTION.
           PERFORM 2250-WRITE-DORMANT-LINE
               THRU 2250-WRITE-DORMANT-LINE-EXIT.
       2200-LIST-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * 2250-WRITE-DORMANT-LINE - ONE DORMANCY REPORT LINE.  DL-ACTION
      * IS SET BY THE CALLER.
      ******************************************************************
       2250-WRITE-DORMANT-LINE.
           MOVE BM-ACCOUNT-NO     TO DL-ACCOUNT-NO.
           MOVE BM-LAST-CUST-DATE TO DL-LAST-CUST-DATE.
           MOVE WS-DM-DAYS-IDLE   TO DL-DAYS-IDLE.
           MOVE BM-CLOSING-BAL    TO DL-CLOSING.
           WRITE DORM-RPT-RECORD FROM WS-DORM-RPT-LINE.
       2250-WRITE-DORMANT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 2300-COMPUTE-DAY-NUM - TURN WS-DN-DATE (YYYYMMDD) INTO ITS
      * CONTINUOUS DAY NUMBER IN WS-DN-DAY-NUM.
      ******************************************************************
       2300-COMPUTE-DAY-NUM.
           COMPUTE WS-DN-A  = (14 - WS-DN-MONTH) / 12.
           COMPUTE WS-DN-Y2 = WS-DN-YEAR + 4800 - WS-DN-A.
           COMPUTE WS-DN-M2 = WS-DN-MONTH + (12 * WS-DN-A) - 3.

           COMPUTE WS-DN-MONTH-DAYS = ((153 * WS-DN-M2) + 2) / 5.
           COMPUTE WS-DN-LEAP-4     = WS-DN-Y2 / 4.
           COMPUTE WS-DN-LEAP-100   = WS-DN-Y2 / 100.
           COMPUTE WS-DN-LEAP-400   = WS-DN-Y2 / 400.

           COMPUTE WS-DN-DAY-NUM =
               WS-DN-DAY
               + WS-DN-MONTH-DAYS
               + (365 * WS-DN-Y2)
               + WS-DN-LEAP-4
               - WS-DN-LEAP-100
               + WS-DN-LEAP-400
               - 32045.
       2300-COMPUTE-DAY-NUM-EXIT.
           EXIT.

      ******************************************************************
      * 2350-CHECK-CUST-DATE - THE LAST CUSTOMER-ACTIVITY DATE MUST
      * BE NUMERIC WITH A MONTH OF 1-12 AND A DAY OF 1-31 BEFORE IT
      * CAN BE MEASURED.
      ******************************************************************
       2350-CHECK-CUST-DATE.
           MOVE 'N' TO WS-DATE-VALID-SWITCH.

           IF BM-LAST-CUST-DATE IS NOT NUMERIC
               GO TO 2350-CHECK-CUST-DATE-EXIT
           END-IF.

           MOVE BM-LAST-CUST-DATE TO WS-DN-DATE.
           IF WS-DN-YEAR = ZERO
               OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
               OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
               GO TO 2350-CHECK-CUST-DATE-EXIT
           END-IF.

           MOVE 'Y' TO WS-DATE-VALID-SWITCH.
       2350-CHECK-CUST-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-BAL-MASTER - READ THE NEXT BALANCE RECORD IN KEY
      * ORDER.
      ******************************************************************
       2900-READ-BAL-MASTER.
           READ BAL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2900-READ-BAL-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - CLOSE THE FILES AND REPORT RUN TOTALS.
      ******************************************************************
       3000-TERMINATE.
           CLOSE BAL-MASTER-FILE
                 ACCT-MASTER-FILE
                 DORM-TXN-FILE
                 DORM-RPT-FILE
                 DORM-EXC-FILE.

           DISPLAY 'ACCT-DORMANT DORMANCY DAYS     : '
               WS-DM-DORMANT-DAYS.
           DISPLAY 'ACCT-DORMANT ACCOUNTS READ     : '
               WS-ACCOUNTS-READ.
           DISPLAY 'ACCT-DORMANT ACCOUNTS DORMANT  : '
               WS-ACCOUNTS-DORMANT.
           DISPLAY 'ACCT-DORMANT CLOSES PROPOSED   : '
               WS-CLOSES-PROPOSED.
           DISPLAY 'ACCT-DORMANT EXCEPTIONS LISTED : '
               WS-EXCEPTIONS-LISTED.

           MOVE 'END'   TO RP-FUNCTION.
           MOVE 'CLEAN' TO RP-STATUS.
           MOVE WS-ACCOUNTS-READ     TO RP-READ-COUNT.
           MOVE WS-CLOSES-PROPOSED   TO RP-WRITTEN-COUNT.
           MOVE WS-EXCEPTIONS-LISTED TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM ACCT-DORMANT.
