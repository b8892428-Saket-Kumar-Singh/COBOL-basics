      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: DELIVER THE CYCLE'S ACCEPTED DATES FROM DATEOUT TO
      *          EACH DOWNSTREAM TEAM IN THE FORM THAT TEAM WANTS.
      *          DATEOUT CARRIES THE DD/MM/YYYY BREAKDOWN FROM
      *          DATEFLDS, WHICH ONLY DATE-BUSDAY AND DATE-PROFILE
      *          WERE BUILT TO READ; EVERY OTHER CONSUMER RE-PARSED
      *          IT ITS OWN WAY, AND ONE OF THEM SWAPPED THE DAY AND
      *          MONTH.  THE DATE IS NOW TURNED INTO EACH FORMAT HERE,
      *          ONCE, FROM THE SPLIT FIELDS THE CONVERSION VALIDATED.
      *
      *          THE DATESUBS SUBSCRIPTION FILE HAS ONE ENTRY PER
      *          SUBSCRIBER: ITS NAME, THE DELIVERY FILE IT TAKES
      *          (DATEDL01 THROUGH DATEDL06), THE FORMAT, AND AN
      *          OPTIONAL FROM/TO DATE RANGE.  THE FORMATS ARE:
      *            ISO       YYYY-MM-DD
      *            YYYYMMDD  YYYYMMDD
      *            JULIAN    YYYYDDD
      *            US        MM/DD/YYYY
      *            DATEBUS   THE DATE-BUSDAY ENRICHED RECORD
      *          EVERY ACCEPTED DATE INSIDE A SUBSCRIBER'S RANGE IS
      *          WRITTEN TO ITS FILE EXACTLY ONCE, IN DATEOUT ORDER.
      *          A SUBSCRIPTION IN ERROR REFUSES THE WHOLE RUN, SO NO
      *          TEAM IS EVER SENT A PARTIAL DELIVERY.
      *
      *          THE DELIVERY REPORT PROVES EACH SUBSCRIBER'S DATES
      *          DELIVERED PLUS DATES OUT OF ITS RANGE PLUS BAD
      *          RECORDS TO THE DATEOUT RECORDS READ, AND PROVES THAT
      *          COUNT BACK TO THE RECORDS ACCEPTED ON DATESUMM PLUS
      *          ANY SURVIVORS DATE-RECYCLE HAS APPENDED TO DATEOUT
      *          SINCE THE CONVERSION (TAKEN FROM ITS RUN-CONTROL END
      *          RECORDS).  A DELIVERY THAT DOES NOT PROVE ENDS THE
      *          JOB WITH RETURN-CODE 8.
      *
      *          SCHEDULER CONVENTIONS: RUNS AFTER MOVE-STATEMENTS AND
      *          DATE-RECYCLE, AND AFTER DATE-BUSDAY WHEN ANY
      *          SUBSCRIBER TAKES THE DATEBUS FORMAT.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-DELIVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE
               ASSIGN TO "DATESUBS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATE-OUT-FILE
               ASSIGN TO "DATEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPENED ONLY WHEN A SUBSCRIBER TAKES THE DATEBUS FORMAT.
           SELECT BUSDAY-IN-FILE
               ASSIGN TO "DATEBUS"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO A MISSING SUMMARY IS REPORTED AS NO ACCEPTED
      *    COUNT TO PROVE TO, RATHER THAN ABENDING.
           SELECT OPTIONAL SUMMARY-RPT-FILE
               ASSIGN TO "DATESUMM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE DELIVERY FILE PER SUBSCRIBER.  ONLY THE FILES NAMED ON
      *    DATESUBS ARE OPENED, SO AN UNUSED ONE IS NEVER CREATED.
           SELECT DELIVERY-FILE-1
               ASSIGN TO "DATEDL01"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-FILE-2
               ASSIGN TO "DATEDL02"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-FILE-3
               ASSIGN TO "DATEDL03"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-FILE-4
               ASSIGN TO "DATEDL04"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-FILE-5
               ASSIGN TO "DATEDL05"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-FILE-6
               ASSIGN TO "DATEDL06"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVER-RPT-FILE
               ASSIGN TO "DATEDLVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ONE SUBSCRIPTION PER RECORD.  THE FROM AND TO DATES ARE
      * DD/MM/YYYY, THE SAME FORM AS THE ACCEPTED DATES; EITHER MAY
      * BE LEFT BLANK FOR NO BOUND ON THAT SIDE.
      ******************************************************************
       FD  SUBSCRIPTION-FILE.
       01  SUBSCRIPTION-RECORD.
           02  SB-SUBSCRIBER            PIC X(10).
           02  FILLER                   PIC X(01).
           02  SB-DELIVERY-FILE.
               03  SB-DL-STEM           PIC X(07).
               03  SB-DL-NUMBER         PIC X(01).
                   88  SB-DL-NUMBER-VALID       VALUE '1' THRU '6'.
           02  FILLER                   PIC X(01).
           02  SB-FORMAT                PIC X(08).
           02  FILLER                   PIC X(01).
           02  SB-FROM-DATE             PIC X(10).
           02  FILLER                   PIC X(01).
           02  SB-TO-DATE               PIC X(10).

      ******************************************************************
      * DATE-OUT-RECORD IS THE 21-BYTE ACCEPTED-RECORD LAYOUT WRITTEN
      * BY MOVE-STATEMENTS AND DATE-RECYCLE: THE RAW DATE, THEN THE
      * DAY, MONTH AND YEAR DIGITS, SPACE-SEPARATED.
      ******************************************************************
       FD  DATE-OUT-FILE.
       01  DATE-OUT-RECORD.
           02  DI-RAW-DATE              PIC X(10).
           02  FILLER                   PIC X(01).
           02  DI-DAY                   PIC X(02).
           02  FILLER                   PIC X(01).
           02  DI-MONTH                 PIC X(02).
           02  FILLER                   PIC X(01).
           02  DI-YEAR                  PIC X(04).

      ******************************************************************
      * THE DATE-BUSDAY ENRICHED RECORD: THE ORIGINAL 21-BYTE ACCEPTED
      * RECORD, THEN THE DAY NAME, STATUS AND NEXT BUSINESS DAY.
      * DATE-BUSDAY WRITES ONE FOR EVERY GOOD DATEOUT RECORD, IN
      * DATEOUT ORDER, SO IT IS READ IN STEP WITH DATEOUT AND ITS
      * LEADING 21 BYTES MUST MATCH THE RECORD IN HAND.
      ******************************************************************
       FD  BUSDAY-IN-FILE.
       01  BUSDAY-IN-RECORD.
           02  BI-ACCEPTED-RECORD       PIC X(21).
           02  FILLER                   PIC X(30).

      ******************************************************************
      * THE CONVERSION SUMMARY AS MOVE-STATEMENTS WRITES IT: A LABEL
      * AND AN EDITED COUNT PER LINE.  A RESTARTED CONVERSION APPENDS
      * A FRESH SUMMARY COVERING THE WHOLE FILE, SO THE LAST RECORDS
      * ACCEPTED LINE ON THE FILE IS THE ONE THAT COUNTS.
      ******************************************************************
       FD  SUMMARY-RPT-FILE.
       01  SUMMARY-RPT-RECORD.
           02  SS-LABEL                 PIC X(30).
           02  SS-COUNT                 PIC X(06).
           02  SS-COUNT-N REDEFINES SS-COUNT
                                        PIC 9(06).
           02  FILLER                   PIC X(24).

       FD  RUN-CTL-FILE.
           COPY RUNCTLRC.

       FD  DELIVERY-FILE-1.
       01  DELIVERY-RECORD-1            PIC X(51).

       FD  DELIVERY-FILE-2.
       01  DELIVERY-RECORD-2            PIC X(51).

       FD  DELIVERY-FILE-3.
       01  DELIVERY-RECORD-3            PIC X(51).

       FD  DELIVERY-FILE-4.
       01  DELIVERY-RECORD-4            PIC X(51).

       FD  DELIVERY-FILE-5.
       01  DELIVERY-RECORD-5            PIC X(51).

       FD  DELIVERY-FILE-6.
       01  DELIVERY-RECORD-6            PIC X(51).

       FD  DELIVER-RPT-FILE.
       01  DELIVER-RPT-RECORD           PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-DELIVER-RPT-LINE IS ONE REPORT LINE: A SECTION TAG AND THE
      * DETAIL TEXT, BUILT IN WORKING-STORAGE AND WRITTEN WITH
      * WRITE ... FROM AS USUAL.
      ******************************************************************
       01  WS-DELIVER-RPT-LINE.
           02  RL-TAG                   PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  RL-DETAIL                PIC X(61).

      ******************************************************************
      * WS-DELIVER-LINE IS THE DATE IN THE FORMAT THE SUBSCRIBER IN
      * HAND TAKES, BUILT HERE AND WRITTEN TO ITS DELIVERY FILE WITH
      * WRITE ... FROM.
      ******************************************************************
       01  WS-DELIVER-LINE              PIC X(51).

       01  WS-SWITCHES.
           02  WS-SUB-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-SUBSCRIPTIONS         VALUE 'Y'.
           02  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  END-OF-DATE-OUT              VALUE 'Y'.
           02  WS-BUS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-BUSDAY-IN             VALUE 'Y'.
           02  WS-SUMM-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-SUMMARY               VALUE 'Y'.
           02  WS-RC-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-RUN-CTL               VALUE 'Y'.
           02  WS-SUB-ERROR-SWITCH      PIC X(01) VALUE 'N'.
               88  SUBSCRIPTION-ERROR-SEEN      VALUE 'Y'.
           02  WS-BUSDAY-WANTED-SWITCH  PIC X(01) VALUE 'N'.
               88  BUSDAY-IS-WANTED             VALUE 'Y'.
           02  WS-BUS-STEP-SWITCH       PIC X(01) VALUE 'Y'.
               88  BUSDAY-IN-STEP               VALUE 'Y'.
           02  WS-ACCEPTED-SWITCH       PIC X(01) VALUE 'N'.
               88  ACCEPTED-COUNT-FOUND         VALUE 'Y'.
           02  WS-PROOF-SWITCH          PIC X(01) VALUE 'Y'.
               88  DELIVERY-PROVED              VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-SUBS-READ             PIC 9(06) VALUE ZERO.
           02  WS-RECORDS-READ          PIC 9(06) VALUE ZERO.
           02  WS-RECORDS-BAD           PIC 9(06) VALUE ZERO.
           02  WS-BUSDAY-READ           PIC 9(06) VALUE ZERO.
           02  WS-TOTAL-DELIVERED       PIC 9(06) VALUE ZERO.
           02  WS-SUMM-ACCEPTED         PIC 9(06) VALUE ZERO.
           02  WS-RECYCLED-COUNT        PIC 9(06) VALUE ZERO.
           02  WS-EXPECTED-COUNT        PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-SUBSCRIBER-TABLE - ONE ENTRY PER SUBSCRIPTION, IN DATESUBS
      * ORDER: WHO IT IS, WHICH DELIVERY FILE IT TAKES, THE FORMAT,
      * THE DATE RANGE AS YYYYMMDD NUMBERS (ZERO AND ALL NINES WHEN A
      * BOUND IS LEFT BLANK) WITH THE TEXT FOR THE REPORT, AND THE
      * DATES DELIVERED AND LEFT OUT AS OUT OF RANGE.  WS-SLOT-USED
      * STOPS TWO SUBSCRIBERS SHARING ONE DELIVERY FILE.
      ******************************************************************
       01  WS-SUBSCRIBER-TABLE.
           02  WS-SB-ENTRY-COUNT        PIC 9(02) VALUE ZERO.
           02  WS-SB-SUB                PIC 9(02) VALUE ZERO.
           02  WS-SB-ENTRY OCCURS 6 TIMES.
               03  WS-SB-NAME           PIC X(10).
               03  WS-SB-DL-FILE        PIC X(08).
               03  WS-SB-SLOT           PIC 9(01).
               03  WS-SB-FORMAT         PIC X(08).
                   88  FMT-IS-ISO               VALUE 'ISO'.
                   88  FMT-IS-YYYYMMDD          VALUE 'YYYYMMDD'.
                   88  FMT-IS-JULIAN            VALUE 'JULIAN'.
                   88  FMT-IS-US                VALUE 'US'.
                   88  FMT-IS-DATEBUS           VALUE 'DATEBUS'.
               03  WS-SB-FROM-DATE      PIC 9(08).
               03  WS-SB-TO-DATE        PIC 9(08).
               03  WS-SB-FROM-TEXT      PIC X(10).
               03  WS-SB-TO-TEXT        PIC X(10).
               03  WS-SB-DELIVERED      PIC 9(06).
               03  WS-SB-OUT-OF-RANGE   PIC 9(06).

       01  WS-SLOT-TABLE.
           02  WS-SLOT-USED             OCCURS 6 TIMES
                                        PIC X(01) VALUE 'N'.

      ******************************************************************
      * WS-RANGE-FIELDS - A DD/MM/YYYY BOUND FROM DATESUBS BROKEN INTO
      * ITS PARTS AND CHECKED, THEN TURNED INTO A YYYYMMDD NUMBER.
      ******************************************************************
       01  WS-RANGE-FIELDS.
           02  WS-RG-TEXT.
               03  WS-RG-DAY            PIC X(02).
               03  WS-RG-SLASH-1        PIC X(01).
               03  WS-RG-MONTH          PIC X(02).
               03  WS-RG-SLASH-2        PIC X(01).
               03  WS-RG-YEAR           PIC X(04).
           02  WS-RG-DATE               PIC 9(08) VALUE ZERO.
           02  WS-RG-DATE-PARTS REDEFINES WS-RG-DATE.
               03  WS-RG-DATE-YEAR      PIC 9(04).
               03  WS-RG-DATE-MONTH     PIC 9(02).
               03  WS-RG-DATE-DAY       PIC 9(02).
           02  WS-RG-VALID-SWITCH       PIC X(01) VALUE 'N'.
               88  RANGE-DATE-VALID             VALUE 'Y'.

      ******************************************************************
      * WS-THIS-DATE-FIELDS - THE ACCEPTED DATE IN HAND AS A YYYYMMDD
      * NUMBER FOR THE RANGE CHECK, AND ITS DAY OF THE YEAR FOR THE
      * JULIAN FORMAT.
      ******************************************************************
       01  WS-THIS-DATE-FIELDS.
           02  WS-THIS-DATE             PIC 9(08) VALUE ZERO.
           02  WS-THIS-DATE-PARTS REDEFINES WS-THIS-DATE.
               03  WS-TD-YEAR           PIC 9(04).
               03  WS-TD-MONTH          PIC 9(02).
               03  WS-TD-DAY            PIC 9(02).
           02  WS-TD-DAY-OF-YEAR        PIC 9(03) VALUE ZERO.
           02  WS-TD-MONTH-SUB          PIC 9(02) VALUE ZERO.
           02  WS-TD-LEAP-REM           PIC 9(03) VALUE ZERO.
           02  WS-TD-WORK               PIC 9(06) VALUE ZERO.
           02  WS-TD-LEAP-SWITCH        PIC X(01) VALUE 'N'.
               88  YEAR-IS-LEAP                 VALUE 'Y'.

      ******************************************************************
      * WS-MONTH-LENGTHS - DAYS IN EACH MONTH OF A COMMON YEAR;
      * FEBRUARY IS CORRECTED FOR LEAP YEARS WHERE IT IS USED.
      ******************************************************************
       01  WS-MONTH-LENGTH-VALUES       PIC X(24)
                                    VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
           02  WS-MONTH-LENGTH          OCCURS 12 TIMES
                                        PIC 9(02).

       01  WS-EDIT-FIELDS.
           02  WS-ED-DELIVERED          PIC ZZZZZ9.
           02  WS-ED-OUT-OF-RANGE       PIC ZZZZZ9.
           02  WS-ED-BAD                PIC ZZZZZ9.
           02  WS-ED-COUNT              PIC ZZZZZ9.
           02  WS-ED-FROM               PIC X(10).
           02  WS-ED-TO                 PIC X(10).
           02  WS-ED-RANGE              PIC X(28).

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG, AND THE
      * GATE CHECKS ON MOVE-STATEMENTS' LATEST RUN AND, WHEN THE
      * DATEBUS FORMAT IS WANTED, DATE-BUSDAY'S.
      ******************************************************************
           COPY RUNCTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-DELIVER-ONE-DATE
               THRU 2000-DELIVER-ONE-DATE-EXIT
               UNTIL END-OF-DATE-OUT.

           PERFORM 3000-PROVE-DELIVERY
               THRU 3000-PROVE-DELIVERY-EXIT.

           PERFORM 4000-TERMINATE
               THRU 4000-TERMINATE-EXIT.

           IF NOT DELIVERY-PROVED
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - GATE ON THE CONVERSION, LOAD AND CHECK THE
      * SUBSCRIPTIONS, PICK UP THE COUNTS THE DELIVERY IS PROVED TO,
      * OPEN THE FILES AND PRIME THE FIRST READ.  A REFUSED RUN
      * WRITES NO DELIVERY FILE AND NO RUN-CONTROL EVENTS.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'DATE-DELIVER'    TO RP-PROGRAM.
           MOVE 'MOVE-STATEMENTS' TO RP-PREDECESSOR.
           MOVE 'GATE' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
           IF RP-GATE-BLOCKED
               DISPLAY 'DATE-DELIVER HELD - MOVE-STATEMENTS LATEST'
                   ' RUN NOT CLEAN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DELIVER-RPT-FILE.

           OPEN INPUT SUBSCRIPTION-FILE.
           PERFORM 1100-LOAD-ONE-SUBSCRIPTION
               THRU 1100-LOAD-ONE-SUBSCRIPTION-EXIT
               UNTIL END-OF-SUBSCRIPTIONS.
           CLOSE SUBSCRIPTION-FILE.

           IF WS-SB-ENTRY-COUNT = ZERO
               AND NOT SUBSCRIPTION-ERROR-SEEN
               MOVE 'SUBS ERR' TO RL-TAG
               MOVE 'NO SUBSCRIBERS ON DATESUBS' TO RL-DETAIL
               WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE
               MOVE 'Y' TO WS-SUB-ERROR-SWITCH
           END-IF.

           IF SUBSCRIPTION-ERROR-SEEN
               MOVE 'REFUSED' TO RL-TAG
               MOVE 'DATESUBS IN ERROR - NOTHING DELIVERED'
                   TO RL-DETAIL
               WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE
               CLOSE DELIVER-RPT-FILE
               DISPLAY 'DATE-DELIVER HELD - DATESUBS IN ERROR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF BUSDAY-IS-WANTED
               MOVE 'DATE-BUSDAY' TO RP-PREDECESSOR
               MOVE 'GATE' TO RP-FUNCTION
               CALL 'RUNCTL-LOG' USING RUNCTL-PARMS
               IF RP-GATE-BLOCKED
                   CLOSE DELIVER-RPT-FILE
                   DISPLAY 'DATE-DELIVER HELD - DATE-BUSDAY LATEST'
                       ' RUN NOT CLEAN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           OPEN INPUT SUMMARY-RPT-FILE.
           PERFORM 1300-SCAN-ONE-SUMMARY-LINE
               THRU 1300-SCAN-ONE-SUMMARY-LINE-EXIT
               UNTIL END-OF-SUMMARY.
           CLOSE SUMMARY-RPT-FILE.

           OPEN INPUT RUN-CTL-FILE.
           PERFORM 1400-SCAN-ONE-EVENT
               THRU 1400-SCAN-ONE-EVENT-EXIT
               UNTIL END-OF-RUN-CTL.
           CLOSE RUN-CTL-FILE.

           OPEN INPUT DATE-OUT-FILE.
           IF BUSDAY-IS-WANTED
               OPEN INPUT BUSDAY-IN-FILE
           END-IF.

           PERFORM 1500-OPEN-ONE-DELIVERY
               THRU 1500-OPEN-ONE-DELIVERY-EXIT
               VARYING WS-SB-SUB FROM 1 BY 1
               UNTIL WS-SB-SUB > WS-SB-ENTRY-COUNT.

           PERFORM 2900-READ-DATE-OUT
               THRU 2900-READ-DATE-OUT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-ONE-SUBSCRIPTION - READ AND CHECK ONE SUBSCRIPTION.
      * MORE SUBSCRIBERS THAN DELIVERY FILES, A DELIVERY FILE THAT IS
      * NOT ONE OF DATEDL01-06 OR IS ALREADY TAKEN, AN UNKNOWN
      * FORMAT, OR A RANGE BOUND THAT IS NOT A DATE OR IS THE WRONG
      * WAY ROUND IS EACH REPORTED AND REFUSES THE RUN.
      ******************************************************************
       1100-LOAD-ONE-SUBSCRIPTION.
           READ SUBSCRIPTION-FILE
               AT END
                   MOVE 'Y' TO WS-SUB-EOF-SWITCH
                   GO TO 1100-LOAD-ONE-SUBSCRIPTION-EXIT
           END-READ.

           ADD 1 TO WS-SUBS-READ.

           MOVE 'SUBS ERR' TO RL-TAG.
           MOVE SPACES     TO RL-DETAIL.

           IF WS-SB-ENTRY-COUNT NOT < 6
               STRING SB-SUBSCRIBER ' - MORE SUBSCRIBERS THAN'
                      ' DELIVERY FILES'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
               GO TO 1100-LOAD-ONE-SUBSCRIPTION-ERR
           END-IF.

           IF SB-DL-STEM NOT = 'DATEDL0'
               OR NOT SB-DL-NUMBER-VALID
               STRING SB-SUBSCRIBER ' - ' SB-DELIVERY-FILE
                      ' IS NOT A DELIVERY FILE'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
               GO TO 1100-LOAD-ONE-SUBSCRIPTION-ERR
           END-IF.

           ADD 1 TO WS-SB-ENTRY-COUNT.
           MOVE WS-SB-ENTRY-COUNT TO WS-SB-SUB.
           MOVE SB-SUBSCRIBER    TO WS-SB-NAME(WS-SB-SUB).
           MOVE SB-DELIVERY-FILE TO WS-SB-DL-FILE(WS-SB-SUB).
           MOVE SB-DL-NUMBER     TO WS-SB-SLOT(WS-SB-SUB).
           MOVE SB-FORMAT        TO WS-SB-FORMAT(WS-SB-SUB).
           MOVE SB-FROM-DATE     TO WS-SB-FROM-TEXT(WS-SB-SUB).
           MOVE SB-TO-DATE       TO WS-SB-TO-TEXT(WS-SB-SUB).
           MOVE ZERO             TO WS-SB-DELIVERED(WS-SB-SUB).
           MOVE ZERO             TO WS-SB-OUT-OF-RANGE(WS-SB-SUB).

           IF WS-SLOT-USED(WS-SB-SLOT(WS-SB-SUB)) = 'Y'
               STRING SB-SUBSCRIBER ' - ' SB-DELIVERY-FILE
                      ' IS ALREADY TAKEN'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
               GO TO 1100-LOAD-ONE-SUBSCRIPTION-ERR
           END-IF.
           MOVE 'Y' TO WS-SLOT-USED(WS-SB-SLOT(WS-SB-SUB)).

           EVALUATE TRUE
               WHEN FMT-IS-ISO(WS-SB-SUB)
               WHEN FMT-IS-YYYYMMDD(WS-SB-SUB)
               WHEN FMT-IS-JULIAN(WS-SB-SUB)
               WHEN FMT-IS-US(WS-SB-SUB)
                   CONTINUE
               WHEN FMT-IS-DATEBUS(WS-SB-SUB)
                   MOVE 'Y' TO WS-BUSDAY-WANTED-SWITCH
               WHEN OTHER
                   STRING SB-SUBSCRIBER ' - FORMAT ' SB-FORMAT
                          ' IS NOT KNOWN'
                       DELIMITED BY SIZE
                       INTO RL-DETAIL
                   GO TO 1100-LOAD-ONE-SUBSCRIPTION-ERR
           END-EVALUATE.

           MOVE ZERO TO WS-SB-FROM-DATE(WS-SB-SUB).
           IF SB-FROM-DATE NOT = SPACES
               MOVE SB-FROM-DATE TO WS-RG-TEXT
               PERFORM 1200-CHECK-RANGE-DATE
                   THRU 1200-CHECK-RANGE-DATE-EXIT
               IF NOT RANGE-DATE-VALID
                   STRING SB-SUBSCRIBER ' - FROM DATE ' SB-FROM-DATE
                          ' IS NOT A DD/MM/YYYY DATE'
                       DELIMITED BY SIZE
                       INTO RL-DETAIL
                   GO TO 1100-LOAD-ONE-SUBSCRIPTION-ERR
               END-IF
               MOVE WS-RG-DATE TO WS-SB-FROM-DATE(WS-SB-SUB)
           END-IF.

           MOVE 99999999 TO WS-SB-TO-DATE(WS-SB-SUB).
           IF SB-TO-DATE NOT = SPACES
               MOVE SB-TO-DATE TO WS-RG-TEXT
               PERFORM 1200-CHECK-RANGE-DATE
                   THRU 1200-CHECK-RANGE-DATE-EXIT
               IF NOT RANGE-DATE-VALID
                   STRING SB-SUBSCRIBER ' - TO DATE ' SB-TO-DATE
                          ' IS NOT A DD/MM/YYYY DATE'
                       DELIMITED BY SIZE
                       INTO RL-DETAIL
                   GO TO 1100-LOAD-ONE-SUBSCRIPTION-ERR
               END-IF
               MOVE WS-RG-DATE TO WS-SB-TO-DATE(WS-SB-SUB)
           END-IF.

           IF WS-SB-FROM-DATE(WS-SB-SUB) > WS-SB-TO-DATE(WS-SB-SUB)
               STRING SB-SUBSCRIBER ' - FROM DATE IS AFTER TO DATE'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
               GO TO 1100-LOAD-ONE-SUBSCRIPTION-ERR
           END-IF.

           GO TO 1100-LOAD-ONE-SUBSCRIPTION-EXIT.

       1100-LOAD-ONE-SUBSCRIPTION-ERR.
           WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE.
           MOVE 'Y' TO WS-SUB-ERROR-SWITCH.
       1100-LOAD-ONE-SUBSCRIPTION-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CHECK-RANGE-DATE - WS-RG-TEXT MUST BE DD/MM/YYYY WITH A
      * MONTH OF 1-12 AND A DAY OF 1-31; IT IS LEFT AS A YYYYMMDD
      * NUMBER IN WS-RG-DATE.
      ******************************************************************
       1200-CHECK-RANGE-DATE.
           MOVE 'N'  TO WS-RG-VALID-SWITCH.
           MOVE ZERO TO WS-RG-DATE.

           IF WS-RG-DAY   IS NOT NUMERIC
               OR WS-RG-MONTH IS NOT NUMERIC
               OR WS-RG-YEAR  IS NOT NUMERIC
               OR WS-RG-SLASH-1 NOT = '/'
               OR WS-RG-SLASH-2 NOT = '/'
               GO TO 1200-CHECK-RANGE-DATE-EXIT
           END-IF.

           MOVE WS-RG-YEAR  TO WS-RG-DATE-YEAR.
           MOVE WS-RG-MONTH TO WS-RG-DATE-MONTH.
           MOVE WS-RG-DAY   TO WS-RG-DATE-DAY.

           IF WS-RG-DATE-MONTH < 1 OR WS-RG-DATE-MONTH > 12
               OR WS-RG-DATE-DAY < 1 OR WS-RG-DATE-DAY > 31
               GO TO 1200-CHECK-RANGE-DATE-EXIT
           END-IF.

           MOVE 'Y' TO WS-RG-VALID-SWITCH.
       1200-CHECK-RANGE-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 1300-SCAN-ONE-SUMMARY-LINE - KEEP THE COUNT FROM THE LAST
      * RECORDS ACCEPTED LINE ON DATESUMM.  THE COUNT IS EDITED WITH
      * LEADING SPACES, SO THEY ARE ZERO-FILLED BEFORE IT IS TAKEN.
      ******************************************************************
       1300-SCAN-ONE-SUMMARY-LINE.
           READ SUMMARY-RPT-FILE
               AT END
                   MOVE 'Y' TO WS-SUMM-EOF-SWITCH
                   GO TO 1300-SCAN-ONE-SUMMARY-LINE-EXIT
           END-READ.

           IF SS-LABEL NOT = 'RECORDS ACCEPTED'
               GO TO 1300-SCAN-ONE-SUMMARY-LINE-EXIT
           END-IF.

           INSPECT SS-COUNT REPLACING LEADING SPACES BY ZEROS.
           IF SS-COUNT IS NUMERIC
               MOVE SS-COUNT-N TO WS-SUMM-ACCEPTED
               MOVE 'Y'        TO WS-ACCEPTED-SWITCH
           END-IF.
       1300-SCAN-ONE-SUMMARY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 1400-SCAN-ONE-EVENT - ADD UP THE SURVIVORS EVERY CLEAN
      * DATE-RECYCLE RUN HAS APPENDED TO DATEOUT SINCE THE LATEST
      * CONVERSION.  ANY MOVE-STATEMENTS EVENT STARTS THE COUNT AGAIN,
      * SINCE A NEW CONVERSION STARTS A NEW DATEOUT.
      ******************************************************************
       1400-SCAN-ONE-EVENT.
           READ RUN-CTL-FILE
               AT END
                   MOVE 'Y' TO WS-RC-EOF-SWITCH
                   GO TO 1400-SCAN-ONE-EVENT-EXIT
           END-READ.

           IF RC-PROGRAM = 'MOVE-STATEMENTS'
               MOVE ZERO TO WS-RECYCLED-COUNT
               GO TO 1400-SCAN-ONE-EVENT-EXIT
           END-IF.

           IF RC-PROGRAM = 'DATE-RECYCLE'
               AND RC-EVENT-END
               AND RC-STATUS = 'CLEAN'
               AND RC-WRITTEN-COUNT IS NUMERIC
               ADD RC-WRITTEN-COUNT TO WS-RECYCLED-COUNT
           END-IF.
       1400-SCAN-ONE-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * 1500-OPEN-ONE-DELIVERY - OPEN THE DELIVERY FILE THE SUBSCRIBER
      * IN HAND TAKES.
      ******************************************************************
       1500-OPEN-ONE-DELIVERY.
           EVALUATE WS-SB-SLOT(WS-SB-SUB)
               WHEN 1
                   OPEN OUTPUT DELIVERY-FILE-1
               WHEN 2
                   OPEN OUTPUT DELIVERY-FILE-2
               WHEN 3
                   OPEN OUTPUT DELIVERY-FILE-3
               WHEN 4
                   OPEN OUTPUT DELIVERY-FILE-4
               WHEN 5
                   OPEN OUTPUT DELIVERY-FILE-5
               WHEN 6
                   OPEN OUTPUT DELIVERY-FILE-6
           END-EVALUATE.
       1500-OPEN-ONE-DELIVERY-EXIT.
           EXIT.

      ******************************************************************
      * 2000-DELIVER-ONE-DATE - CHECK ONE ACCEPTED RECORD, WORK OUT ITS
      * DAY OF THE YEAR, PICK UP ITS ENRICHED RECORD WHEN DATEBUS IS
      * WANTED, AND OFFER IT TO EVERY SUBSCRIBER.  A RECORD WHOSE
      * DIGITS DO NOT LOOK LIKE THE ACCEPTED LAYOUT IS COUNTED AS BAD
      * AND DELIVERED TO NOBODY, THE SAME TEST DATE-BUSDAY APPLIES
      * BEFORE IT ENRICHES A RECORD.
      ******************************************************************
       2000-DELIVER-ONE-DATE.
           IF DI-DAY NOT NUMERIC
               OR DI-MONTH NOT NUMERIC
               OR DI-YEAR NOT NUMERIC
               ADD 1 TO WS-RECORDS-BAD
               GO TO 2000-DELIVER-ONE-DATE-NEXT
           END-IF.

           MOVE DI-YEAR  TO WS-TD-YEAR.
           MOVE DI-MONTH TO WS-TD-MONTH.
           MOVE DI-DAY   TO WS-TD-DAY.

           IF WS-TD-MONTH < 1 OR WS-TD-MONTH > 12
               OR WS-TD-DAY < 1 OR WS-TD-DAY > 31
               ADD 1 TO WS-RECORDS-BAD
               GO TO 2000-DELIVER-ONE-DATE-NEXT
           END-IF.

           PERFORM 2100-COMPUTE-DAY-OF-YEAR
               THRU 2100-COMPUTE-DAY-OF-YEAR-EXIT.

           IF BUSDAY-IS-WANTED
               PERFORM 2200-READ-BUSDAY-IN-STEP
                   THRU 2200-READ-BUSDAY-IN-STEP-EXIT
           END-IF.

           PERFORM 2300-DELIVER-TO-ONE-SUBSCRIBER
               THRU 2300-DELIVER-TO-ONE-SUBSCRIBER-EXIT
               VARYING WS-SB-SUB FROM 1 BY 1
               UNTIL WS-SB-SUB > WS-SB-ENTRY-COUNT.

       2000-DELIVER-ONE-DATE-NEXT.
           PERFORM 2900-READ-DATE-OUT
               THRU 2900-READ-DATE-OUT-EXIT.
       2000-DELIVER-ONE-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COMPUTE-DAY-OF-YEAR - ADD UP THE LENGTHS OF THE MONTHS
      * BEFORE THIS ONE, ADD THE DAY, AND ADD ONE MORE PAST FEBRUARY
      * IN A LEAP YEAR (THE SAME LEAP TEST DATE-ROLL USES).
      ******************************************************************
       2100-COMPUTE-DAY-OF-YEAR.
           MOVE WS-TD-DAY TO WS-TD-DAY-OF-YEAR.
           PERFORM 2150-ADD-ONE-MONTH
               THRU 2150-ADD-ONE-MONTH-EXIT
               VARYING WS-TD-MONTH-SUB FROM 1 BY 1
               UNTIL WS-TD-MONTH-SUB NOT < WS-TD-MONTH.

           IF WS-TD-MONTH NOT > 2
               GO TO 2100-COMPUTE-DAY-OF-YEAR-EXIT
           END-IF.

           MOVE 'N' TO WS-TD-LEAP-SWITCH.
           DIVIDE WS-TD-YEAR BY 4
               GIVING WS-TD-WORK
               REMAINDER WS-TD-LEAP-REM.
           IF WS-TD-LEAP-REM = ZERO
               DIVIDE WS-TD-YEAR BY 100
                   GIVING WS-TD-WORK
                   REMAINDER WS-TD-LEAP-REM
               IF WS-TD-LEAP-REM NOT = ZERO
                   MOVE 'Y' TO WS-TD-LEAP-SWITCH
               ELSE
                   DIVIDE WS-TD-YEAR BY 400
                       GIVING WS-TD-WORK
                       REMAINDER WS-TD-LEAP-REM
                   IF WS-TD-LEAP-REM = ZERO
                       MOVE 'Y' TO WS-TD-LEAP-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF YEAR-IS-LEAP
               ADD 1 TO WS-TD-DAY-OF-YEAR
           END-IF.
       2100-COMPUTE-DAY-OF-YEAR-EXIT.
           EXIT.

       2150-ADD-ONE-MONTH.
           ADD WS-MONTH-LENGTH(WS-TD-MONTH-SUB) TO WS-TD-DAY-OF-YEAR.
       2150-ADD-ONE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 2200-READ-BUSDAY-IN-STEP - READ THE NEXT DATEBUS RECORD, WHICH
      * MUST BE THE ENRICHMENT OF THE DATEOUT RECORD IN HAND.  ONCE
      * THE TWO FILES FALL OUT OF STEP NO FURTHER DATEBUS RECORD IS
      * DELIVERED, THE DATEBUS SUBSCRIBERS' COUNTS FALL SHORT, AND
      * THE DELIVERY FAILS ITS PROOF.
      ******************************************************************
       2200-READ-BUSDAY-IN-STEP.
           IF NOT BUSDAY-IN-STEP
               GO TO 2200-READ-BUSDAY-IN-STEP-EXIT
           END-IF.

           READ BUSDAY-IN-FILE
               AT END
                   MOVE 'Y' TO WS-BUS-EOF-SWITCH
           END-READ.

           IF NOT END-OF-BUSDAY-IN
               ADD 1 TO WS-BUSDAY-READ
               IF BI-ACCEPTED-RECORD = DATE-OUT-RECORD
                   GO TO 2200-READ-BUSDAY-IN-STEP-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO WS-BUS-STEP-SWITCH.
           MOVE 'OUT STEP' TO RL-TAG.
           MOVE SPACES     TO RL-DETAIL.
           STRING 'DATEBUS OUT OF STEP WITH DATEOUT AT '
                  DI-RAW-DATE
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE.
       2200-READ-BUSDAY-IN-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 2300-DELIVER-TO-ONE-SUBSCRIBER - A DATE OUTSIDE THE
      * SUBSCRIBER'S RANGE IS COUNTED AND LEFT OUT; ANY OTHER IS
      * BUILT IN THE SUBSCRIBER'S FORMAT AND WRITTEN TO ITS FILE.
      ******************************************************************
       2300-DELIVER-TO-ONE-SUBSCRIBER.
           IF WS-THIS-DATE < WS-SB-FROM-DATE(WS-SB-SUB)
               OR WS-THIS-DATE > WS-SB-TO-DATE(WS-SB-SUB)
               ADD 1 TO WS-SB-OUT-OF-RANGE(WS-SB-SUB)
               GO TO 2300-DELIVER-TO-ONE-SUBSCRIBER-EXIT
           END-IF.

           MOVE SPACES TO WS-DELIVER-LINE.
           EVALUATE TRUE
               WHEN FMT-IS-ISO(WS-SB-SUB)
                   STRING DI-YEAR '-' DI-MONTH '-' DI-DAY
                       DELIMITED BY SIZE
                       INTO WS-DELIVER-LINE
               WHEN FMT-IS-YYYYMMDD(WS-SB-SUB)
                   STRING DI-YEAR DI-MONTH DI-DAY
                       DELIMITED BY SIZE
                       INTO WS-DELIVER-LINE
               WHEN FMT-IS-JULIAN(WS-SB-SUB)
                   STRING DI-YEAR WS-TD-DAY-OF-YEAR
                       DELIMITED BY SIZE
                       INTO WS-DELIVER-LINE
               WHEN FMT-IS-US(WS-SB-SUB)
                   STRING DI-MONTH '/' DI-DAY '/' DI-YEAR
                       DELIMITED BY SIZE
                       INTO WS-DELIVER-LINE
               WHEN FMT-IS-DATEBUS(WS-SB-SUB)
                   IF NOT BUSDAY-IN-STEP
                       GO TO 2300-DELIVER-TO-ONE-SUBSCRIBER-EXIT
                   END-IF
                   MOVE BUSDAY-IN-RECORD TO WS-DELIVER-LINE
           END-EVALUATE.

           EVALUATE WS-SB-SLOT(WS-SB-SUB)
               WHEN 1
                   WRITE DELIVERY-RECORD-1 FROM WS-DELIVER-LINE
               WHEN 2
                   WRITE DELIVERY-RECORD-2 FROM WS-DELIVER-LINE
               WHEN 3
                   WRITE DELIVERY-RECORD-3 FROM WS-DELIVER-LINE
               WHEN 4
                   WRITE DELIVERY-RECORD-4 FROM WS-DELIVER-LINE
               WHEN 5
                   WRITE DELIVERY-RECORD-5 FROM WS-DELIVER-LINE
               WHEN 6
                   WRITE DELIVERY-RECORD-6 FROM WS-DELIVER-LINE
           END-EVALUATE.

           ADD 1 TO WS-SB-DELIVERED(WS-SB-SUB).
           ADD 1 TO WS-TOTAL-DELIVERED.
       2300-DELIVER-TO-ONE-SUBSCRIBER-EXIT.
           EXIT.

       2900-READ-DATE-OUT.
           READ DATE-OUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2900-READ-DATE-OUT-EXIT
           END-READ.

           ADD 1 TO WS-RECORDS-READ.
       2900-READ-DATE-OUT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROVE-DELIVERY - PROVE DATEOUT TO THE CONVERSION SUMMARY
      * PLUS THE RECYCLED SURVIVORS, THEN EACH SUBSCRIBER TO DATEOUT.
      * WHEN DATEBUS IS WANTED, A DATEBUS FILE WITH RECORDS LEFT OVER
      * AT THE END IS OUT OF STEP TOO.
      ******************************************************************
       3000-PROVE-DELIVERY.
           IF BUSDAY-IS-WANTED
               AND BUSDAY-IN-STEP
               READ BUSDAY-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-BUS-EOF-SWITCH
               END-READ
               IF NOT END-OF-BUSDAY-IN
                   MOVE 'N' TO WS-BUS-STEP-SWITCH
                   MOVE 'OUT STEP' TO RL-TAG
                   MOVE 'DATEBUS HAS RECORDS PAST THE END OF DATEOUT'
                       TO RL-DETAIL
                   WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE
                   MOVE 'N' TO WS-PROOF-SWITCH
               END-IF
           END-IF.

           MOVE 'DATEOUT'       TO RL-TAG.
           MOVE SPACES          TO RL-DETAIL.
           MOVE WS-RECORDS-READ TO WS-ED-COUNT.
           MOVE WS-RECORDS-BAD  TO WS-ED-BAD.
           STRING WS-ED-COUNT ' RECORDS READ   ' WS-ED-BAD ' BAD'
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE.

           MOVE 'DATESUMM' TO RL-TAG.
           MOVE SPACES     TO RL-DETAIL.
           IF ACCEPTED-COUNT-FOUND
               MOVE WS-SUMM-ACCEPTED TO WS-ED-COUNT
               STRING WS-ED-COUNT ' RECORDS ACCEPTED'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
           ELSE
               MOVE 'NO RECORDS ACCEPTED LINE ON DATESUMM'
                   TO RL-DETAIL
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.
           WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE.

           MOVE 'RECYCLED'        TO RL-TAG.
           MOVE SPACES            TO RL-DETAIL.
           MOVE WS-RECYCLED-COUNT TO WS-ED-COUNT.
           STRING WS-ED-COUNT ' SURVIVORS APPENDED BY DATE-RECYCLE'
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE.

           COMPUTE WS-EXPECTED-COUNT =
               WS-SUMM-ACCEPTED + WS-RECYCLED-COUNT.
           IF ACCEPTED-COUNT-FOUND
               MOVE 'PROOF' TO RL-TAG
               IF WS-RECORDS-READ = WS-EXPECTED-COUNT
                   MOVE 'DATEOUT AGREES WITH DATESUMM PLUS RECYCLED'
                       TO RL-DETAIL
               ELSE
                   MOVE 'DATEOUT DOES NOT AGREE WITH DATESUMM PLUS'
                       & ' RECYCLED' TO RL-DETAIL
                   MOVE 'N' TO WS-PROOF-SWITCH
               END-IF
               WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE
           END-IF.

           PERFORM 3100-PROVE-ONE-SUBSCRIBER
               THRU 3100-PROVE-ONE-SUBSCRIBER-EXIT
               VARYING WS-SB-SUB FROM 1 BY 1
               UNTIL WS-SB-SUB > WS-SB-ENTRY-COUNT.

           MOVE 'VERDICT' TO RL-TAG.
           IF DELIVERY-PROVED
               MOVE 'DELIVERY PROVED TO DATESUMM' TO RL-DETAIL
           ELSE
               MOVE 'DELIVERY NOT PROVED - SEE LINES ABOVE'
                   TO RL-DETAIL
           END-IF.
           WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE.
       3000-PROVE-DELIVERY-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PROVE-ONE-SUBSCRIBER - REPORT ONE SUBSCRIPTION AND PROVE
      * ITS DATES DELIVERED, PLUS THOSE OUT OF ITS RANGE, PLUS THE
      * BAD RECORDS NOBODY WAS SENT, TO THE DATEOUT RECORDS READ.
      ******************************************************************
       3100-PROVE-ONE-SUBSCRIBER.
           MOVE SPACES TO WS-ED-RANGE.
           IF WS-SB-FROM-TEXT(WS-SB-SUB) = SPACES
               AND WS-SB-TO-TEXT(WS-SB-SUB) = SPACES
               MOVE 'ALL DATES' TO WS-ED-RANGE
           ELSE
               MOVE WS-SB-FROM-TEXT(WS-SB-SUB) TO WS-ED-FROM
               IF WS-ED-FROM = SPACES
                   MOVE 'EARLIEST' TO WS-ED-FROM
               END-IF
               MOVE WS-SB-TO-TEXT(WS-SB-SUB) TO WS-ED-TO
               IF WS-ED-TO = SPACES
                   MOVE 'LATEST' TO WS-ED-TO
               END-IF
               STRING WS-ED-FROM ' TO ' WS-ED-TO
                   DELIMITED BY SIZE
                   INTO WS-ED-RANGE
           END-IF.

           MOVE 'SUBSCRIBER' TO RL-TAG.
           MOVE SPACES       TO RL-DETAIL.
           STRING WS-SB-NAME(WS-SB-SUB) ' '
                  WS-SB-DL-FILE(WS-SB-SUB) ' '
                  WS-SB-FORMAT(WS-SB-SUB) ' '
                  WS-ED-RANGE
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE.

           MOVE WS-SB-DELIVERED(WS-SB-SUB)    TO WS-ED-DELIVERED.
           MOVE WS-SB-OUT-OF-RANGE(WS-SB-SUB) TO WS-ED-OUT-OF-RANGE.
           MOVE WS-RECORDS-BAD                TO WS-ED-BAD.
           MOVE 'DELIVERED' TO RL-TAG.
           MOVE SPACES      TO RL-DETAIL.
           IF WS-SB-DELIVERED(WS-SB-SUB)
               + WS-SB-OUT-OF-RANGE(WS-SB-SUB)
               + WS-RECORDS-BAD = WS-RECORDS-READ
               STRING WS-ED-DELIVERED ' OUT OF RANGE '
                      WS-ED-OUT-OF-RANGE ' BAD ' WS-ED-BAD
                      '  PROVED'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
           ELSE
               STRING WS-ED-DELIVERED ' OUT OF RANGE '
                      WS-ED-OUT-OF-RANGE ' BAD ' WS-ED-BAD
                      '  NOT PROVED'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.
           WRITE DELIVER-RPT-RECORD FROM WS-DELIVER-RPT-LINE.
       3100-PROVE-ONE-SUBSCRIBER-EXIT.
           EXIT.

      ******************************************************************
      * 4000-TERMINATE - CLOSE THE FILES, REPORT RUN TOTALS AND WRITE
      * THE END EVENT (FAILED WHEN THE DELIVERY DID NOT PROVE).
      ******************************************************************
       4000-TERMINATE.
           PERFORM 4100-CLOSE-ONE-DELIVERY
               THRU 4100-CLOSE-ONE-DELIVERY-EXIT
               VARYING WS-SB-SUB FROM 1 BY 1
               UNTIL WS-SB-SUB > WS-SB-ENTRY-COUNT.

           IF BUSDAY-IS-WANTED
               CLOSE BUSDAY-IN-FILE
           END-IF.
           CLOSE DATE-OUT-FILE
                 DELIVER-RPT-FILE.

           DISPLAY 'DATE-DELIVER SUBSCRIBERS      : ' WS-SB-ENTRY-COUNT.
           DISPLAY 'DATE-DELIVER DATEOUT READ     : ' WS-RECORDS-READ.
           DISPLAY 'DATE-DELIVER BAD RECORDS      : ' WS-RECORDS-BAD.
           DISPLAY 'DATE-DELIVER DATES DELIVERED  : '
               WS-TOTAL-DELIVERED.

           MOVE 'END' TO RP-FUNCTION.
           IF DELIVERY-PROVED
               MOVE 'CLEAN'  TO RP-STATUS
           ELSE
               MOVE 'FAILED' TO RP-STATUS
           END-IF.
           MOVE WS-RECORDS-READ    TO RP-READ-COUNT.
           MOVE WS-TOTAL-DELIVERED TO RP-WRITTEN-COUNT.
           MOVE WS-RECORDS-BAD     TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       4000-TERMINATE-EXIT.
           EXIT.

       4100-CLOSE-ONE-DELIVERY.
           EVALUATE WS-SB-SLOT(WS-SB-SUB)
               WHEN 1
                   CLOSE DELIVERY-FILE-1
               WHEN 2
                   CLOSE DELIVERY-FILE-2
               WHEN 3
                   CLOSE DELIVERY-FILE-3
               WHEN 4
                   CLOSE DELIVERY-FILE-4
               WHEN 5
                   CLOSE DELIVERY-FILE-5
               WHEN 6
                   CLOSE DELIVERY-FILE-6
           END-EVALUATE.
       4100-CLOSE-ONE-DELIVERY-EXIT.
           EXIT.

       END PROGRAM DATE-DELIVER.
