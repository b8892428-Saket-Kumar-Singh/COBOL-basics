      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: END-OF-DAY ROLL OF THE SHARED BUSINESS DATE.  EVERY
      *          PROGRAM IN THE SUITE TAKES "TODAY" FROM THE BUSDATE
      *          CONTROL FILE THROUGH BUSDATE-GET; THIS PROGRAM IS THE
      *          ONLY THING THAT MOVES IT.  IT STEPS THE CURRENT
      *          BUSINESS DATE FORWARD ONE CALENDAR DAY AT A TIME,
      *          SKIPPING WEEKENDS AND EVERY DATE ON THE HOLCAL
      *          HOLIDAY CALENDAR, THE SAME WALK DATE-BUSDAY USES FOR
      *          ITS NEXT-BUSINESS-DAY FIELD, AND REWRITES THE
      *          CONTROL RECORD WITH THE NEW DATE AND THE DAY IT
      *          ROLLED FROM.  BEFORE ROLLING IT SCANS THE SHARED
      *          RUN-CONTROL FILE: ANY PROGRAM WHOSE LATEST EVENT IS A
      *          START WITH NO END IS STILL RUNNING OR ABENDED
      *          MID-RUN, THE CYCLE IS INCOMPLETE, AND THE ROLL IS
      *          REFUSED WITH RETURN-CODE 8 AND THE OFFENDING PROGRAMS
      *          LISTED ON THE REPORT - ROLLING UNDER A HALF-FINISHED
      *          CYCLE WOULD STAMP THE REST OF IT WITH TOMORROW.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-ROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL SO THE FIRST ROLL EVER CREATES THE CONTROL FILE,
      *    ROLLING FORWARD FROM THE MACHINE DATE BUSDATE-GET RETURNS.
           SELECT OPTIONAL BUS-DATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLIDAY-FILE
               ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO AN EMPTY SUITE SIMPLY FINDS NO INCOMPLETE RUN.
           SELECT OPTIONAL RUN-CTL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROLL-RPT-FILE
               ASSIGN TO "DATEROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY BUSDTREC.

      ******************************************************************
      * ONE HOLIDAY RECORD PER NON-WORKING DATE, THE LAYOUT CAL-MAINT
      * WRITES AND DATE-BUSDAY READS.
      ******************************************************************
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           02  HC-DATE                  PIC X(10).
           02  FILLER                   PIC X(01).
           02  HC-NAME                  PIC X(30).

       FD  RUN-CTL-FILE.
           COPY RUNCTLRC.

       FD  ROLL-RPT-FILE.
       01  ROLL-RPT-RECORD              PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-ROLL-RPT-LINE IS ONE REPORT LINE: A SECTION TAG AND THE
      * DETAIL TEXT, BUILT IN WORKING-STORAGE AND WRITTEN WITH
      * WRITE ... FROM AS USUAL.
      ******************************************************************
       01  WS-ROLL-RPT-LINE.
           02  RL-TAG                   PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  RL-DETAIL                PIC X(61).

       01  WS-SWITCHES.
           02  WS-HOL-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-HOLIDAYS              VALUE 'Y'.
           02  WS-RC-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-RUN-CTL               VALUE 'Y'.
           02  WS-HOLIDAY-SWITCH        PIC X(01) VALUE 'N'.
               88  DATE-IS-HOLIDAY              VALUE 'Y'.
           02  WS-INCOMPLETE-SWITCH     PIC X(01) VALUE 'N'.
               88  CYCLE-IS-INCOMPLETE          VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-EVENTS-SCANNED        PIC 9(06) VALUE ZERO.
           02  WS-PROGRAMS-OPEN         PIC 9(06) VALUE ZERO.
           02  WS-HOLIDAYS-LOADED       PIC 9(06) VALUE ZERO.
           02  WS-DAYS-SKIPPED          PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-PROGRAM-TABLE - ONE ENTRY PER PROGRAM NAME SEEN ON THE
      * RUN-CONTROL FILE, HOLDING ITS LATEST EVENT AND THE DATE AND
      * TIME OF THAT EVENT.  THE FILE IS APPEND-ONLY, SO THE LAST
      * RECORD SEEN FOR A PROGRAM IS ITS LATEST.  MORE PROGRAM NAMES
      * THAN THE TABLE HOLDS STOPS THE RUN - AN UNTRACKED PROGRAM
      * COULD HIDE AN INCOMPLETE RUN.
      ******************************************************************
       01  WS-PROGRAM-TABLE.
           02  WS-PG-ENTRY-COUNT        PIC 9(03) VALUE ZERO.
           02  WS-PG-SUB                PIC 9(03) VALUE ZERO.
           02  WS-PG-HIT-SUB            PIC 9(03) VALUE ZERO.
           02  WS-PG-ENTRY OCCURS 100 TIMES.
               03  WS-PG-PROGRAM        PIC X(20).
               03  WS-PG-EVENT          PIC X(05).
               03  WS-PG-RUN-DATE       PIC 9(08).
               03  WS-PG-RUN-TIME       PIC 9(06).

      ******************************************************************
      * WS-HOLIDAY-TABLE HOLDS THE WHOLE CALENDAR, LOADED UP FRONT,
      * WITH THE SAME BOUND CAL-MAINT AND DATE-BUSDAY PUT ON IT.
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
      * EXACTLY AS DATE-BUSDAY USES THEM: THE RESULT INDEX IN
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
      * WS-NEXT-DAY-FIELDS - THE CANDIDATE DATE STEPPED FORWARD UNTIL
      * IT LANDS ON A WORKING DAY, ITS DD/MM/YYYY TEXT FOR THE
      * CALENDAR LOOKUP, AND THE STEP BOUND THAT STOPS A CALENDAR
      * MISTAKENLY LISTING EVERY DAY FROM LOOPING FOREVER.
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
      * WS-ROLL-FIELDS - THE DATE BEING ROLLED FROM, THE DATE ROLLED
      * TO, AND THE MACHINE DATE AND TIME STAMPED ON THE NEW CONTROL
      * RECORD FOR THE AUDIT TRAIL.
      ******************************************************************
       01  WS-ROLL-FIELDS.
           02  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
           02  WS-FROM-DATE-X REDEFINES WS-FROM-DATE.
               03  WS-FROM-YEAR         PIC 9(04).
               03  WS-FROM-MONTH        PIC 9(02).
               03  WS-FROM-DAY          PIC 9(02).
           02  WS-FROM-TEXT             PIC X(10) VALUE SPACES.
           02  WS-TO-DATE               PIC 9(08) VALUE ZERO.
           02  WS-STAMP-DATE            PIC 9(08) VALUE ZERO.
           02  WS-STAMP-TIME            PIC 9(08) VALUE ZERO.
           02  WS-DATE-EDIT             PIC 9(08).
           02  WS-TIME-EDIT             PIC 9(06).

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE CURRENT BUSINESS DATE FROM
      * BUSDATE-GET - THE DATE THIS RUN ROLLS FROM.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG, AND THE
      * GATE CHECK ON CAL-MAINT'S LATEST RUN - THE ROLL TRUSTS THE
      * CALENDAR COMPLETELY, SO IT MUST HAVE BEEN MAINTAINED CLEAN.
      ******************************************************************
           COPY RUNCTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-FIND-NEXT-BUSDAY
               THRU 2000-FIND-NEXT-BUSDAY-EXIT.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           IF NOT NEXT-BUSDAY-FOUND
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - GATE ON THE CALENDAR, REFUSE THE ROLL WHILE
      * THE CYCLE IS INCOMPLETE, THEN LOAD THE HOLIDAY CALENDAR AND
      * FETCH THE BUSINESS DATE BEING ROLLED FROM.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'DATE-ROLL' TO RP-PROGRAM.
           MOVE 'CAL-MAINT' TO RP-PREDECESSOR.
           MOVE 'GATE' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
           IF RP-GATE-BLOCKED
               DISPLAY 'DATE-ROLL HELD - CAL-MAINT LATEST'
                   ' RUN NOT CLEAN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ROLL-RPT-FILE.

           PERFORM 1100-CHECK-CYCLE-COMPLETE
               THRU 1100-CHECK-CYCLE-COMPLETE-EXIT.
           IF CYCLE-IS-INCOMPLETE
               MOVE 'REFUSED' TO RL-TAG
               MOVE 'CYCLE INCOMPLETE - BUSINESS DATE NOT ROLLED'
                   TO RL-DETAIL
               WRITE ROLL-RPT-RECORD FROM WS-ROLL-RPT-LINE
               CLOSE ROLL-RPT-FILE
               DISPLAY 'DATE-ROLL HELD - CYCLE INCOMPLETE, PROGRAMS'
                   ' STILL OPEN : ' WS-PROGRAMS-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           OPEN INPUT HOLIDAY-FILE.
           PERFORM 1300-LOAD-ONE-HOLIDAY
               THRU 1300-LOAD-ONE-HOLIDAY-EXIT
               UNTIL END-OF-HOLIDAYS.
           CLOSE HOLIDAY-FILE.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-FROM-DATE.
           MOVE BP-BUSINESS-TEXT TO WS-FROM-TEXT.

           MOVE 'FROM'     TO RL-TAG.
           MOVE SPACES     TO RL-DETAIL.
           IF BP-FROM-MACHINE-DATE
               STRING 'BUSINESS DATE ' WS-FROM-TEXT
                      ' (NO CONTROL FILE - MACHINE DATE)'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
           ELSE
               STRING 'BUSINESS DATE ' WS-FROM-TEXT
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
           END-IF.
           WRITE ROLL-RPT-RECORD FROM WS-ROLL-RPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHECK-CYCLE-COMPLETE - WALK THE RUN-CONTROL FILE KEEPING
      * EACH PROGRAM'S LATEST EVENT, THEN REPORT EVERY PROGRAM WHOSE
      * LATEST EVENT IS A START.  THIS PROGRAM'S OWN RECORDS ARE
      * IGNORED - A PREVIOUS ROLL THAT ABENDED MUST NOT BLOCK ITS
      * OWN RERUN.
      ******************************************************************
       1100-CHECK-CYCLE-COMPLETE.
           OPEN INPUT RUN-CTL-FILE.
           PERFORM 1150-SCAN-ONE-EVENT
               THRU 1150-SCAN-ONE-EVENT-EXIT
               UNTIL END-OF-RUN-CTL.
           CLOSE RUN-CTL-FILE.

           PERFORM 1200-JUDGE-ONE-PROGRAM
               THRU 1200-JUDGE-ONE-PROGRAM-EXIT
               VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-ENTRY-COUNT.
       1100-CHECK-CYCLE-COMPLETE-EXIT.
           EXIT.

       1150-SCAN-ONE-EVENT.
           READ RUN-CTL-FILE
               AT END
                   MOVE 'Y' TO WS-RC-EOF-SWITCH
                   GO TO 1150-SCAN-ONE-EVENT-EXIT
           END-READ.

           ADD 1 TO WS-EVENTS-SCANNED.

           IF RC-PROGRAM = RP-PROGRAM
               GO TO 1150-SCAN-ONE-EVENT-EXIT
           END-IF.

           MOVE ZERO TO WS-PG-HIT-SUB.
           PERFORM 1160-MATCH-ONE-PROGRAM
               THRU 1160-MATCH-ONE-PROGRAM-EXIT
               VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-ENTRY-COUNT
                   OR WS-PG-HIT-SUB > ZERO.

           IF WS-PG-HIT-SUB = ZERO
               IF WS-PG-ENTRY-COUNT NOT < 100
                   DISPLAY 'DATE-ROLL PROGRAM TABLE FULL'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PG-ENTRY-COUNT
               MOVE WS-PG-ENTRY-COUNT TO WS-PG-HIT-SUB
               MOVE RC-PROGRAM TO WS-PG-PROGRAM(WS-PG-HIT-SUB)
           END-IF.

           MOVE RC-EVENT    TO WS-PG-EVENT(WS-PG-HIT-SUB).
           MOVE RC-RUN-DATE TO WS-PG-RUN-DATE(WS-PG-HIT-SUB).
           MOVE RC-RUN-TIME TO WS-PG-RUN-TIME(WS-PG-HIT-SUB).
       1150-SCAN-ONE-EVENT-EXIT.
           EXIT.

       1160-MATCH-ONE-PROGRAM.
           IF WS-PG-PROGRAM(WS-PG-SUB) = RC-PROGRAM
               MOVE WS-PG-SUB TO WS-PG-HIT-SUB
           END-IF.
       1160-MATCH-ONE-PROGRAM-EXIT.
           EXIT.

       1200-JUDGE-ONE-PROGRAM.
           IF WS-PG-EVENT(WS-PG-SUB) NOT = 'START'
               GO TO 1200-JUDGE-ONE-PROGRAM-EXIT
           END-IF.

           MOVE WS-PG-RUN-DATE(WS-PG-SUB) TO WS-DATE-EDIT.
           MOVE WS-PG-RUN-TIME(WS-PG-SUB) TO WS-TIME-EDIT.
           MOVE 'OPEN RUN' TO RL-TAG.
           MOVE SPACES     TO RL-DETAIL.
           STRING WS-PG-PROGRAM(WS-PG-SUB)
                  ' STARTED ' WS-DATE-EDIT ' ' WS-TIME-EDIT
                  ' NO END'
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE ROLL-RPT-RECORD FROM WS-ROLL-RPT-LINE.

           MOVE 'Y' TO WS-INCOMPLETE-SWITCH.
           ADD 1 TO WS-PROGRAMS-OPEN.
       1200-JUDGE-ONE-PROGRAM-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-ONE-HOLIDAY - READ ONE CALENDAR RECORD AND ADD ITS
      * DATE TO THE TABLE.  A FULL TABLE STOPS THE RUN RATHER THAN
      * SILENTLY ROLLING ONTO A NON-WORKING DATE.
      ******************************************************************
       1300-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-HOL-EOF-SWITCH
                   GO TO 1300-LOAD-ONE-HOLIDAY-EXIT
           END-READ.

           IF WS-HT-ENTRY-COUNT NOT < 200
               DISPLAY 'DATE-ROLL HOLIDAY TABLE FULL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-HT-ENTRY-COUNT.
           MOVE HC-DATE TO WS-HT-DATE(WS-HT-ENTRY-COUNT).
           ADD 1 TO WS-HOLIDAYS-LOADED.
       1300-LOAD-ONE-HOLIDAY-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FIND-NEXT-BUSDAY - STEP THE BUSINESS DATE FORWARD ONE DAY
      * AT A TIME UNTIL IT LANDS ON A DAY THAT IS NEITHER A WEEKEND
      * NOR ON THE CALENDAR, REPORTING EACH DAY SKIPPED.  THE WALK IS
      * BOUNDED THE SAME WAY AS DATE-BUSDAY'S; A CALENDAR THAT YIELDS
      * NO WORKING DAY WITHIN THE BOUND LEAVES THE DATE UNROLLED.
      ******************************************************************
       2000-FIND-NEXT-BUSDAY.
           MOVE WS-FROM-DAY   TO WS-ND-DAY.
           MOVE WS-FROM-MONTH TO WS-ND-MONTH.
           MOVE WS-FROM-YEAR  TO WS-ND-YEAR.
           MOVE ZERO TO WS-ND-STEPS.
           MOVE 'N'  TO WS-ND-DONE-SWITCH.

           PERFORM 2050-STEP-AND-TEST-ONE-DAY
               THRU 2050-STEP-AND-TEST-ONE-DAY-EXIT
               UNTIL NEXT-BUSDAY-FOUND
                   OR WS-ND-STEPS > 30.

           IF NOT NEXT-BUSDAY-FOUND
               MOVE 'REFUSED'  TO RL-TAG
               MOVE 'NO WORKING DAY WITHIN 30 DAYS - CHECK HOLCAL'
                   TO RL-DETAIL
               WRITE ROLL-RPT-RECORD FROM WS-ROLL-RPT-LINE
               GO TO 2000-FIND-NEXT-BUSDAY-EXIT
           END-IF.

           COMPUTE WS-TO-DATE =
               (WS-ND-YEAR * 10000) + (WS-ND-MONTH * 100) + WS-ND-DAY.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.

           OPEN OUTPUT BUS-DATE-FILE.
           MOVE SPACES        TO BUS-DATE-RECORD.
           MOVE WS-TO-DATE    TO BD-BUSINESS-DATE.
           MOVE WS-FROM-DATE  TO BD-PRIOR-DATE.
           MOVE WS-STAMP-DATE TO BD-ROLLED-DATE.
           MOVE WS-STAMP-TIME(1:6) TO BD-ROLLED-TIME.
           WRITE BUS-DATE-RECORD.
           CLOSE BUS-DATE-FILE.

           MOVE 'ROLLED'   TO RL-TAG.
           MOVE SPACES     TO RL-DETAIL.
           STRING 'BUSINESS DATE ' WS-FROM-TEXT
                  ' TO ' WS-ND-DATE-TEXT
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE ROLL-RPT-RECORD FROM WS-ROLL-RPT-LINE.
       2000-FIND-NEXT-BUSDAY-EXIT.
           EXIT.

      ******************************************************************
      * 2050-STEP-AND-TEST-ONE-DAY - ADVANCE THE CANDIDATE DATE BY ONE
      * CALENDAR DAY (FEBRUARY CORRECTED FOR LEAP YEARS), REBUILD ITS
      * DD/MM/YYYY TEXT AND ITS DAY OF WEEK, AND MARK THE WALK DONE
      * WHEN IT LANDS ON A WORKING DAY.  A DAY PASSED OVER IS LOGGED
      * WITH THE REASON, SO THE REPORT SHOWS WHY A ROLL SPANNED A
      * LONG WEEKEND.
      ******************************************************************
       2050-STEP-AND-TEST-ONE-DAY.
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
           PERFORM 2100-COMPUTE-DAY-OF-WEEK
               THRU 2100-COMPUTE-DAY-OF-WEEK-EXIT.

           PERFORM 2200-CHECK-CALENDAR
               THRU 2200-CHECK-CALENDAR-EXIT.

           EVALUATE TRUE
               WHEN DATE-IS-HOLIDAY
                   MOVE 'SKIPPED'  TO RL-TAG
                   MOVE SPACES     TO RL-DETAIL
                   STRING WS-ND-DATE-TEXT ' HOLIDAY'
                       DELIMITED BY SIZE
                       INTO RL-DETAIL
                   WRITE ROLL-RPT-RECORD FROM WS-ROLL-RPT-LINE
                   ADD 1 TO WS-DAYS-SKIPPED
               WHEN WS-ZL-INDEX = 1 OR WS-ZL-INDEX = 2
                   MOVE 'SKIPPED'  TO RL-TAG
                   MOVE SPACES     TO RL-DETAIL
                   STRING WS-ND-DATE-TEXT ' WEEKEND'
                       DELIMITED BY SIZE
                       INTO RL-DETAIL
                   WRITE ROLL-RPT-RECORD FROM WS-ROLL-RPT-LINE
                   ADD 1 TO WS-DAYS-SKIPPED
               WHEN OTHER
                   MOVE 'Y' TO WS-ND-DONE-SWITCH
           END-EVALUATE.
       2050-STEP-AND-TEST-ONE-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE DATE IN
      * WS-ZL-DAY/MONTH/YEAR, AS IN DATE-BUSDAY.  JANUARY AND
      * FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PREVIOUS YEAR; THE
      * REMAINDER MAPS 0=SATURDAY THROUGH 6=FRIDAY, RETURNED ONE-BASED
      * IN WS-ZL-INDEX.
      ******************************************************************
       2100-COMPUTE-DAY-OF-WEEK.
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
       2100-COMPUTE-DAY-OF-WEEK-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHECK-CALENDAR - SET THE HOLIDAY SWITCH IF THE DD/MM/YYYY
      * TEXT IN WS-ND-DATE-TEXT IS ON THE CALENDAR.
      ******************************************************************
       2200-CHECK-CALENDAR.
           MOVE 'N' TO WS-HOLIDAY-SWITCH.
           PERFORM 2250-MATCH-ONE-HOLIDAY
               THRU 2250-MATCH-ONE-HOLIDAY-EXIT
               VARYING WS-HT-SUB FROM 1 BY 1
               UNTIL WS-HT-SUB > WS-HT-ENTRY-COUNT
                   OR DATE-IS-HOLIDAY.
       2200-CHECK-CALENDAR-EXIT.
           EXIT.

       2250-MATCH-ONE-HOLIDAY.
           IF WS-HT-DATE(WS-HT-SUB) = WS-ND-DATE-TEXT
               MOVE 'Y' TO WS-HOLIDAY-SWITCH
           END-IF.
       2250-MATCH-ONE-HOLIDAY-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - CLOSE THE REPORT AND REPORT RUN TOTALS.  THE
      * END RECORD CARRIES FAILED WHEN NO WORKING DAY WAS FOUND.
      ******************************************************************
       3000-TERMINATE.
           CLOSE ROLL-RPT-FILE.

           DISPLAY 'DATE-ROLL EVENTS SCANNED  : ' WS-EVENTS-SCANNED.
           DISPLAY 'DATE-ROLL HOLIDAYS LOADED : ' WS-HOLIDAYS-LOADED.
           DISPLAY 'DATE-ROLL DAYS SKIPPED    : ' WS-DAYS-SKIPPED.
           DISPLAY 'DATE-ROLL ROLLED FROM     : ' WS-FROM-TEXT.
           IF NEXT-BUSDAY-FOUND
               DISPLAY 'DATE-ROLL ROLLED TO       : ' WS-ND-DATE-TEXT
           ELSE
               DISPLAY 'DATE-ROLL ROLLED TO       : NOT ROLLED'
           END-IF.

           MOVE 'END' TO RP-FUNCTION.
           IF NEXT-BUSDAY-FOUND
               MOVE 'CLEAN'  TO RP-STATUS
           ELSE
               MOVE 'FAILED' TO RP-STATUS
           END-IF.
           MOVE WS-EVENTS-SCANNED  TO RP-READ-COUNT.
           IF NEXT-BUSDAY-FOUND
               MOVE 1 TO RP-WRITTEN-COUNT
           ELSE
               MOVE ZERO TO RP-WRITTEN-COUNT
           END-IF.
           MOVE WS-DAYS-SKIPPED    TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM DATE-ROLL.
