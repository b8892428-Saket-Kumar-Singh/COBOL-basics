      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: RETENTION AND ARCHIVE HOUSEKEEPING FOR THE SUITE'S
      *          APPEND-ONLY CONTROL AND HISTORY FILES: THE SHARED
      *          RUN-CONTROL FILE (RUNCTL), THE DATE EXCEPTION
      *          HISTORY (EXCHIST) AND THE PROCESSED-BATCH REGISTRY
      *          (BATCHREG).  ALL THREE ONLY EVER GROW, AND RUNCTL-LOG
      *          AND REDEFINE-DISPATCH READ THEM FROM THE TOP EVERY
      *          NIGHT, SO THE BATCH WINDOW SLOWED A LITTLE EVERY
      *          WEEK AND THE REGISTRY WAS HEADING FOR THE END OF
      *          REDEFINE-DISPATCH'S IN-MEMORY TABLE.
      *
      *          THE RETAINPRM PARAMETER FILE GIVES THE DAYS TO KEEP
      *          FOR EACH FILE.  A RECORD DATED MORE THAN THAT MANY
      *          DAYS BEFORE THE BUSINESS DATE IS APPENDED TO THE
      *          FILE'S ARCHIVE (RUNCTLARC, EXCHISTARC, BATCHREGARC),
      *          STAMPED WITH THE BUSINESS DATE IT WAS ARCHIVED ON,
      *          AND THE LIVE FILE IS REWRITTEN WITH ONLY THE
      *          RETAINED RECORDS.  THE ARCHIVE IS CLOSED BEFORE THE
      *          LIVE FILE IS TOUCHED, SO NO RECORD IS EVER IN
      *          NEITHER.  A FILE WITH NO RETENTION ON RETAINPRM IS
      *          LEFT AS IT IS.  THE REPORT GIVES EACH FILE'S RECORD
      *          COUNT AND DATE RANGE BEFORE AND AFTER.
      *
      *          SAFEGUARDS:
      *          - NO RETENTION SHORTER THAN THE DUPLICATE-BATCH
      *            WINDOW IS ACCEPTED FOR ANY FILE (SEE
      *            WS-RT-DUP-WINDOW-DAYS); A BAD OR SHORT RETENTION
      *            REFUSES THE WHOLE RUN WITH NOTHING TOUCHED.
      *          - THE RUN IS REFUSED WHILE ANY PROGRAM'S LATEST
      *            RUN-CONTROL EVENT IS A START WITH NO END, THE SAME
      *            TEST DATE-ROLL MAKES - RUNCTL MUST NOT BE
      *            REWRITTEN UNDER A RUNNING CYCLE.
      *          - EACH PROGRAM'S LATEST RUN IS ALWAYS KEPT ON RUNCTL,
      *            HOWEVER OLD, SINCE A PREDECESSOR WITH NO RECORD AT
      *            ALL CLOSES RUNCTL-LOG'S GATE.
      *          - A RECORD WITH NO VALID DATE IS NEVER ARCHIVED.
      *
      *          RUN-CONTROL COUNTS: READ = RECORDS READ ACROSS THE
      *          THREE FILES, WRITTEN = RECORDS ARCHIVED, REJECTED =
      *          UNDATED RECORDS KEPT.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-ARCHIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAIN-PARM-FILE
               ASSIGN TO "RETAINPRM"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE LIVE FILES AND THEIR ARCHIVES ARE ALL OPTIONAL, SO A
      *    FILE NOT YET CREATED IS SIMPLY REPORTED EMPTY AND THE
      *    FIRST ARCHIVE OF EACH IS CREATED ON ITS FIRST USE.
           SELECT OPTIONAL RUN-CTL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL-ARC-FILE
               ASSIGN TO "RUNCTLARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXC-HIST-FILE
               ASSIGN TO "EXCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXC-HIST-ARC-FILE
               ASSIGN TO "EXCHISTARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BATCH-REG-FILE
               ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BATCH-REG-ARC-FILE
               ASSIGN TO "BATCHREGARC"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE RETAINED RECORDS OF THE FILE IN HAND ARE STAGED HERE
      *    UNTIL ITS ARCHIVE IS SAFELY CLOSED, THEN COPIED BACK.
           SELECT RETAIN-WORK-FILE
               ASSIGN TO "RETAINWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETAIN-RPT-FILE
               ASSIGN TO "RETAINRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ONE RETENTION PER RECORD: THE FILE IT APPLIES TO (RUNCTL,
      * EXCHIST OR BATCHREG) AND THE DAYS OF HISTORY TO KEEP LIVE, AS
      * FOUR DIGITS, ZERO-PADDED.
      ******************************************************************
       FD  RETAIN-PARM-FILE.
       01  RETAIN-PARM-RECORD.
           02  TP-FILE-NAME             PIC X(08).
           02  FILLER                   PIC X(01).
           02  TP-KEEP-DAYS             PIC X(04).
           02  TP-KEEP-DAYS-N REDEFINES TP-KEEP-DAYS
                                        PIC 9(04).

       FD  RUN-CTL-FILE.
           COPY RUNCTLRC.

      ******************************************************************
      * EVERY ARCHIVE RECORD IS THE BUSINESS DATE IT WAS ARCHIVED ON,
      * THEN THE LIVE RECORD EXACTLY AS IT WAS, SO EACH NIGHT'S
      * ARCHIVING CAN BE TOLD APART AND PUT BACK IF EVER NEEDED.
      ******************************************************************
       FD  RUN-CTL-ARC-FILE.
       01  RUN-CTL-ARC-RECORD.
           02  RA-ARCHIVE-DATE          PIC 9(08).
           02  FILLER                   PIC X(01).
           02  RA-RECORD                PIC X(70).

      ******************************************************************
      * ONE HISTORY ROW PER EXCEPTION, AS DATE-EXCHIST WRITES THEM:
      * RUN DATE, THEN THE ORIGINAL DATEEXC RECORD.
      ******************************************************************
       FD  EXC-HIST-FILE.
       01  EXC-HIST-RECORD.
           02  HI-RUN-DATE              PIC X(08).
           02  FILLER                   PIC X(68).

       FD  EXC-HIST-ARC-FILE.
       01  EXC-HIST-ARC-RECORD.
           02  XA-ARCHIVE-DATE          PIC 9(08).
           02  FILLER                   PIC X(01).
           02  XA-RECORD                PIC X(76).

      ******************************************************************
      * ONE REGISTRY RECORD PER PROCESSED BATCH, AS REDEFINE-DISPATCH
      * WRITES THEM: BATCH ID AND THE DD/MM/YYYY RUN DATE ITS HEADER
      * CARRIED, WHICH IS THE DATE THE RECORD IS AGED ON.
      ******************************************************************
       FD  BATCH-REG-FILE.
       01  BATCH-REG-RECORD.
           02  BG-BATCH-ID              PIC X(10).
           02  FILLER                   PIC X(01).
           02  BG-RUN-DATE.
               03  BG-RUN-DAY           PIC X(02).
               03  BG-RUN-SLASH-1       PIC X(01).
               03  BG-RUN-MONTH         PIC X(02).
               03  BG-RUN-SLASH-2       PIC X(01).
               03  BG-RUN-YEAR          PIC X(04).

       FD  BATCH-REG-ARC-FILE.
       01  BATCH-REG-ARC-RECORD.
           02  BA-ARCHIVE-DATE          PIC 9(08).
           02  FILLER                   PIC X(01).
           02  BA-RECORD                PIC X(21).

       FD  RETAIN-WORK-FILE.
       01  RETAIN-WORK-RECORD           PIC X(80).

       FD  RETAIN-RPT-FILE.
       01  RETAIN-RPT-RECORD            PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-RETAIN-RPT-LINE IS ONE REPORT LINE: A SECTION TAG AND THE
      * DETAIL TEXT, BUILT IN WORKING-STORAGE AND WRITTEN WITH
      * WRITE ... FROM AS USUAL.
      ******************************************************************
       01  WS-RETAIN-RPT-LINE.
           02  RL-TAG                   PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  RL-DETAIL                PIC X(61).

       01  WS-SWITCHES.
           02  WS-PARM-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-RETAIN-PARM           VALUE 'Y'.
           02  WS-RC-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-RUN-CTL               VALUE 'Y'.
           02  WS-IN-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-LIVE-FILE             VALUE 'Y'.
           02  WS-WK-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-RETAIN-WORK           VALUE 'Y'.
           02  WS-PARM-ERROR-SWITCH     PIC X(01) VALUE 'N'.
               88  PARM-ERROR-SEEN              VALUE 'Y'.
           02  WS-INCOMPLETE-SWITCH     PIC X(01) VALUE 'N'.
               88  CYCLE-IS-INCOMPLETE          VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-PARMS-READ            PIC 9(06) VALUE ZERO.
           02  WS-EVENTS-SCANNED        PIC 9(06) VALUE ZERO.
           02  WS-PROGRAMS-OPEN         PIC 9(06) VALUE ZERO.
           02  WS-FILES-PURGED          PIC 9(06) VALUE ZERO.
           02  WS-TOTAL-READ            PIC 9(06) VALUE ZERO.
           02  WS-TOTAL-ARCHIVED        PIC 9(06) VALUE ZERO.
           02  WS-TOTAL-RETAINED        PIC 9(06) VALUE ZERO.
           02  WS-TOTAL-UNDATED         PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-RETAIN-TABLE - ONE ENTRY PER FILE THIS PROGRAM LOOKS AFTER,
      * IN THE ORDER THEY ARE PROCESSED, WITH THE RETENTION RETAINPRM
      * SET FOR IT (IF ANY) AND THE ARCHIVE IT IS MOVED TO.
      *
      * WS-RT-DUP-WINDOW-DAYS IS THE DUPLICATE-BATCH WINDOW: A BRANCH
      * FEED CAN BE RESENT WELL AFTER THE FACT (A RECOVERED FILE, A
      * RERUN CYCLE), AND REDEFINE-DISPATCH CAN ONLY REPORT IT AS A
      * DUPLICATE WHILE ITS BATCH ID AND RUN DATE ARE STILL ON
      * BATCHREG.  NO FILE IS EVER PURGED CLOSER THAN THIS.
      ******************************************************************
       01  WS-RETAIN-TABLE.
           02  WS-RT-DUP-WINDOW-DAYS    PIC 9(04) VALUE 35.
           02  WS-RT-BUS-DAY-NUM        PIC 9(07) VALUE ZERO.
           02  WS-RT-SUB                PIC 9(02) VALUE ZERO.
           02  WS-RT-HIT-SUB            PIC 9(02) VALUE ZERO.
           02  WS-RT-ENTRY OCCURS 3 TIMES.
               03  WS-RT-FILE-NAME      PIC X(08).
               03  WS-RT-ARC-NAME       PIC X(11).
               03  WS-RT-KEEP-DAYS      PIC 9(04).
               03  WS-RT-SET-SWITCH     PIC X(01).
                   88  RETENTION-IS-SET         VALUE 'Y'.

      ******************************************************************
      * WS-PROGRAM-TABLE - ONE ENTRY PER PROGRAM NAME SEEN ON THE
      * RUN-CONTROL FILE: ITS LATEST EVENT, AND THE RECORD NUMBER ITS
      * LATEST RUN BEGINS AT (ITS LATEST START, OR ITS FIRST RECORD IF
      * IT HAS NO START).  EVERY RECORD FROM THAT POINT ON IS KEPT.
      * MORE PROGRAM NAMES THAN THE TABLE HOLDS STOPS THE RUN, AS IN
      * DATE-ROLL - AN UNTRACKED PROGRAM COULD LOSE ITS LATEST RUN.
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
               03  WS-PG-KEEP-FROM      PIC 9(06).

      ******************************************************************
      * WS-FILE-FIELDS - THE FIGURES FOR THE FILE IN HAND: RECORDS
      * READ, ARCHIVED AND RETAINED, UNDATED RECORDS KEPT, RUN-CONTROL
      * RECORDS KEPT ONLY AS A PROGRAM'S LATEST RUN, AND THE FIRST AND
      * LAST DATES BEFORE AND AFTER.  WS-FL-REC-NO NUMBERS THE
      * RECORDS AS THEY ARE READ, THE SAME WAY THE PROGRAM TABLE'S
      * KEEP-FROM POINTS WERE TAKEN.
      ******************************************************************
       01  WS-FILE-FIELDS.
           02  WS-FL-REC-NO             PIC 9(06) VALUE ZERO.
           02  WS-FL-BEFORE             PIC 9(06) VALUE ZERO.
           02  WS-FL-ARCHIVED           PIC 9(06) VALUE ZERO.
           02  WS-FL-AFTER              PIC 9(06) VALUE ZERO.
           02  WS-FL-UNDATED            PIC 9(06) VALUE ZERO.
           02  WS-FL-LATEST-RUN         PIC 9(06) VALUE ZERO.
           02  WS-FL-BEFORE-FIRST       PIC 9(08) VALUE ZERO.
           02  WS-FL-BEFORE-LAST        PIC 9(08) VALUE ZERO.
           02  WS-FL-AFTER-FIRST        PIC 9(08) VALUE ZERO.
           02  WS-FL-AFTER-LAST         PIC 9(08) VALUE ZERO.
           02  WS-FL-AGE-DAYS           PIC 9(07) VALUE ZERO.
           02  WS-FL-DATED-SWITCH       PIC X(01) VALUE 'N'.
               88  RECORD-IS-DATED              VALUE 'Y'.
           02  WS-FL-ARCHIVE-SWITCH     PIC X(01) VALUE 'N'.
               88  RECORD-TO-ARCHIVE            VALUE 'Y'.

      ******************************************************************
      * WS-DAY-NUM-FIELDS - WORK AREA FOR TURNING A YYYYMMDD DATE INTO
      * A CONTINUOUS DAY NUMBER (THE JULIAN DAY FORMULA DATE-EXCTREND
      * AND ACCT-DORMANT USE), SO A RECORD'S AGE IN DAYS IS A PLAIN
      * SUBTRACTION ACROSS MONTH AND YEAR ENDS.  EACH DIVISION IS
      * TAKEN INTO ITS OWN WHOLE-NUMBER FIELD SO NO FRACTION CARRIES
      * INTO THE SUM.
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
      * WS-EDIT-FIELDS - EDITED COUNTS AND THE DATE RANGE TEXT THE
      * REPORT LINES ARE BUILT FROM.
      ******************************************************************
       01  WS-EDIT-FIELDS.
           02  WS-ED-COUNT              PIC ZZZZZ9.
           02  WS-ED-DAYS               PIC ZZZ9.
           02  WS-ED-FIRST              PIC 9(08).
           02  WS-ED-LAST               PIC 9(08).
           02  WS-ED-DATE               PIC 9(08).
           02  WS-ED-TIME               PIC 9(06).
           02  WS-ED-RANGE              PIC X(30).

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE CURRENT BUSINESS DATE EVERY
      * RECORD'S AGE IS MEASURED BACK FROM, AND WHICH EVERY ARCHIVED
      * RECORD IS STAMPED WITH.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG.
      ******************************************************************
           COPY RUNCTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           MOVE 1 TO WS-RT-SUB.
           PERFORM 2000-RETAIN-RUNCTL
               THRU 2000-RETAIN-RUNCTL-EXIT.

           MOVE 2 TO WS-RT-SUB.
           PERFORM 2100-RETAIN-EXCHIST
               THRU 2100-RETAIN-EXCHIST-EXIT.

           MOVE 3 TO WS-RT-SUB.
           PERFORM 2200-RETAIN-BATCHREG
               THRU 2200-RETAIN-BATCHREG-EXIT.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - FETCH THE BUSINESS DATE, LOAD AND CHECK THE
      * RETENTIONS, AND REFUSE THE RUN WHILE THE CYCLE IS INCOMPLETE.
      * A REFUSED RUN TOUCHES NOTHING AND WRITES NO RUN-CONTROL
      * EVENTS, THE SAME AS A REFUSED DATE-ROLL.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'FILE-ARCHIVE' TO RP-PROGRAM.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-DN-DATE.
           PERFORM 2700-COMPUTE-DAY-NUM
               THRU 2700-COMPUTE-DAY-NUM-EXIT.
           MOVE WS-DN-DAY-NUM TO WS-RT-BUS-DAY-NUM.

           MOVE 'RUNCTL'      TO WS-RT-FILE-NAME(1).
           MOVE 'RUNCTLARC'   TO WS-RT-ARC-NAME(1).
           MOVE 'EXCHIST'     TO WS-RT-FILE-NAME(2).
           MOVE 'EXCHISTARC'  TO WS-RT-ARC-NAME(2).
           MOVE 'BATCHREG'    TO WS-RT-FILE-NAME(3).
           MOVE 'BATCHREGARC' TO WS-RT-ARC-NAME(3).
           MOVE ZERO TO WS-RT-KEEP-DAYS(1)
                        WS-RT-KEEP-DAYS(2)
                        WS-RT-KEEP-DAYS(3).
           MOVE 'N'  TO WS-RT-SET-SWITCH(1)
                        WS-RT-SET-SWITCH(2)
                        WS-RT-SET-SWITCH(3).

           OPEN OUTPUT RETAIN-RPT-FILE.

           MOVE 'DATE'  TO RL-TAG.
           MOVE SPACES  TO RL-DETAIL.
           MOVE WS-RT-DUP-WINDOW-DAYS TO WS-ED-DAYS.
           STRING 'BUSINESS DATE ' BP-BUSINESS-TEXT
                  '  DUPLICATE-BATCH WINDOW ' WS-ED-DAYS ' DAYS'
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE.

           OPEN INPUT RETAIN-PARM-FILE.
           PERFORM 1100-LOAD-ONE-PARM
               THRU 1100-LOAD-ONE-PARM-EXIT
               UNTIL END-OF-RETAIN-PARM.
           CLOSE RETAIN-PARM-FILE.

           IF PARM-ERROR-SEEN
               MOVE 'REFUSED' TO RL-TAG
               MOVE 'RETAINPRM IN ERROR - NO FILE ARCHIVED'
                   TO RL-DETAIL
               WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE
               CLOSE RETAIN-RPT-FILE
               DISPLAY 'FILE-ARCHIVE HELD - RETAINPRM IN ERROR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1300-CHECK-CYCLE-COMPLETE
               THRU 1300-CHECK-CYCLE-COMPLETE-EXIT.
           IF CYCLE-IS-INCOMPLETE
               MOVE 'REFUSED' TO RL-TAG
               MOVE 'CYCLE INCOMPLETE - NO FILE ARCHIVED'
                   TO RL-DETAIL
               WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE
               CLOSE RETAIN-RPT-FILE
               DISPLAY 'FILE-ARCHIVE HELD - CYCLE INCOMPLETE, PROGRAMS'
                   ' STILL OPEN : ' WS-PROGRAMS-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-ONE-PARM - READ ONE RETENTION AND SET IT AGAINST ITS
      * FILE.  AN UNKNOWN FILE, A FILE GIVEN TWICE, DAYS THAT ARE NOT
      * NUMERIC, OR DAYS INSIDE THE DUPLICATE-BATCH WINDOW ARE EACH
      * REPORTED AND REFUSE THE RUN - A GUESSED RETENTION COULD
      * ARCHIVE HISTORY THE SUITE STILL NEEDS.
      ******************************************************************
       1100-LOAD-ONE-PARM.
           READ RETAIN-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SWITCH
                   GO TO 1100-LOAD-ONE-PARM-EXIT
           END-READ.

           ADD 1 TO WS-PARMS-READ.

           MOVE ZERO TO WS-RT-HIT-SUB.
           PERFORM 1150-MATCH-ONE-FILE
               THRU 1150-MATCH-ONE-FILE-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > 3
                   OR WS-RT-HIT-SUB > ZERO.

           MOVE 'PARM ERR' TO RL-TAG.
           MOVE SPACES     TO RL-DETAIL.

           IF WS-RT-HIT-SUB = ZERO
               STRING TP-FILE-NAME ' IS NOT A FILE THIS JOB ARCHIVES'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
               GO TO 1100-LOAD-ONE-PARM-ERROR
           END-IF.

           IF RETENTION-IS-SET(WS-RT-HIT-SUB)
               STRING TP-FILE-NAME ' RETENTION GIVEN MORE THAN ONCE'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
               GO TO 1100-LOAD-ONE-PARM-ERROR
           END-IF.

           IF TP-KEEP-DAYS IS NOT NUMERIC
               STRING TP-FILE-NAME ' DAYS TO KEEP NOT NUMERIC: '
                      TP-KEEP-DAYS
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
               GO TO 1100-LOAD-ONE-PARM-ERROR
           END-IF.

           IF TP-KEEP-DAYS-N < WS-RT-DUP-WINDOW-DAYS
               STRING TP-FILE-NAME ' KEEP ' TP-KEEP-DAYS
                      ' DAYS IS INSIDE THE DUPLICATE-BATCH WINDOW'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
               GO TO 1100-LOAD-ONE-PARM-ERROR
           END-IF.

           MOVE TP-KEEP-DAYS-N TO WS-RT-KEEP-DAYS(WS-RT-HIT-SUB).
           MOVE 'Y'            TO WS-RT-SET-SWITCH(WS-RT-HIT-SUB).
           GO TO 1100-LOAD-ONE-PARM-EXIT.

       1100-LOAD-ONE-PARM-ERROR.
           WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE.
           MOVE 'Y' TO WS-PARM-ERROR-SWITCH.
       1100-LOAD-ONE-PARM-EXIT.
           EXIT.

       1150-MATCH-ONE-FILE.
           IF WS-RT-FILE-NAME(WS-RT-SUB) = TP-FILE-NAME
               MOVE WS-RT-SUB TO WS-RT-HIT-SUB
           END-IF.
       1150-MATCH-ONE-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CHECK-CYCLE-COMPLETE - WALK THE RUN-CONTROL FILE KEEPING
      * EACH PROGRAM'S LATEST EVENT AND WHERE ITS LATEST RUN BEGINS,
      * THEN REPORT EVERY PROGRAM WHOSE LATEST EVENT IS A START.  THIS
      * PROGRAM'S OWN RECORDS ARE IGNORED - A PREVIOUS RUN THAT
      * ABENDED MUST NOT BLOCK ITS OWN RERUN.
      ******************************************************************
       1300-CHECK-CYCLE-COMPLETE.
           OPEN INPUT RUN-CTL-FILE.
           PERFORM 1350-SCAN-ONE-EVENT
               THRU 1350-SCAN-ONE-EVENT-EXIT
               UNTIL END-OF-RUN-CTL.
           CLOSE RUN-CTL-FILE.

           PERFORM 1400-JUDGE-ONE-PROGRAM
               THRU 1400-JUDGE-ONE-PROGRAM-EXIT
               VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-ENTRY-COUNT.
       1300-CHECK-CYCLE-COMPLETE-EXIT.
           EXIT.

       1350-SCAN-ONE-EVENT.
           READ RUN-CTL-FILE
               AT END
                   MOVE 'Y' TO WS-RC-EOF-SWITCH
                   GO TO 1350-SCAN-ONE-EVENT-EXIT
           END-READ.

           ADD 1 TO WS-EVENTS-SCANNED.

           IF RC-PROGRAM = RP-PROGRAM
               GO TO 1350-SCAN-ONE-EVENT-EXIT
           END-IF.

           MOVE ZERO TO WS-PG-HIT-SUB.
           PERFORM 1360-MATCH-ONE-PROGRAM
               THRU 1360-MATCH-ONE-PROGRAM-EXIT
               VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-ENTRY-COUNT
                   OR WS-PG-HIT-SUB > ZERO.

           IF WS-PG-HIT-SUB = ZERO
               IF WS-PG-ENTRY-COUNT NOT < 100
                   DISPLAY 'FILE-ARCHIVE PROGRAM TABLE FULL'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PG-ENTRY-COUNT
               MOVE WS-PG-ENTRY-COUNT TO WS-PG-HIT-SUB
               MOVE RC-PROGRAM TO WS-PG-PROGRAM(WS-PG-HIT-SUB)
               MOVE WS-EVENTS-SCANNED
                   TO WS-PG-KEEP-FROM(WS-PG-HIT-SUB)
           END-IF.

           IF RC-EVENT-START
               MOVE WS-EVENTS-SCANNED
                   TO WS-PG-KEEP-FROM(WS-PG-HIT-SUB)
           END-IF.

           MOVE RC-EVENT    TO WS-PG-EVENT(WS-PG-HIT-SUB).
           MOVE RC-RUN-DATE TO WS-PG-RUN-DATE(WS-PG-HIT-SUB).
           MOVE RC-RUN-TIME TO WS-PG-RUN-TIME(WS-PG-HIT-SUB).
       1350-SCAN-ONE-EVENT-EXIT.
           EXIT.

       1360-MATCH-ONE-PROGRAM.
           IF WS-PG-PROGRAM(WS-PG-SUB) = RC-PROGRAM
               MOVE WS-PG-SUB TO WS-PG-HIT-SUB
           END-IF.
       1360-MATCH-ONE-PROGRAM-EXIT.
           EXIT.

       1400-JUDGE-ONE-PROGRAM.
           IF WS-PG-EVENT(WS-PG-SUB) NOT = 'START'
               GO TO 1400-JUDGE-ONE-PROGRAM-EXIT
           END-IF.

           MOVE WS-PG-RUN-DATE(WS-PG-SUB) TO WS-ED-DATE.
           MOVE WS-PG-RUN-TIME(WS-PG-SUB) TO WS-ED-TIME.
           MOVE 'OPEN RUN' TO RL-TAG.
           MOVE SPACES     TO RL-DETAIL.
           STRING WS-PG-PROGRAM(WS-PG-SUB)
                  ' STARTED ' WS-ED-DATE ' ' WS-ED-TIME
                  ' NO END'
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE.

           MOVE 'Y' TO WS-INCOMPLETE-SWITCH.
           ADD 1 TO WS-PROGRAMS-OPEN.
       1400-JUDGE-ONE-PROGRAM-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RETAIN-RUNCTL - SPLIT THE RUN-CONTROL FILE INTO ITS
      * ARCHIVE AND THE WORK FILE, THEN, IF ANYTHING WAS ARCHIVED,
      * REWRITE THE LIVE FILE FROM THE WORK FILE.  THIS PROGRAM'S OWN
      * START RECORD IS ON THE FILE BY NOW, DATED TODAY, SO IT IS
      * RETAINED LIKE ANY OTHER CURRENT RECORD.
      ******************************************************************
       2000-RETAIN-RUNCTL.
           IF NOT RETENTION-IS-SET(WS-RT-SUB)
               PERFORM 2650-REPORT-NOT-SET
                   THRU 2650-REPORT-NOT-SET-EXIT
               GO TO 2000-RETAIN-RUNCTL-EXIT
           END-IF.

           PERFORM 2500-START-FILE
               THRU 2500-START-FILE-EXIT.

           OPEN INPUT  RUN-CTL-FILE
           OPEN EXTEND RUN-CTL-ARC-FILE
           OPEN OUTPUT RETAIN-WORK-FILE.
           PERFORM 2010-SPLIT-ONE-RUNCTL
               THRU 2010-SPLIT-ONE-RUNCTL-EXIT
               UNTIL END-OF-LIVE-FILE.
           CLOSE RUN-CTL-FILE
                 RUN-CTL-ARC-FILE
                 RETAIN-WORK-FILE.

           IF WS-FL-ARCHIVED > ZERO
               OPEN INPUT  RETAIN-WORK-FILE
               OPEN OUTPUT RUN-CTL-FILE
               PERFORM 2020-COPY-BACK-ONE-RUNCTL
                   THRU 2020-COPY-BACK-ONE-RUNCTL-EXIT
                   UNTIL END-OF-RETAIN-WORK
               CLOSE RETAIN-WORK-FILE
                     RUN-CTL-FILE
           END-IF.

           PERFORM 2600-REPORT-FILE
               THRU 2600-REPORT-FILE-EXIT.
       2000-RETAIN-RUNCTL-EXIT.
           EXIT.

      ******************************************************************
      * 2010-SPLIT-ONE-RUNCTL - AGE ONE RUN-CONTROL RECORD.  ONE PAST
      * ITS RETENTION STILL STAYS IF IT BELONGS TO ITS PROGRAM'S
      * LATEST RUN.
      ******************************************************************
       2010-SPLIT-ONE-RUNCTL.
           READ RUN-CTL-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF-SWITCH
                   GO TO 2010-SPLIT-ONE-RUNCTL-EXIT
           END-READ.

           ADD 1 TO WS-FL-REC-NO.

           MOVE ZERO TO WS-DN-DATE.
           IF RC-RUN-DATE IS NUMERIC
               MOVE RC-RUN-DATE TO WS-DN-DATE
           END-IF.
           PERFORM 2510-AGE-RECORD
               THRU 2510-AGE-RECORD-EXIT.

           IF RECORD-TO-ARCHIVE
               MOVE ZERO TO WS-PG-HIT-SUB
               PERFORM 1360-MATCH-ONE-PROGRAM
                   THRU 1360-MATCH-ONE-PROGRAM-EXIT
                   VARYING WS-PG-SUB FROM 1 BY 1
                   UNTIL WS-PG-SUB > WS-PG-ENTRY-COUNT
                       OR WS-PG-HIT-SUB > ZERO
               IF WS-PG-HIT-SUB > ZERO
                   AND WS-FL-REC-NO NOT <
                       WS-PG-KEEP-FROM(WS-PG-HIT-SUB)
                   MOVE 'N' TO WS-FL-ARCHIVE-SWITCH
                   ADD 1 TO WS-FL-LATEST-RUN
               END-IF
           END-IF.

           IF RECORD-TO-ARCHIVE
               MOVE SPACES           TO RUN-CTL-ARC-RECORD
               MOVE BP-BUSINESS-DATE TO RA-ARCHIVE-DATE
               MOVE RUN-CTL-RECORD   TO RA-RECORD
               WRITE RUN-CTL-ARC-RECORD
               ADD 1 TO WS-FL-ARCHIVED
           ELSE
               WRITE RETAIN-WORK-RECORD FROM RUN-CTL-RECORD
               PERFORM 2520-COUNT-RETAINED
                   THRU 2520-COUNT-RETAINED-EXIT
           END-IF.
       2010-SPLIT-ONE-RUNCTL-EXIT.
           EXIT.

       2020-COPY-BACK-ONE-RUNCTL.
           READ RETAIN-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WK-EOF-SWITCH
                   GO TO 2020-COPY-BACK-ONE-RUNCTL-EXIT
           END-READ.

           WRITE RUN-CTL-RECORD FROM RETAIN-WORK-RECORD.
       2020-COPY-BACK-ONE-RUNCTL-EXIT.
           EXIT.

      ******************************************************************
      * 2100-RETAIN-EXCHIST - THE SAME SPLIT AND REWRITE FOR THE DATE
      * EXCEPTION HISTORY, AGED ON EACH ROW'S RUN DATE.
      ******************************************************************
       2100-RETAIN-EXCHIST.
           IF NOT RETENTION-IS-SET(WS-RT-SUB)
               PERFORM 2650-REPORT-NOT-SET
                   THRU 2650-REPORT-NOT-SET-EXIT
               GO TO 2100-RETAIN-EXCHIST-EXIT
           END-IF.

           PERFORM 2500-START-FILE
               THRU 2500-START-FILE-EXIT.

           OPEN INPUT  EXC-HIST-FILE
           OPEN EXTEND EXC-HIST-ARC-FILE
           OPEN OUTPUT RETAIN-WORK-FILE.
           PERFORM 2110-SPLIT-ONE-EXCHIST
               THRU 2110-SPLIT-ONE-EXCHIST-EXIT
               UNTIL END-OF-LIVE-FILE.
           CLOSE EXC-HIST-FILE
                 EXC-HIST-ARC-FILE
                 RETAIN-WORK-FILE.

           IF WS-FL-ARCHIVED > ZERO
               OPEN INPUT  RETAIN-WORK-FILE
               OPEN OUTPUT EXC-HIST-FILE
               PERFORM 2120-COPY-BACK-ONE-EXCHIST
                   THRU 2120-COPY-BACK-ONE-EXCHIST-EXIT
                   UNTIL END-OF-RETAIN-WORK
               CLOSE RETAIN-WORK-FILE
                     EXC-HIST-FILE
           END-IF.

           PERFORM 2600-REPORT-FILE
               THRU 2600-REPORT-FILE-EXIT.
       2100-RETAIN-EXCHIST-EXIT.
           EXIT.

       2110-SPLIT-ONE-EXCHIST.
           READ EXC-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF-SWITCH
                   GO TO 2110-SPLIT-ONE-EXCHIST-EXIT
           END-READ.

           ADD 1 TO WS-FL-REC-NO.

           MOVE ZERO TO WS-DN-DATE.
           IF HI-RUN-DATE IS NUMERIC
               MOVE HI-RUN-DATE TO WS-DN-DATE
           END-IF.
           PERFORM 2510-AGE-RECORD
               THRU 2510-AGE-RECORD-EXIT.

           IF RECORD-TO-ARCHIVE
               MOVE SPACES           TO EXC-HIST-ARC-RECORD
               MOVE BP-BUSINESS-DATE TO XA-ARCHIVE-DATE
               MOVE EXC-HIST-RECORD  TO XA-RECORD
               WRITE EXC-HIST-ARC-RECORD
               ADD 1 TO WS-FL-ARCHIVED
           ELSE
               WRITE RETAIN-WORK-RECORD FROM EXC-HIST-RECORD
               PERFORM 2520-COUNT-RETAINED
                   THRU 2520-COUNT-RETAINED-EXIT
           END-IF.
       2110-SPLIT-ONE-EXCHIST-EXIT.
           EXIT.

       2120-COPY-BACK-ONE-EXCHIST.
           READ RETAIN-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WK-EOF-SWITCH
                   GO TO 2120-COPY-BACK-ONE-EXCHIST-EXIT
           END-READ.

           WRITE EXC-HIST-RECORD FROM RETAIN-WORK-RECORD.
       2120-COPY-BACK-ONE-EXCHIST-EXIT.
           EXIT.

      ******************************************************************
      * 2200-RETAIN-BATCHREG - THE SAME SPLIT AND REWRITE FOR THE
      * PROCESSED-BATCH REGISTRY, AGED ON EACH BATCH'S HEADER RUN
      * DATE.  THE RETENTION FLOOR IN 1100-LOAD-ONE-PARM KEEPS EVERY
      * BATCH INSIDE THE DUPLICATE-BATCH WINDOW ON THE REGISTRY.
      ******************************************************************
       2200-RETAIN-BATCHREG.
           IF NOT RETENTION-IS-SET(WS-RT-SUB)
               PERFORM 2650-REPORT-NOT-SET
                   THRU 2650-REPORT-NOT-SET-EXIT
               GO TO 2200-RETAIN-BATCHREG-EXIT
           END-IF.

           PERFORM 2500-START-FILE
               THRU 2500-START-FILE-EXIT.

           OPEN INPUT  BATCH-REG-FILE
           OPEN EXTEND BATCH-REG-ARC-FILE
           OPEN OUTPUT RETAIN-WORK-FILE.
           PERFORM 2210-SPLIT-ONE-BATCHREG
               THRU 2210-SPLIT-ONE-BATCHREG-EXIT
               UNTIL END-OF-LIVE-FILE.
           CLOSE BATCH-REG-FILE
                 BATCH-REG-ARC-FILE
                 RETAIN-WORK-FILE.

           IF WS-FL-ARCHIVED > ZERO
               OPEN INPUT  RETAIN-WORK-FILE
               OPEN OUTPUT BATCH-REG-FILE
               PERFORM 2220-COPY-BACK-ONE-BATCHREG
                   THRU 2220-COPY-BACK-ONE-BATCHREG-EXIT
                   UNTIL END-OF-RETAIN-WORK
               CLOSE RETAIN-WORK-FILE
                     BATCH-REG-FILE
           END-IF.

           PERFORM 2600-REPORT-FILE
               THRU 2600-REPORT-FILE-EXIT.
       2200-RETAIN-BATCHREG-EXIT.
           EXIT.

      ******************************************************************
      * 2210-SPLIT-ONE-BATCHREG - THE REGISTRY CARRIES ITS RUN DATE AS
      * DD/MM/YYYY TEXT; IT IS TURNED INTO YYYYMMDD BEFORE AGEING.
      ******************************************************************
       2210-SPLIT-ONE-BATCHREG.
           READ BATCH-REG-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF-SWITCH
                   GO TO 2210-SPLIT-ONE-BATCHREG-EXIT
           END-READ.

           ADD 1 TO WS-FL-REC-NO.

           MOVE ZERO TO WS-DN-DATE.
           IF BG-RUN-DAY   IS NUMERIC
               AND BG-RUN-MONTH IS NUMERIC
               AND BG-RUN-YEAR  IS NUMERIC
               AND BG-RUN-SLASH-1 = '/'
               AND BG-RUN-SLASH-2 = '/'
               MOVE BG-RUN-YEAR  TO WS-DN-YEAR
               MOVE BG-RUN-MONTH TO WS-DN-MONTH
               MOVE BG-RUN-DAY   TO WS-DN-DAY
           END-IF.
           PERFORM 2510-AGE-RECORD
               THRU 2510-AGE-RECORD-EXIT.

           IF RECORD-TO-ARCHIVE
               MOVE SPACES           TO BATCH-REG-ARC-RECORD
               MOVE BP-BUSINESS-DATE TO BA-ARCHIVE-DATE
               MOVE BATCH-REG-RECORD TO BA-RECORD
               WRITE BATCH-REG-ARC-RECORD
               ADD 1 TO WS-FL-ARCHIVED
           ELSE
               WRITE RETAIN-WORK-RECORD FROM BATCH-REG-RECORD
               PERFORM 2520-COUNT-RETAINED
                   THRU 2520-COUNT-RETAINED-EXIT
           END-IF.
       2210-SPLIT-ONE-BATCHREG-EXIT.
           EXIT.

       2220-COPY-BACK-ONE-BATCHREG.
           READ RETAIN-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WK-EOF-SWITCH
                   GO TO 2220-COPY-BACK-ONE-BATCHREG-EXIT
           END-READ.

           WRITE BATCH-REG-RECORD FROM RETAIN-WORK-RECORD.
       2220-COPY-BACK-ONE-BATCHREG-EXIT.
           EXIT.

      ******************************************************************
      * 2500-START-FILE - CLEAR THE FIGURES AND SWITCHES BEFORE THE
      * NEXT FILE IS SPLIT.
      ******************************************************************
       2500-START-FILE.
           MOVE 'N'  TO WS-IN-EOF-SWITCH.
           MOVE 'N'  TO WS-WK-EOF-SWITCH.
           MOVE ZERO TO WS-FL-REC-NO
                        WS-FL-BEFORE
                        WS-FL-ARCHIVED
                        WS-FL-AFTER
                        WS-FL-UNDATED
                        WS-FL-LATEST-RUN
                        WS-FL-BEFORE-FIRST
                        WS-FL-BEFORE-LAST
                        WS-FL-AFTER-FIRST
                        WS-FL-AFTER-LAST.
       2500-START-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 2510-AGE-RECORD - THE RECORD'S DATE IS IN WS-DN-DATE (ZERO IF
      * IT HAD NONE).  A DATE THAT IS NOT A PLAUSIBLE YYYYMMDD IS
      * COUNTED AS UNDATED AND THE RECORD IS KEPT.  OTHERWISE THE
      * BEFORE RANGE IS WIDENED TO TAKE IT IN AND THE RECORD IS
      * MARKED FOR THE ARCHIVE WHEN IT IS OLDER THAN THE FILE'S
      * RETENTION.  A RECORD DATED AFTER THE BUSINESS DATE HAS AN AGE
      * OF ZERO.
      ******************************************************************
       2510-AGE-RECORD.
           MOVE 'N' TO WS-FL-ARCHIVE-SWITCH.
           MOVE 'N' TO WS-FL-DATED-SWITCH.
           ADD 1 TO WS-FL-BEFORE.

           IF WS-DN-YEAR = ZERO
               OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
               OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
               ADD 1 TO WS-FL-UNDATED
               GO TO 2510-AGE-RECORD-EXIT
           END-IF.

           MOVE 'Y' TO WS-FL-DATED-SWITCH.
           IF WS-FL-BEFORE-FIRST = ZERO
               OR WS-DN-DATE < WS-FL-BEFORE-FIRST
               MOVE WS-DN-DATE TO WS-FL-BEFORE-FIRST
           END-IF.
           IF WS-DN-DATE > WS-FL-BEFORE-LAST
               MOVE WS-DN-DATE TO WS-FL-BEFORE-LAST
           END-IF.

           PERFORM 2700-COMPUTE-DAY-NUM
               THRU 2700-COMPUTE-DAY-NUM-EXIT.
           IF WS-DN-DAY-NUM < WS-RT-BUS-DAY-NUM
               COMPUTE WS-FL-AGE-DAYS =
                   WS-RT-BUS-DAY-NUM - WS-DN-DAY-NUM
           ELSE
               MOVE ZERO TO WS-FL-AGE-DAYS
           END-IF.

           IF WS-FL-AGE-DAYS > WS-RT-KEEP-DAYS(WS-RT-SUB)
               MOVE 'Y' TO WS-FL-ARCHIVE-SWITCH
           END-IF.
       2510-AGE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2520-COUNT-RETAINED - COUNT A RECORD KEPT ON THE LIVE FILE AND
      * WIDEN THE AFTER RANGE TO TAKE IN ITS DATE.
      ******************************************************************
       2520-COUNT-RETAINED.
           ADD 1 TO WS-FL-AFTER.

           IF NOT RECORD-IS-DATED
               GO TO 2520-COUNT-RETAINED-EXIT
           END-IF.

           IF WS-FL-AFTER-FIRST = ZERO
               OR WS-DN-DATE < WS-FL-AFTER-FIRST
               MOVE WS-DN-DATE TO WS-FL-AFTER-FIRST
           END-IF.
           IF WS-DN-DATE > WS-FL-AFTER-LAST
               MOVE WS-DN-DATE TO WS-FL-AFTER-LAST
           END-IF.
       2520-COUNT-RETAINED-EXIT.
           EXIT.

      ******************************************************************
      * 2600-REPORT-FILE - WRITE THE FILE'S SECTION OF THE REPORT:
      * ITS RETENTION, THE COUNT AND DATE RANGE BEFORE, THE RECORDS
      * ARCHIVED, THE COUNT AND DATE RANGE AFTER, AND ANY RECORDS
      * KEPT PAST THEIR RETENTION, THEN ROLL ITS FIGURES INTO THE RUN
      * TOTALS.
      ******************************************************************
       2600-REPORT-FILE.
           MOVE 'FILE'   TO RL-TAG.
           MOVE SPACES   TO RL-DETAIL.
           MOVE WS-RT-KEEP-DAYS(WS-RT-SUB) TO WS-ED-DAYS.
           STRING WS-RT-FILE-NAME(WS-RT-SUB)
                  ' KEEP ' WS-ED-DAYS ' DAYS'
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE.

           MOVE WS-FL-BEFORE-FIRST TO WS-ED-FIRST.
           MOVE WS-FL-BEFORE-LAST  TO WS-ED-LAST.
           PERFORM 2610-BUILD-RANGE
               THRU 2610-BUILD-RANGE-EXIT.
           MOVE 'BEFORE'     TO RL-TAG.
           MOVE SPACES       TO RL-DETAIL.
           MOVE WS-FL-BEFORE TO WS-ED-COUNT.
           STRING WS-ED-COUNT ' RECORDS  ' WS-ED-RANGE
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE.

           MOVE 'ARCHIVED'     TO RL-TAG.
           MOVE SPACES         TO RL-DETAIL.
           MOVE WS-FL-ARCHIVED TO WS-ED-COUNT.
           STRING WS-ED-COUNT ' RECORDS  TO '
                  WS-RT-ARC-NAME(WS-RT-SUB)
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE.

           MOVE WS-FL-AFTER-FIRST TO WS-ED-FIRST.
           MOVE WS-FL-AFTER-LAST  TO WS-ED-LAST.
           PERFORM 2610-BUILD-RANGE
               THRU 2610-BUILD-RANGE-EXIT.
           MOVE 'AFTER'     TO RL-TAG.
           MOVE SPACES      TO RL-DETAIL.
           MOVE WS-FL-AFTER TO WS-ED-COUNT.
           STRING WS-ED-COUNT ' RECORDS  ' WS-ED-RANGE
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE.

           IF WS-FL-LATEST-RUN > ZERO
               MOVE 'KEPT'           TO RL-TAG
               MOVE SPACES           TO RL-DETAIL
               MOVE WS-FL-LATEST-RUN TO WS-ED-COUNT
               STRING WS-ED-COUNT ' OLDER RECORDS KEPT AS A'
                      ' PROGRAM''S LATEST RUN'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
               WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE
           END-IF.

           IF WS-FL-UNDATED > ZERO
               MOVE 'UNDATED'     TO RL-TAG
               MOVE SPACES        TO RL-DETAIL
               MOVE WS-FL-UNDATED TO WS-ED-COUNT
               STRING WS-ED-COUNT ' RECORDS WITH NO VALID DATE KEPT'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
               WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE
           END-IF.

           ADD WS-FL-BEFORE   TO WS-TOTAL-READ.
           ADD WS-FL-ARCHIVED TO WS-TOTAL-ARCHIVED.
           ADD WS-FL-AFTER    TO WS-TOTAL-RETAINED.
           ADD WS-FL-UNDATED  TO WS-TOTAL-UNDATED.
           IF WS-FL-ARCHIVED > ZERO
               ADD 1 TO WS-FILES-PURGED
           END-IF.
       2600-REPORT-FILE-EXIT.
           EXIT.

       2610-BUILD-RANGE.
           MOVE SPACES TO WS-ED-RANGE.
           IF WS-ED-FIRST = ZERO
               MOVE 'NO DATED RECORDS' TO WS-ED-RANGE
           ELSE
               STRING 'DATES ' WS-ED-FIRST ' TO ' WS-ED-LAST
                   DELIMITED BY SIZE
                   INTO WS-ED-RANGE
           END-IF.
       2610-BUILD-RANGE-EXIT.
           EXIT.

      ******************************************************************
      * 2650-REPORT-NOT-SET - A FILE WITH NO RETENTION ON RETAINPRM IS
      * LEFT EXACTLY AS IT IS, AND SAID SO ON THE REPORT.
      ******************************************************************
       2650-REPORT-NOT-SET.
           MOVE 'FILE'   TO RL-TAG.
           MOVE SPACES   TO RL-DETAIL.
           STRING WS-RT-FILE-NAME(WS-RT-SUB)
                  ' NO RETENTION ON RETAINPRM - NOT ARCHIVED'
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE.
       2650-REPORT-NOT-SET-EXIT.
           EXIT.

      ******************************************************************
      * 2700-COMPUTE-DAY-NUM - TURN WS-DN-DATE (YYYYMMDD) INTO ITS
      * CONTINUOUS DAY NUMBER IN WS-DN-DAY-NUM.
      ******************************************************************
       2700-COMPUTE-DAY-NUM.
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
       2700-COMPUTE-DAY-NUM-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - WRITE THE RUN TOTALS, CLOSE THE REPORT AND
      * RECORD THE END OF THE RUN.
      ******************************************************************
       3000-TERMINATE.
           MOVE 'TOTAL'           TO RL-TAG.
           MOVE SPACES            TO RL-DETAIL.
           MOVE WS-TOTAL-ARCHIVED TO WS-ED-COUNT.
           STRING WS-ED-COUNT ' RECORDS ARCHIVED'
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE RETAIN-RPT-RECORD FROM WS-RETAIN-RPT-LINE.

           CLOSE RETAIN-RPT-FILE.

           DISPLAY 'FILE-ARCHIVE RETENTIONS READ  : ' WS-PARMS-READ.
           DISPLAY 'FILE-ARCHIVE RECORDS READ     : ' WS-TOTAL-READ.
           DISPLAY 'FILE-ARCHIVE RECORDS ARCHIVED : '
               WS-TOTAL-ARCHIVED.
           DISPLAY 'FILE-ARCHIVE RECORDS RETAINED : '
               WS-TOTAL-RETAINED.
           DISPLAY 'FILE-ARCHIVE UNDATED KEPT     : ' WS-TOTAL-UNDATED.
           DISPLAY 'FILE-ARCHIVE FILES REWRITTEN  : ' WS-FILES-PURGED.

           MOVE 'END'   TO RP-FUNCTION.
           MOVE 'CLEAN' TO RP-STATUS.
           MOVE WS-TOTAL-READ     TO RP-READ-COUNT.
           MOVE WS-TOTAL-ARCHIVED TO RP-WRITTEN-COUNT.
           MOVE WS-TOTAL-UNDATED  TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM FILE-ARCHIVE.
