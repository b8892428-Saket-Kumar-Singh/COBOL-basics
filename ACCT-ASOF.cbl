      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: "AS-OF" LISTING OF THE ACCOUNT MASTER.  AUDITORS ASK
      *          WHAT AN ACCOUNT WAS CALLED, AND WHETHER IT WAS OPEN,
      *          ON A PAST DATE.  THIS PROGRAM REBUILDS ACCTMST AS IT
      *          STOOD AT THE END OF A GIVEN BUSINESS DATE FROM THE
      *          ACCTJRNL CHANGE JOURNAL ACCT-MAINT APPENDS TO.
      *
      *          IT WORKS BACKWARDS FROM THE CURRENT MASTER: THE
      *          BEFORE IMAGE OF AN ACCOUNT'S FIRST JOURNALLED CHANGE
      *          AFTER THE AS-OF DATE IS WHAT THE ACCOUNT LOOKED LIKE
      *          ON THAT DATE, AND AN ACCOUNT WITH NO LATER CHANGE
      *          STILL LOOKS AS IT DOES NOW.  AN ACCOUNT WHOSE FIRST
      *          LATER CHANGE IS ITS ADD DID NOT EXIST YET AND IS NOT
      *          LISTED.  SO ONLY CHANGES AFTER THE AS-OF DATE NEED BE
      *          ON THE JOURNAL, AND ACCOUNTS SET UP BEFORE THE
      *          JOURNAL WAS STARTED ARE REBUILT AS WELL.
      *
      *          THE AS-OF DATE IS GIVEN AS A YYYYMMDD COMMAND-LINE
      *          TOKEN (DEFAULT THE CURRENT BUSINESS DATE), OPTIONALLY
      *          FOLLOWED BY ONE ACCOUNT NUMBER TO LIST JUST THAT
      *          ACCOUNT.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ASOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE
               ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NO.

      *    OPTIONAL SO A LISTING BEFORE THE FIRST MAINTENANCE RUN HAS
      *    EVER WRITTEN THE JOURNAL SIMPLY SHOWS THE MASTER AS IT IS.
           SELECT OPTIONAL ACCT-JRNL-FILE
               ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASOF-RPT-FILE
               ASSIGN TO "ACCTASOF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
           COPY ACCTMST.

       FD  ACCT-JRNL-FILE.
           COPY ACCTJRNL.

       FD  ASOF-RPT-FILE.
       01  ASOF-RPT-RECORD              PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-ASOF-RPT-LINE IS ONE ACCOUNT AS IT STOOD ON THE AS-OF DATE.
      * AL-NOTE GIVES THE DATE OF THE CHANGE THAT WAS UNDONE TO
      * REBUILD IT, OR SAYS IT IS UNCHANGED SINCE.
      ******************************************************************
       01  WS-ASOF-RPT-LINE.
           02  AL-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  AL-ACCOUNT-NAME          PIC X(30).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  AL-STATUS                PIC X(06).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  AL-NOTE                  PIC X(20).

       01  WS-ASOF-NOTE-CHANGED.
           02  FILLER                   PIC X(12)
               VALUE 'NEXT CHANGE '.
           02  AN-CHANGE-DATE           PIC 9(08).

       01  WS-ASOF-RPT-TITLE.
           02  FILLER                   PIC X(28)
               VALUE 'ACCOUNT MASTER AS AT END OF'.
           02  AT-ASOF-DATE             PIC 9(08).

       01  WS-ASOF-RPT-HEADING.
           02  FILLER                   PIC X(11) VALUE 'ACCOUNT-NO'.
           02  FILLER                   PIC X(31) VALUE 'ACCOUNT NAME'.
           02  FILLER                   PIC X(07) VALUE 'STATUS'.
           02  FILLER                   PIC X(04) VALUE 'NOTE'.

       01  WS-COMMAND-LINE              PIC X(40) VALUE SPACES.
       01  WS-CL-TOKEN-1                PIC X(10) VALUE SPACES.
       01  WS-CL-TOKEN-2                PIC X(10) VALUE SPACES.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  END-OF-ACCT-MASTER           VALUE 'Y'.
           02  WS-AJ-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-ACCT-JRNL             VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-JOURNAL-READ          PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-READ         PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-LISTED       PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-REBUILT      PIC 9(06) VALUE ZERO.
           02  WS-ACCOUNTS-NOT-YET      PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-ASOF-SELECTION - THE DATE TO REBUILD AND THE ONE ACCOUNT TO
      * LIST (SPACES LISTS THEM ALL).  WS-AS-STATUS-CODE IS THE AS-OF
      * STATUS BEING SPELLED OUT FOR THE REPORT.
      ******************************************************************
       01  WS-ASOF-SELECTION.
           02  WS-AS-ASOF-DATE          PIC 9(08) VALUE ZERO.
           02  WS-AS-ACCOUNT-NO         PIC X(10) VALUE SPACES.
           02  WS-AS-STATUS-CODE        PIC X(01) VALUE SPACE.

      ******************************************************************
      * WS-LATER-TABLE HOLDS, FOR EACH ACCOUNT CHANGED AFTER THE AS-OF
      * DATE, ITS FIRST SUCH CHANGE: THE DATE, THE ACTION AND THE
      * BEFORE IMAGE.  THE JOURNAL IS IN THE ORDER THE CHANGES WERE
      * MADE, SO THE FIRST ENTRY SEEN FOR AN ACCOUNT IS THE ONE KEPT.
      ******************************************************************
       01  WS-LATER-TABLE.
           02  WS-LC-ENTRY-COUNT        PIC 9(04) VALUE ZERO.
           02  WS-LC-SUB                PIC 9(04) VALUE ZERO.
           02  WS-LC-HIT-SUB            PIC 9(04) VALUE ZERO.
           02  WS-LC-SEARCH-KEY         PIC X(10) VALUE SPACES.
           02  WS-LC-ENTRY OCCURS 2000 TIMES.
               03  WS-LC-ACCOUNT-NO     PIC X(10).
               03  WS-LC-CHANGE-DATE    PIC 9(08).
               03  WS-LC-ACTION         PIC X(01).
               03  WS-LC-BEFORE-NAME    PIC X(30).
               03  WS-LC-BEFORE-STATUS  PIC X(01).

      ******************************************************************
      * BUSDATE-PARMS RETURNS THE BUSINESS DATE USED WHEN NO AS-OF
      * DATE IS GIVEN ON THE COMMAND LINE.
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

           PERFORM 2000-LIST-ONE-ACCOUNT
               THRU 2000-LIST-ONE-ACCOUNT-EXIT
               UNTIL END-OF-ACCT-MASTER.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - TAKE THE AS-OF DATE AND OPTIONAL ACCOUNT,
      * LOAD EVERY ACCOUNT'S FIRST CHANGE AFTER THAT DATE FROM THE
      * JOURNAL, OPEN THE MASTER AND REPORT, AND PRIME THE FIRST READ.
      ******************************************************************
       1000-INITIALIZE.
           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-AS-ASOF-DATE.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CL-TOKEN-1 WS-CL-TOKEN-2.

           IF WS-CL-TOKEN-1 NOT = SPACES
               IF WS-CL-TOKEN-1(1:8) IS NUMERIC
                   AND WS-CL-TOKEN-1(9:2) = SPACES
                   MOVE WS-CL-TOKEN-1(1:8) TO WS-AS-ASOF-DATE
               ELSE
                   DISPLAY 'ACCT-ASOF AS-OF DATE NOT YYYYMMDD: '
                       WS-CL-TOKEN-1
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-CL-TOKEN-2 TO WS-AS-ACCOUNT-NO.

           MOVE 'ACCT-ASOF' TO RP-PROGRAM.
           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           OPEN INPUT ACCT-JRNL-FILE.
           PERFORM 1100-LOAD-ONE-JRNL-ENTRY
               THRU 1100-LOAD-ONE-JRNL-ENTRY-EXIT
               UNTIL END-OF-ACCT-JRNL.
           CLOSE ACCT-JRNL-FILE.

           OPEN INPUT  ACCT-MASTER-FILE
           OPEN OUTPUT ASOF-RPT-FILE

           MOVE WS-AS-ASOF-DATE TO AT-ASOF-DATE.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-RPT-TITLE.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-RPT-HEADING.

           PERFORM 2900-READ-ACCT-MASTER
               THRU 2900-READ-ACCT-MASTER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-ONE-JRNL-ENTRY - KEEP A JOURNAL ENTRY DATED AFTER
      * THE AS-OF DATE IF IT IS THE FIRST ONE SEEN FOR ITS ACCOUNT.
      ******************************************************************
       1100-LOAD-ONE-JRNL-ENTRY.
           READ ACCT-JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-AJ-EOF-SWITCH
                   GO TO 1100-LOAD-ONE-JRNL-ENTRY-EXIT
           END-READ.

           ADD 1 TO WS-JOURNAL-READ.

           IF AJ-CHANGE-DATE NOT > WS-AS-ASOF-DATE
               GO TO 1100-LOAD-ONE-JRNL-ENTRY-EXIT
           END-IF.

           IF WS-AS-ACCOUNT-NO NOT = SPACES
               AND AJ-ACCOUNT-NO NOT = WS-AS-ACCOUNT-NO
               GO TO 1100-LOAD-ONE-JRNL-ENTRY-EXIT
           END-IF.

           MOVE AJ-ACCOUNT-NO TO WS-LC-SEARCH-KEY.
           PERFORM 2400-FIND-LATER-CHANGE
               THRU 2400-FIND-LATER-CHANGE-EXIT.
           IF WS-LC-HIT-SUB > ZERO
               GO TO 1100-LOAD-ONE-JRNL-ENTRY-EXIT
           END-IF.

           IF WS-LC-ENTRY-COUNT NOT < 2000
               DISPLAY 'ACCT-ASOF LATER CHANGE TABLE FULL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-LC-ENTRY-COUNT.
           MOVE AJ-ACCOUNT-NO
               TO WS-LC-ACCOUNT-NO(WS-LC-ENTRY-COUNT).
           MOVE AJ-CHANGE-DATE
               TO WS-LC-CHANGE-DATE(WS-LC-ENTRY-COUNT).
           MOVE AJ-ACTION
               TO WS-LC-ACTION(WS-LC-ENTRY-COUNT).
           MOVE AJ-BEFORE-NAME
               TO WS-LC-BEFORE-NAME(WS-LC-ENTRY-COUNT).
           MOVE AJ-BEFORE-STATUS
               TO WS-LC-BEFORE-STATUS(WS-LC-ENTRY-COUNT).
       1100-LOAD-ONE-JRNL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LIST-ONE-ACCOUNT - LIST THE ACCOUNT AS IT STOOD ON THE
      * AS-OF DATE: THE BEFORE IMAGE OF ITS FIRST LATER CHANGE IF IT
      * HAS ONE, OTHERWISE THE MASTER RECORD AS IT IS NOW.  AN ACCOUNT
      * ADDED AFTER THE AS-OF DATE IS COUNTED BUT NOT LISTED.
      ******************************************************************
       2000-LIST-ONE-ACCOUNT.
           IF WS-AS-ACCOUNT-NO NOT = SPACES
               AND AM-ACCOUNT-NO NOT = WS-AS-ACCOUNT-NO
               GO TO 2000-LIST-ONE-ACCOUNT-NEXT
           END-IF.

           ADD 1 TO WS-ACCOUNTS-READ.

           MOVE AM-ACCOUNT-NO TO WS-LC-SEARCH-KEY.
           PERFORM 2400-FIND-LATER-CHANGE
               THRU 2400-FIND-LATER-CHANGE-EXIT.

           IF WS-LC-HIT-SUB = ZERO
               MOVE AM-ACCOUNT-NAME TO AL-ACCOUNT-NAME
               MOVE AM-STATUS       TO WS-AS-STATUS-CODE
               MOVE 'UNCHANGED SINCE' TO AL-NOTE
           ELSE
               IF WS-LC-ACTION(WS-LC-HIT-SUB) = 'A'
                   ADD 1 TO WS-ACCOUNTS-NOT-YET
                   GO TO 2000-LIST-ONE-ACCOUNT-NEXT
               END-IF
               MOVE WS-LC-BEFORE-NAME(WS-LC-HIT-SUB)
                   TO AL-ACCOUNT-NAME
               MOVE WS-LC-BEFORE-STATUS(WS-LC-HIT-SUB)
                   TO WS-AS-STATUS-CODE
               MOVE WS-LC-CHANGE-DATE(WS-LC-HIT-SUB)
                   TO AN-CHANGE-DATE
               MOVE WS-ASOF-NOTE-CHANGED TO AL-NOTE
               ADD 1 TO WS-ACCOUNTS-REBUILT
           END-IF.

           EVALUATE WS-AS-STATUS-CODE
               WHEN 'O'
                   MOVE 'OPEN'   TO AL-STATUS
               WHEN 'C'
                   MOVE 'CLOSED' TO AL-STATUS
               WHEN OTHER
                   MOVE WS-AS-STATUS-CODE TO AL-STATUS
           END-EVALUATE.

           MOVE AM-ACCOUNT-NO TO AL-ACCOUNT-NO.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-RPT-LINE.
           ADD 1 TO WS-ACCOUNTS-LISTED.

       2000-LIST-ONE-ACCOUNT-NEXT.
           PERFORM 2900-READ-ACCT-MASTER
               THRU 2900-READ-ACCT-MASTER-EXIT.
       2000-LIST-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2400-FIND-LATER-CHANGE - LOOK UP WS-LC-SEARCH-KEY IN THE LATER
      * CHANGE TABLE.  WS-LC-HIT-SUB IS ZERO IF IT IS NOT THERE.
      ******************************************************************
       2400-FIND-LATER-CHANGE.
           MOVE ZERO TO WS-LC-HIT-SUB.
           PERFORM 2450-MATCH-ONE-LATER-CHANGE
               THRU 2450-MATCH-ONE-LATER-CHANGE-EXIT
               VARYING WS-LC-SUB FROM 1 BY 1
               UNTIL WS-LC-SUB > WS-LC-ENTRY-COUNT
                   OR WS-LC-HIT-SUB > ZERO.
       2400-FIND-LATER-CHANGE-EXIT.
           EXIT.

       2450-MATCH-ONE-LATER-CHANGE.
           IF WS-LC-ACCOUNT-NO(WS-LC-SUB) = WS-LC-SEARCH-KEY
               MOVE WS-LC-SUB TO WS-LC-HIT-SUB
           END-IF.
       2450-MATCH-ONE-LATER-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-ACCT-MASTER - READ THE NEXT ACCOUNT IN KEY ORDER.
      ******************************************************************
       2900-READ-ACCT-MASTER.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2900-READ-ACCT-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - CLOSE THE FILES AND REPORT RUN TOTALS.
      ******************************************************************
       3000-TERMINATE.
           CLOSE ACCT-MASTER-FILE
                 ASOF-RPT-FILE.

           DISPLAY 'ACCT-ASOF AS-OF DATE        : ' WS-AS-ASOF-DATE.
           DISPLAY 'ACCT-ASOF JOURNAL READ      : ' WS-JOURNAL-READ.
           DISPLAY 'ACCT-ASOF ACCOUNTS READ     : ' WS-ACCOUNTS-READ.
           DISPLAY 'ACCT-ASOF ACCOUNTS LISTED   : '
               WS-ACCOUNTS-LISTED.
           DISPLAY 'ACCT-ASOF ACCOUNTS REBUILT  : '
               WS-ACCOUNTS-REBUILT.
           DISPLAY 'ACCT-ASOF NOT YET ADDED     : '
               WS-ACCOUNTS-NOT-YET.

           MOVE 'END'   TO RP-FUNCTION.
           MOVE 'CLEAN' TO RP-STATUS.
           MOVE WS-ACCOUNTS-READ   TO RP-READ-COUNT.
           MOVE WS-ACCOUNTS-LISTED TO RP-WRITTEN-COUNT.
           MOVE ZERO               TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM ACCT-ASOF.
