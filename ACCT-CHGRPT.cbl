      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: DAILY ACCOUNT MASTER CHANGE REPORT.  ACCTMAINTRPT
      *          ONLY SAYS WHETHER EACH TRANSACTION WAS APPLIED OR
      *          REJECTED; THIS PROGRAM READS THE ACCTJRNL CHANGE
      *          JOURNAL ACCT-MAINT APPENDS TO AND LISTS EVERY CHANGE
      *          MADE TO ACCTMST ON ONE BUSINESS DATE - WHAT EACH
      *          ACCOUNT WAS BEFORE AND WHAT IT IS NOW - WITH A
      *          SUMMARY OF THE ADDS, RENAMES, CLOSES AND REOPENS.
      *
      *          THE DATE REPORTED IS THE CURRENT BUSINESS DATE, OR A
      *          YYYYMMDD DATE GIVEN AS A COMMAND-LINE TOKEN TO REPRINT
      *          AN EARLIER DAY.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CHGRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL SO A DAY BEFORE THE FIRST MAINTENANCE RUN HAS EVER
      *    WRITTEN THE JOURNAL REPORTS NO CHANGES.
           SELECT OPTIONAL ACCT-JRNL-FILE
               ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHG-RPT-FILE
               ASSIGN TO "ACCTCHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-JRNL-FILE.
           COPY ACCTJRNL.

       FD  CHG-RPT-FILE.
       01  CHG-RPT-RECORD               PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-CHG-RPT-LINE IS ONE IMAGE OF A CHANGED ACCOUNT.  EACH CHANGE
      * PRINTS A 'WAS' LINE WITH THE BEFORE IMAGE (NOT FOR AN ADD,
      * WHICH HAS NONE) AND A 'NOW' LINE WITH THE AFTER IMAGE.
      ******************************************************************
       01  WS-CHG-RPT-LINE.
           02  CL-TIME                  PIC X(06).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CL-ACTION                PIC X(06).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CL-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CL-LABEL                 PIC X(03).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CL-NAME                  PIC X(30).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CL-STATUS                PIC X(06).

       01  WS-CHG-RPT-TITLE.
           02  FILLER                   PIC X(31)
               VALUE 'ACCOUNT MASTER CHANGES FOR DATE'.
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  CT-REPORT-DATE           PIC X(10).

       01  WS-CHG-RPT-HEADING.
           02  FILLER                   PIC X(07) VALUE 'TIME'.
           02  FILLER                   PIC X(07) VALUE 'ACTION'.
           02  FILLER                   PIC X(15) VALUE 'ACCOUNT-NO'.
           02  FILLER                   PIC X(31) VALUE 'ACCOUNT NAME'.
           02  FILLER                   PIC X(06) VALUE 'STATUS'.

       01  WS-CHG-SUMM-LINE.
           02  SL-LABEL                 PIC X(20).
           02  SL-COUNT                 PIC ZZZZZ9.

       01  WS-COMMAND-LINE              PIC X(40) VALUE SPACES.
       01  WS-CL-TOKEN-1                PIC X(10) VALUE SPACES.

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  END-OF-ACCT-JRNL             VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-ENTRIES-READ          PIC 9(06) VALUE ZERO.
           02  WS-CHANGES-LISTED        PIC 9(06) VALUE ZERO.
           02  WS-ADDS-LISTED           PIC 9(06) VALUE ZERO.
           02  WS-RENAMES-LISTED        PIC 9(06) VALUE ZERO.
           02  WS-CLOSES-LISTED         PIC 9(06) VALUE ZERO.
           02  WS-REOPENS-LISTED        PIC 9(06) VALUE ZERO.
           02  WS-UNKNOWN-LISTED        PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-REPORT-DATE-FIELDS - THE DATE REPORTED AS YYYYMMDD TO MATCH
      * THE JOURNAL, AND SPLIT FOR THE DD/MM/YYYY TEXT IN THE TITLE.
      ******************************************************************
       01  WS-REPORT-DATE-FIELDS.
           02  WS-REPORT-DATE           PIC 9(08) VALUE ZERO.
           02  WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE.
               03  WS-REPORT-YEAR       PIC X(04).
               03  WS-REPORT-MONTH      PIC X(02).
               03  WS-REPORT-DAY        PIC X(02).

       01  WS-STATUS-CODE               PIC X(01) VALUE SPACE.

      ******************************************************************
      * BUSDATE-PARMS RETURNS THE BUSINESS DATE REPORTED WHEN NO DATE
      * IS GIVEN ON THE COMMAND LINE.
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

           PERFORM 2000-REPORT-ONE-ENTRY
               THRU 2000-REPORT-ONE-ENTRY-EXIT
               UNTIL END-OF-ACCT-JRNL.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - TAKE THE DATE TO REPORT, OPEN THE FILES,
      * WRITE THE HEADINGS AND PRIME THE FIRST READ.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'ACCT-CHGRPT' TO RP-PROGRAM.
           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-REPORT-DATE.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-CL-TOKEN-1.

           IF WS-CL-TOKEN-1(1:8) IS NUMERIC
               AND WS-CL-TOKEN-1(9:2) = SPACES
               MOVE WS-CL-TOKEN-1(1:8) TO WS-REPORT-DATE
           END-IF.

           OPEN INPUT  ACCT-JRNL-FILE
           OPEN OUTPUT CHG-RPT-FILE

           MOVE SPACES TO CT-REPORT-DATE.
           STRING WS-REPORT-DAY '/' WS-REPORT-MONTH '/' WS-REPORT-YEAR
               DELIMITED BY SIZE
               INTO CT-REPORT-DATE.
           WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-TITLE.
           WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-HEADING.

           PERFORM 2900-READ-ACCT-JRNL
               THRU 2900-READ-ACCT-JRNL-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REPORT-ONE-ENTRY - LIST A JOURNAL ENTRY FOR THE REPORT
      * DATE AND COUNT IT UNDER ITS KIND OF CHANGE.  ENTRIES FOR OTHER
      * DATES ARE PASSED OVER.
      ******************************************************************
       2000-REPORT-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ.

           IF AJ-CHANGE-DATE NOT = WS-REPORT-DATE
               GO TO 2000-REPORT-ONE-ENTRY-NEXT
           END-IF.

           ADD 1 TO WS-CHANGES-LISTED.

           EVALUATE TRUE
               WHEN AJ-IS-ADD
                   MOVE 'ADD'    TO CL-ACTION
                   ADD 1 TO WS-ADDS-LISTED
               WHEN AJ-IS-CHANGE
                   MOVE 'RENAME' TO CL-ACTION
                   ADD 1 TO WS-RENAMES-LISTED
               WHEN AJ-IS-CLOSE
                   MOVE 'CLOSE'  TO CL-ACTION
                   ADD 1 TO WS-CLOSES-LISTED
               WHEN AJ-IS-REOPEN
                   MOVE 'REOPEN' TO CL-ACTION
                   ADD 1 TO WS-REOPENS-LISTED
               WHEN OTHER
                   MOVE 'OTHER'  TO CL-ACTION
                   ADD 1 TO WS-UNKNOWN-LISTED
           END-EVALUATE.

           MOVE AJ-CHANGE-TIME TO CL-TIME.
           MOVE AJ-ACCOUNT-NO  TO CL-ACCOUNT-NO.

           IF NOT AJ-IS-ADD
               MOVE 'WAS'            TO CL-LABEL
               MOVE AJ-BEFORE-NAME   TO CL-NAME
               MOVE AJ-BEFORE-STATUS TO WS-STATUS-CODE
               PERFORM 2100-NAME-STATUS
                   THRU 2100-NAME-STATUS-EXIT
               WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-LINE
               MOVE SPACES           TO CL-TIME
                                        CL-ACTION
                                        CL-ACCOUNT-NO
           END-IF.

           MOVE 'NOW'           TO CL-LABEL.
           MOVE AJ-AFTER-NAME   TO CL-NAME.
           MOVE AJ-AFTER-STATUS TO WS-STATUS-CODE.
           PERFORM 2100-NAME-STATUS
               THRU 2100-NAME-STATUS-EXIT.
           WRITE CHG-RPT-RECORD FROM WS-CHG-RPT-LINE.

       2000-REPORT-ONE-ENTRY-NEXT.
           PERFORM 2900-READ-ACCT-JRNL
               THRU 2900-READ-ACCT-JRNL-EXIT.
       2000-REPORT-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2100-NAME-STATUS - SPELL OUT THE ACCOUNT STATUS CODE IN
      * WS-STATUS-CODE FOR THE REPORT LINE.
      ******************************************************************
       2100-NAME-STATUS.
           EVALUATE WS-STATUS-CODE
               WHEN 'O'
                   MOVE 'OPEN'   TO CL-STATUS
               WHEN 'C'
                   MOVE 'CLOSED' TO CL-STATUS
               WHEN OTHER
                   MOVE WS-STATUS-CODE TO CL-STATUS
           END-EVALUATE.
       2100-NAME-STATUS-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-ACCT-JRNL - READ THE NEXT CHANGE JOURNAL ENTRY.
      ******************************************************************
       2900-READ-ACCT-JRNL.
           READ ACCT-JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2900-READ-ACCT-JRNL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - WRITE THE SUMMARY OF CHANGES BY KIND, CLOSE
      * THE FILES AND REPORT RUN TOTALS.
      ******************************************************************
       3000-TERMINATE.
           MOVE SPACES TO CHG-RPT-RECORD.
           WRITE CHG-RPT-RECORD.

           MOVE 'ACCOUNTS ADDED'   TO SL-LABEL.
           MOVE WS-ADDS-LISTED     TO SL-COUNT.
           WRITE CHG-RPT-RECORD FROM WS-CHG-SUMM-LINE.

           MOVE 'ACCOUNTS RENAMED' TO SL-LABEL.
           MOVE WS-RENAMES-LISTED  TO SL-COUNT.
           WRITE CHG-RPT-RECORD FROM WS-CHG-SUMM-LINE.

           MOVE 'ACCOUNTS CLOSED'  TO SL-LABEL.
           MOVE WS-CLOSES-LISTED   TO SL-COUNT.
           WRITE CHG-RPT-RECORD FROM WS-CHG-SUMM-LINE.

           MOVE 'ACCOUNTS REOPENED' TO SL-LABEL.
           MOVE WS-REOPENS-LISTED  TO SL-COUNT.
           WRITE CHG-RPT-RECORD FROM WS-CHG-SUMM-LINE.

           IF WS-UNKNOWN-LISTED > ZERO
               MOVE 'UNKNOWN ACTIONS'  TO SL-LABEL
               MOVE WS-UNKNOWN-LISTED  TO SL-COUNT
               WRITE CHG-RPT-RECORD FROM WS-CHG-SUMM-LINE
           END-IF.

           MOVE 'TOTAL CHANGES'    TO SL-LABEL.
           MOVE WS-CHANGES-LISTED  TO SL-COUNT.
           WRITE CHG-RPT-RECORD FROM WS-CHG-SUMM-LINE.

           CLOSE ACCT-JRNL-FILE
                 CHG-RPT-FILE.

           DISPLAY 'ACCT-CHGRPT REPORT DATE     : ' WS-REPORT-DATE.
           DISPLAY 'ACCT-CHGRPT ENTRIES READ    : ' WS-ENTRIES-READ.
           DISPLAY 'ACCT-CHGRPT CHANGES LISTED  : ' WS-CHANGES-LISTED.

           MOVE 'END'   TO RP-FUNCTION.
           MOVE 'CLEAN' TO RP-STATUS.
           MOVE WS-ENTRIES-READ   TO RP-READ-COUNT.
           MOVE WS-CHANGES-LISTED TO RP-WRITTEN-COUNT.
           MOVE ZERO              TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM ACCT-CHGRPT.
