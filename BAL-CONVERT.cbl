      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: ONE-OFF CONVERSION OF THE INDEXED BALANCE MASTER TO
      *          THE 105-BYTE LAYOUT THAT CARRIES THE MONTH-TO-DATE
      *          FIGURES AND THE CUSTOMER-ACTIVITY DATE (SEE THE
      *          BALMST COPYBOOK).  THE 60-BYTE
      *          BALMST IN USE BEFORE THE MONTH-END CLOSE CANNOT BE
      *          READ THROUGH THE NEW COPYBOOK, SO BEFORE THE NEW
      *          BAL-UPDATE FIRST RUNS THE OLD FILE IS RENAMED
      *          BALMSTOLD AND THIS PROGRAM REBUILDS BALMST FROM IT:
      *          EVERY OLD FIELD IS COPIED AS IT STANDS, THE MONTH-
      *          OPENING BALANCE IS SET TO THE CLOSING BALANCE, BOTH
      *          MONTH-TO-DATE TOTALS TO ZERO, AND THE CUSTOMER-
      *          ACTIVITY DATE TO THE OLD LAST POSTING DATE - NO
      *          INTEREST HAD BEEN POSTED ON THE OLD LAYOUT, SO EVERY
      *          POSTING UP TO THEN WAS CUSTOMER ACTIVITY.
      *
      *          THE REBUILT FILE IS THEN REREAD SIDE BY SIDE WITH
      *          BALMSTOLD, AS ACCT-UTIL PROVES A RELOAD, AND EVERY
      *          RECORD MUST MATCH.  ANY DIFFERENCE ENDS THE JOB WITH
      *          RETURN-CODE 8 AND A FAILED END RECORD, AND BALMSTOLD
      *          IS KEPT UNTIL A CLEAN RUN HAS PROVED THE NEW FILE.
      *
      *          SCHEDULER CONVENTIONS: RUN ONCE, AFTER THE LAST
      *          BAL-UPDATE OF A MONTH AND BEFORE THE FIRST CYCLE OF
      *          THE NEXT, SO THE CLOSING BALANCE IT CARRIES INTO
      *          BM-MONTH-OPEN-BAL REALLY IS THE NEW MONTH'S OPENING
      *          AND THE ZERO MONTH-TO-DATE TOTALS COVER THE WHOLE
      *          MONTH BAL-MONTHEND FIRST CLOSES.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAL-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE PRE-CONVERSION BALANCE MASTER, RENAMED.  NOT OPTIONAL,
      *    SO A RUN WITHOUT IT STOPS BEFORE BALMST IS OPENED OUTPUT.
           SELECT OLD-BAL-FILE
               ASSIGN TO "BALMSTOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OB-ACCOUNT-NO.

           SELECT BAL-MASTER-FILE
               ASSIGN TO "BALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-ACCOUNT-NO.

           SELECT CONV-RPT-FILE
               ASSIGN TO "BALCNVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * THE BALANCE MASTER RECORD AS IT STOOD BEFORE THE MONTH-TO-DATE
      * FIELDS WERE ADDED.
      ******************************************************************
       FD  OLD-BAL-FILE.
       01  OLD-BAL-RECORD.
           02  OB-ACCOUNT-NO            PIC X(10).
           02  OB-OPENING-BAL           PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
           02  OB-MOVEMENT              PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
           02  OB-CLOSING-BAL           PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
           02  OB-LAST-POST-DATE        PIC 9(08).
           02  FILLER                   PIC X(03).

       FD  BAL-MASTER-FILE.
           COPY BALMST.

       FD  CONV-RPT-FILE.
       01  CONV-RPT-RECORD              PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-CONV-RPT-LINE IS ONE REPORT LINE: THE PHASE, THE KEY IT
      * CONCERNS AND THE VERDICT OR ERROR.
      ******************************************************************
       01  WS-CONV-RPT-LINE.
           02  RL-PHASE                 PIC X(07).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  RL-KEY                   PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  RL-DETAIL                PIC X(53).

       01  WS-SWITCHES.
           02  WS-OLD-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-OLD-MASTER            VALUE 'Y'.
           02  WS-MST-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-MASTER                VALUE 'Y'.
           02  WS-FAIL-SWITCH           PIC X(01) VALUE 'N'.
               88  CONVERSION-HAS-FAILED        VALUE 'Y'.
           02  WS-VERIFY-DONE-SWITCH    PIC X(01) VALUE 'N'.
               88  VERIFY-IS-DONE               VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-RECORDS-READ          PIC 9(06) VALUE ZERO.
           02  WS-RECORDS-CONVERTED     PIC 9(06) VALUE ZERO.
           02  WS-RECORDS-VERIFIED      PIC 9(06) VALUE ZERO.
           02  WS-VERIFY-ERRORS         PIC 9(06) VALUE ZERO.

       01  WS-COUNT-EDIT                PIC ZZZZZ9.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG.
      ******************************************************************
           COPY RUNCTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-CONVERT-MASTER
               THRU 2000-CONVERT-MASTER-EXIT.

           PERFORM 4500-VERIFY-CONVERSION
               THRU 4500-VERIFY-CONVERSION-EXIT.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           IF CONVERSION-HAS-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - WRITE THE START EVENT AND OPEN THE REPORT.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'BAL-CONVERT' TO RP-PROGRAM.
           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           OPEN OUTPUT CONV-RPT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONVERT-MASTER - COPY BALMSTOLD IN KEY ORDER INTO A NEW
      * BALMST, WRITING SEQUENTIALLY.  BALMSTOLD IS OPENED FIRST SO A
      * MISSING OLD FILE NEVER LEAVES BALMST EMPTIED.
      ******************************************************************
       2000-CONVERT-MASTER.
           OPEN INPUT  OLD-BAL-FILE
           OPEN OUTPUT BAL-MASTER-FILE

           PERFORM 2100-CONVERT-ONE-RECORD
               THRU 2100-CONVERT-ONE-RECORD-EXIT
               UNTIL END-OF-OLD-MASTER.

           CLOSE OLD-BAL-FILE
                 BAL-MASTER-FILE.

           MOVE WS-RECORDS-CONVERTED TO WS-COUNT-EDIT.
           MOVE 'CONVERT' TO RL-PHASE.
           MOVE SPACES    TO RL-KEY.
           MOVE SPACES    TO RL-DETAIL.
           STRING 'RECORDS CONVERTED=' WS-COUNT-EDIT
               DELIMITED BY SIZE
               INTO RL-DETAIL.
           WRITE CONV-RPT-RECORD FROM WS-CONV-RPT-LINE.
       2000-CONVERT-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CONVERT-ONE-RECORD - READ ONE OLD BALANCE RECORD, CARRY
      * ITS FIELDS ACROSS, OPEN THE MONTH AT THE CLOSING BALANCE WITH
      * NOTHING YET POSTED, AND WRITE IT TO THE NEW FILE.
      ******************************************************************
       2100-CONVERT-ONE-RECORD.
           READ OLD-BAL-FILE
               AT END
                   MOVE 'Y' TO WS-OLD-EOF-SWITCH
                   GO TO 2100-CONVERT-ONE-RECORD-EXIT
           END-READ.

           ADD 1 TO WS-RECORDS-READ.

           MOVE SPACES            TO BAL-MASTER-RECORD.
           MOVE OB-ACCOUNT-NO     TO BM-ACCOUNT-NO.
           MOVE OB-OPENING-BAL    TO BM-OPENING-BAL.
           MOVE OB-MOVEMENT       TO BM-MOVEMENT.
           MOVE OB-CLOSING-BAL    TO BM-CLOSING-BAL.
           MOVE OB-LAST-POST-DATE TO BM-LAST-POST-DATE.
           MOVE OB-CLOSING-BAL    TO BM-MONTH-OPEN-BAL.
           MOVE ZERO              TO BM-MTD-DEBITS.
           MOVE ZERO              TO BM-MTD-CREDITS.
           MOVE OB-LAST-POST-DATE TO BM-LAST-CUST-DATE.

           WRITE BAL-MASTER-RECORD
               INVALID KEY
                   MOVE 'CONVERT'     TO RL-PHASE
                   MOVE OB-ACCOUNT-NO TO RL-KEY
                   MOVE 'WRITE REJECTED BY INDEX' TO RL-DETAIL
                   PERFORM 2300-REPORT-VERIFY-ERROR
                       THRU 2300-REPORT-VERIFY-ERROR-EXIT
                   GO TO 2100-CONVERT-ONE-RECORD-EXIT
           END-WRITE.

           ADD 1 TO WS-RECORDS-CONVERTED.
       2100-CONVERT-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REPORT-VERIFY-ERROR - WRITE THE FINDING AND MARK THE RUN
      * FAILED.  RL-PHASE, RL-KEY AND RL-DETAIL ARE SET BY THE
      * CALLER.
      ******************************************************************
       2300-REPORT-VERIFY-ERROR.
           WRITE CONV-RPT-RECORD FROM WS-CONV-RPT-LINE.

           ADD 1 TO WS-VERIFY-ERRORS.
           MOVE 'Y' TO WS-FAIL-SWITCH.
       2300-REPORT-VERIFY-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 4500-VERIFY-CONVERSION - REREAD BALMSTOLD AND THE NEW BALMST
      * SIDE BY SIDE.  EVERY PAIR MUST MATCH AND BOTH FILES MUST END
      * TOGETHER - THAT IS THE PROOF THE CONVERSION IS COMPLETE.
      ******************************************************************
       4500-VERIFY-CONVERSION.
           MOVE 'N' TO WS-OLD-EOF-SWITCH.
           MOVE 'N' TO WS-MST-EOF-SWITCH.
           MOVE 'N' TO WS-VERIFY-DONE-SWITCH.

           OPEN INPUT OLD-BAL-FILE
           OPEN INPUT BAL-MASTER-FILE

           PERFORM 4600-COMPARE-ONE-PAIR
               THRU 4600-COMPARE-ONE-PAIR-EXIT
               UNTIL VERIFY-IS-DONE.

           CLOSE OLD-BAL-FILE
                 BAL-MASTER-FILE.

           MOVE WS-RECORDS-VERIFIED TO WS-COUNT-EDIT.
           MOVE 'VERIFY' TO RL-PHASE.
           MOVE SPACES   TO RL-KEY.
           MOVE SPACES   TO RL-DETAIL.
           IF CONVERSION-HAS-FAILED
               STRING 'RECORDS MATCHED=' WS-COUNT-EDIT
                      ' - CONVERSION NOT PROVED'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
           ELSE
               STRING 'RECORDS MATCHED=' WS-COUNT-EDIT
                      ' - CONVERSION PROVED'
                   DELIMITED BY SIZE
                   INTO RL-DETAIL
           END-IF.
           WRITE CONV-RPT-RECORD FROM WS-CONV-RPT-LINE.
       4500-VERIFY-CONVERSION-EXIT.
           EXIT.

      ******************************************************************
      * 4600-COMPARE-ONE-PAIR - THE NEW RECORD MUST CARRY THE OLD
      * RECORD'S FIELDS UNCHANGED, OPEN THE MONTH AT ITS CLOSING
      * BALANCE AND HAVE NOTHING YET POSTED TO THE MONTH.
      ******************************************************************
       4600-COMPARE-ONE-PAIR.
           READ OLD-BAL-FILE
               AT END
                   MOVE 'Y' TO WS-OLD-EOF-SWITCH
           END-READ.

           READ BAL-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-MST-EOF-SWITCH
           END-READ.

           IF END-OF-OLD-MASTER AND END-OF-MASTER
               MOVE 'Y' TO WS-VERIFY-DONE-SWITCH
               GO TO 4600-COMPARE-ONE-PAIR-EXIT
           END-IF.

           IF END-OF-OLD-MASTER OR END-OF-MASTER
               MOVE 'VERIFY' TO RL-PHASE
               MOVE SPACES   TO RL-KEY
               MOVE 'RECORD COUNTS DIFFER' TO RL-DETAIL
               PERFORM 2300-REPORT-VERIFY-ERROR
                   THRU 2300-REPORT-VERIFY-ERROR-EXIT
               MOVE 'Y' TO WS-VERIFY-DONE-SWITCH
               GO TO 4600-COMPARE-ONE-PAIR-EXIT
           END-IF.

           IF BM-ACCOUNT-NO     NOT = OB-ACCOUNT-NO
               OR BM-OPENING-BAL    NOT = OB-OPENING-BAL
               OR BM-MOVEMENT       NOT = OB-MOVEMENT
               OR BM-CLOSING-BAL    NOT = OB-CLOSING-BAL
               OR BM-LAST-POST-DATE NOT = OB-LAST-POST-DATE
               OR BM-MONTH-OPEN-BAL NOT = OB-CLOSING-BAL
               OR BM-MTD-DEBITS     NOT = ZERO
               OR BM-MTD-CREDITS    NOT = ZERO
               OR BM-LAST-CUST-DATE NOT = OB-LAST-POST-DATE
               MOVE 'VERIFY'      TO RL-PHASE
               MOVE OB-ACCOUNT-NO TO RL-KEY
               MOVE 'RECORDS DO NOT MATCH' TO RL-DETAIL
               PERFORM 2300-REPORT-VERIFY-ERROR
                   THRU 2300-REPORT-VERIFY-ERROR-EXIT
               GO TO 4600-COMPARE-ONE-PAIR-EXIT
           END-IF.

           ADD 1 TO WS-RECORDS-VERIFIED.
       4600-COMPARE-ONE-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - CLOSE THE REPORT AND REPORT RUN TOTALS.
      ******************************************************************
       3000-TERMINATE.
           CLOSE CONV-RPT-FILE.

           DISPLAY 'BAL-CONVERT RECORDS READ    : ' WS-RECORDS-READ.
           DISPLAY 'BAL-CONVERT CONVERTED       : '
               WS-RECORDS-CONVERTED.
           DISPLAY 'BAL-CONVERT VERIFIED        : '
               WS-RECORDS-VERIFIED.
           DISPLAY 'BAL-CONVERT VERIFY ERRORS   : '
               WS-VERIFY-ERRORS.

           MOVE 'END' TO RP-FUNCTION.
           IF CONVERSION-HAS-FAILED
               MOVE 'FAILED' TO RP-STATUS
           ELSE
               MOVE 'CLEAN'  TO RP-STATUS
           END-IF.
           MOVE WS-RECORDS-READ      TO RP-READ-COUNT.
           MOVE WS-RECORDS-VERIFIED  TO RP-WRITTEN-COUNT.
           MOVE WS-VERIFY-ERRORS     TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM BAL-CONVERT.
