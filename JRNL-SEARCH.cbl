      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: POSTING JOURNAL SEARCH FOR THE OPS DESK AND FOR AUDIT
      *          REQUESTS.  WHEN A CUSTOMER DISPUTES AN ITEM THE DESK
      *          NEEDS TO PROVE WHETHER, WHEN AND FROM WHICH BATCH IT
      *          WAS POSTED, AND POSTSUMM ONLY HOLDS PER-ACCOUNT
      *          TOTALS.  THIS PROGRAM READS A FILE OF SEARCH
      *          REQUESTS AND, FOR EACH ONE, LISTS EVERY ENTRY ON THE
      *          POSTJRNL POSTING JOURNAL THAT REDEFINE-DISPATCH
      *          APPENDS TO, WITH A MATCH COUNT AND SIGNED NET.
      *
      *          A REQUEST MAY SELECT BY ACCOUNT, BY BATCH ID, BY A
      *          POSTING DATE RANGE (YYYYMMDD), BY AN AMOUNT RANGE, OR
      *          BY ANY COMBINATION - A BLANK FIELD DOES NOT FILTER,
      *          AND EVERY FIELD GIVEN MUST MATCH.  EITHER END OF A
      *          RANGE MAY BE LEFT BLANK TO LEAVE IT OPEN.  THE AMOUNT
      *          RANGE IS ON THE SIZE OF THE ITEM WHATEVER ITS SIGN,
      *          SO A DISPUTED 1,000.00 IS FOUND WHETHER IT WENT IN AS
      *          A DEBIT OR A CREDIT.  A REQUEST WITH NO CRITERIA OR A
      *          MALFORMED ONE IS ANSWERED WITH A REJECTED LINE
      *          RATHER THAN A LISTING OF THE WHOLE JOURNAL.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNL-SEARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-REQ-FILE
               ASSIGN TO "JRNLREQ"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO A SEARCH BEFORE THE FIRST DISPATCH RUN HAS
      *    EVER WRITTEN THE JOURNAL ANSWERS WITH NO MATCHES.
           SELECT OPTIONAL POST-JRNL-FILE
               ASSIGN TO "POSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JRNL-RPT-FILE
               ASSIGN TO "JRNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ONE SEARCH REQUEST PER RECORD.  THE DATES ARE YYYYMMDD AND
      * THE AMOUNTS ARE IN THE SAME 12-BYTE EXTERNAL FORM AS
      * MD-AMOUNT.  ANY FIELD LEFT BLANK DOES NOT FILTER.
      ******************************************************************
       FD  JRNL-REQ-FILE.
       01  JRNL-REQ-RECORD.
           02  JQ-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01).
           02  JQ-BATCH-ID              PIC X(10).
           02  FILLER                   PIC X(01).
           02  JQ-FROM-DATE             PIC X(08).
           02  JQ-FROM-DATE-N REDEFINES JQ-FROM-DATE
                                        PIC 9(08).
           02  FILLER                   PIC X(01).
           02  JQ-TO-DATE               PIC X(08).
           02  JQ-TO-DATE-N REDEFINES JQ-TO-DATE
                                        PIC 9(08).
           02  FILLER                   PIC X(01).
           02  JQ-FROM-AMOUNT           PIC X(12).
           02  FILLER                   PIC X(01).
           02  JQ-TO-AMOUNT             PIC X(12).

       FD  POST-JRNL-FILE.
           COPY POSTJRNL.

       FD  JRNL-RPT-FILE.
       01  JRNL-RPT-RECORD              PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-JRNL-RPT-LINE IS ONE REPORT LINE: A SECTION TAG AND THE
      * DETAIL TEXT, BUILT IN WORKING-STORAGE AND WRITTEN WITH
      * WRITE ... FROM SO THE UNUSED TAIL IS RELIABLY SPACES.
      ******************************************************************
       01  WS-JRNL-RPT-LINE.
           02  JL-TAG                   PIC X(09).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  JL-DETAIL                PIC X(62).

       01  WS-SWITCHES.
           02  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  END-OF-JRNL-REQ              VALUE 'Y'.
           02  WS-PJ-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-POST-JRNL             VALUE 'Y'.
           02  WS-REQ-VALID-SWITCH      PIC X(01) VALUE 'Y'.
               88  REQUEST-IS-VALID             VALUE 'Y'.
               88  REQUEST-IS-INVALID           VALUE 'N'.

       01  WS-COUNTERS.
           02  WS-REQUESTS-READ         PIC 9(06) VALUE ZERO.
           02  WS-REQUESTS-ANSWERED     PIC 9(06) VALUE ZERO.
           02  WS-REQUESTS-REJECTED     PIC 9(06) VALUE ZERO.
           02  WS-ENTRIES-LISTED        PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-SELECTION HOLDS THE CURRENT REQUEST'S CRITERIA AFTER
      * EDITING.  AN OPEN END OF A RANGE IS WIDENED TO THE LOWEST OR
      * HIGHEST VALUE SO EVERY ENTRY CAN BE TESTED THE SAME WAY.
      ******************************************************************
       01  WS-SELECTION.
           02  WS-SEL-FROM-DATE         PIC 9(08) VALUE ZERO.
           02  WS-SEL-TO-DATE           PIC 9(08) VALUE ZERO.
           02  WS-SEL-FROM-AMOUNT       PIC S9(10)V99 VALUE ZERO.
           02  WS-SEL-TO-AMOUNT         PIC S9(10)V99 VALUE ZERO.
           02  WS-SEL-REJECT-REASON     PIC X(40) VALUE SPACES.

      ******************************************************************
      * WS-MATCH-FIELDS - THE SIZE OF THE ENTRY BEING TESTED AND THE
      * RUNNING FIGURES FOR THE CURRENT REQUEST.
      ******************************************************************
       01  WS-MATCH-FIELDS.
           02  WS-ENTRY-SIZE            PIC S9(10)V99 VALUE ZERO.
           02  WS-MATCH-COUNT           PIC 9(06) VALUE ZERO.
           02  WS-MATCH-NET             PIC S9(10)V99 VALUE ZERO.

      ******************************************************************
      * WS-EDIT-FIELDS - EDITED FORMS OF THE ENTRY AND TOTAL FIGURES
      * FOR THE REPORT LINES.
      ******************************************************************
       01  WS-EDIT-FIELDS.
           02  WS-ED-AMOUNT             PIC -ZZZZZZZZZ9.99.
           02  WS-ED-NET                PIC -ZZZZZZZZZ9.99.
           02  WS-ED-COUNT              PIC ZZZZZ9.

      ******************************************************************
      * AMTPARSE-PARMS CARRIES THE AMOUNT RANGE BOUNDS THROUGH THE
      * SHARED AMT-PARSE SUBPROGRAM.
      ******************************************************************
           COPY AMTPARSE.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG.  A SEARCH
      * IS READ-ONLY, SO THERE IS NO PREDECESSOR GATE - THE DESK MAY
      * ASK AT ANY POINT IN THE CYCLE.
      ******************************************************************
           COPY RUNCTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-ANSWER-ONE-REQUEST
               THRU 2000-ANSWER-ONE-REQUEST-EXIT
               UNTIL END-OF-JRNL-REQ.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE FILES AND PRIME THE FIRST REQUEST
      * READ.  THE JOURNAL ITSELF IS OPENED AFRESH FOR EACH REQUEST.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'JRNL-SEARCH' TO RP-PROGRAM.
           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           OPEN INPUT  JRNL-REQ-FILE
           OPEN OUTPUT JRNL-RPT-FILE

           PERFORM 2900-READ-JRNL-REQ
               THRU 2900-READ-JRNL-REQ-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ANSWER-ONE-REQUEST - ECHO THE REQUEST, EDIT ITS CRITERIA
      * AND EITHER REJECT IT OR LIST EVERY MATCHING JOURNAL ENTRY
      * FOLLOWED BY THE MATCH COUNT AND NET, THEN A SEPARATOR.
      ******************************************************************
       2000-ANSWER-ONE-REQUEST.
           MOVE 'REQUEST'  TO JL-TAG.
           MOVE SPACES     TO JL-DETAIL.
           STRING 'ACCOUNT=' JQ-ACCOUNT-NO ' BATCH-ID=' JQ-BATCH-ID
               DELIMITED BY SIZE
               INTO JL-DETAIL.
           WRITE JRNL-RPT-RECORD FROM WS-JRNL-RPT-LINE.

           MOVE 'REQUEST'  TO JL-TAG.
           MOVE SPACES     TO JL-DETAIL.
           STRING 'DATES=' JQ-FROM-DATE '-' JQ-TO-DATE
                  ' AMOUNTS=' JQ-FROM-AMOUNT '-' JQ-TO-AMOUNT
               DELIMITED BY SIZE
               INTO JL-DETAIL.
           WRITE JRNL-RPT-RECORD FROM WS-JRNL-RPT-LINE.

           PERFORM 2100-EDIT-REQUEST
               THRU 2100-EDIT-REQUEST-EXIT.

           IF REQUEST-IS-INVALID
               MOVE 'REJECTED' TO JL-TAG
               MOVE WS-SEL-REJECT-REASON TO JL-DETAIL
               WRITE JRNL-RPT-RECORD FROM WS-JRNL-RPT-LINE
               ADD 1 TO WS-REQUESTS-REJECTED
               GO TO 2000-ANSWER-ONE-REQUEST-NEXT
           END-IF.

           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-MATCH-NET.
           MOVE 'N'  TO WS-PJ-EOF-SWITCH.
           OPEN INPUT POST-JRNL-FILE.
           PERFORM 2200-CHECK-ONE-ENTRY
               THRU 2200-CHECK-ONE-ENTRY-EXIT
               UNTIL END-OF-POST-JRNL.
           CLOSE POST-JRNL-FILE.

           PERFORM 2400-PRINT-REQUEST-TOTALS
               THRU 2400-PRINT-REQUEST-TOTALS-EXIT.

           ADD 1 TO WS-REQUESTS-ANSWERED.

       2000-ANSWER-ONE-REQUEST-NEXT.
           MOVE SPACES  TO JL-TAG.
           MOVE ALL '-' TO JL-DETAIL.
           WRITE JRNL-RPT-RECORD FROM WS-JRNL-RPT-LINE.

           PERFORM 2900-READ-JRNL-REQ
               THRU 2900-READ-JRNL-REQ-EXIT.
       2000-ANSWER-ONE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EDIT-REQUEST - A REQUEST MUST NAME AT LEAST ONE
      * CRITERION.  A DATE MUST BE EIGHT DIGITS, AN AMOUNT MUST PARSE
      * AND MUST NOT BE NEGATIVE (THE RANGE IS ON THE ITEM'S SIZE),
      * AND A RANGE MUST NOT RUN BACKWARDS.  OPEN ENDS ARE WIDENED.
      ******************************************************************
       2100-EDIT-REQUEST.
           MOVE 'Y'    TO WS-REQ-VALID-SWITCH.
           MOVE SPACES TO WS-SEL-REJECT-REASON.
           MOVE ZERO     TO WS-SEL-FROM-DATE.
           MOVE 99999999 TO WS-SEL-TO-DATE.
           MOVE ZERO          TO WS-SEL-FROM-AMOUNT.
           MOVE 9999999999.99 TO WS-SEL-TO-AMOUNT.

           IF JQ-ACCOUNT-NO = SPACES
               AND JQ-BATCH-ID = SPACES
               AND JQ-FROM-DATE = SPACES
               AND JQ-TO-DATE = SPACES
               AND JQ-FROM-AMOUNT = SPACES
               AND JQ-TO-AMOUNT = SPACES
               MOVE 'N' TO WS-REQ-VALID-SWITCH
               MOVE 'NO SEARCH CRITERIA GIVEN' TO WS-SEL-REJECT-REASON
               GO TO 2100-EDIT-REQUEST-EXIT
           END-IF.

           IF JQ-FROM-DATE NOT = SPACES
               IF JQ-FROM-DATE-N IS NOT NUMERIC
                   MOVE 'N' TO WS-REQ-VALID-SWITCH
                   MOVE 'FROM DATE NOT YYYYMMDD'
                       TO WS-SEL-REJECT-REASON
                   GO TO 2100-EDIT-REQUEST-EXIT
               END-IF
               MOVE JQ-FROM-DATE-N TO WS-SEL-FROM-DATE
           END-IF.

           IF JQ-TO-DATE NOT = SPACES
               IF JQ-TO-DATE-N IS NOT NUMERIC
                   MOVE 'N' TO WS-REQ-VALID-SWITCH
                   MOVE 'TO DATE NOT YYYYMMDD'
                       TO WS-SEL-REJECT-REASON
                   GO TO 2100-EDIT-REQUEST-EXIT
               END-IF
               MOVE JQ-TO-DATE-N TO WS-SEL-TO-DATE
           END-IF.

           IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               MOVE 'N' TO WS-REQ-VALID-SWITCH
               MOVE 'DATE RANGE RUNS BACKWARDS' TO WS-SEL-REJECT-REASON
               GO TO 2100-EDIT-REQUEST-EXIT
           END-IF.

           IF JQ-FROM-AMOUNT NOT = SPACES
               MOVE JQ-FROM-AMOUNT TO AP-AMOUNT-TEXT
               CALL 'AMT-PARSE' USING AMTPARSE-PARMS
               IF AP-AMOUNT-INVALID OR AP-AMOUNT-VALUE < ZERO
                   MOVE 'N' TO WS-REQ-VALID-SWITCH
                   MOVE 'FROM AMOUNT NOT A VALID UNSIGNED AMOUNT'
                       TO WS-SEL-REJECT-REASON
                   GO TO 2100-EDIT-REQUEST-EXIT
               END-IF
               MOVE AP-AMOUNT-VALUE TO WS-SEL-FROM-AMOUNT
           END-IF.

           IF JQ-TO-AMOUNT NOT = SPACES
               MOVE JQ-TO-AMOUNT TO AP-AMOUNT-TEXT
               CALL 'AMT-PARSE' USING AMTPARSE-PARMS
               IF AP-AMOUNT-INVALID OR AP-AMOUNT-VALUE < ZERO
                   MOVE 'N' TO WS-REQ-VALID-SWITCH
                   MOVE 'TO AMOUNT NOT A VALID UNSIGNED AMOUNT'
                       TO WS-SEL-REJECT-REASON
                   GO TO 2100-EDIT-REQUEST-EXIT
               END-IF
               MOVE AP-AMOUNT-VALUE TO WS-SEL-TO-AMOUNT
           END-IF.

           IF WS-SEL-FROM-AMOUNT > WS-SEL-TO-AMOUNT
               MOVE 'N' TO WS-REQ-VALID-SWITCH
               MOVE 'AMOUNT RANGE RUNS BACKWARDS'
                   TO WS-SEL-REJECT-REASON
           END-IF.
       2100-EDIT-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHECK-ONE-ENTRY - READ THE NEXT JOURNAL ENTRY AND LIST IT
      * IF IT PASSES EVERY CRITERION THE REQUEST GAVE.
      ******************************************************************
       2200-CHECK-ONE-ENTRY.
           READ POST-JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-PJ-EOF-SWITCH
                   GO TO 2200-CHECK-ONE-ENTRY-EXIT
           END-READ.

           IF JQ-ACCOUNT-NO NOT = SPACES
               AND PJ-ACCOUNT-NO NOT = JQ-ACCOUNT-NO
               GO TO 2200-CHECK-ONE-ENTRY-EXIT
           END-IF.

           IF JQ-BATCH-ID NOT = SPACES
               AND PJ-BATCH-ID NOT = JQ-BATCH-ID
               GO TO 2200-CHECK-ONE-ENTRY-EXIT
           END-IF.

           IF PJ-POST-DATE < WS-SEL-FROM-DATE
               OR PJ-POST-DATE > WS-SEL-TO-DATE
               GO TO 2200-CHECK-ONE-ENTRY-EXIT
           END-IF.

           IF PJ-AMOUNT < ZERO
               COMPUTE WS-ENTRY-SIZE = ZERO - PJ-AMOUNT
           ELSE
               MOVE PJ-AMOUNT TO WS-ENTRY-SIZE
           END-IF.

           IF WS-ENTRY-SIZE < WS-SEL-FROM-AMOUNT
               OR WS-ENTRY-SIZE > WS-SEL-TO-AMOUNT
               GO TO 2200-CHECK-ONE-ENTRY-EXIT
           END-IF.

           PERFORM 2300-PRINT-ENTRY
               THRU 2300-PRINT-ENTRY-EXIT.
       2200-CHECK-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PRINT-ENTRY - ONE LINE PER MATCHING ENTRY: POSTING DATE,
      * BATCH, FEED SEQUENCE NUMBER, RECORD TYPE, ACCOUNT AND SIGNED
      * AMOUNT.  A REVERSAL GETS A SECOND LINE NAMING THE BATCH IT
      * REVERSED.
      ******************************************************************
       2300-PRINT-ENTRY.
           MOVE PJ-AMOUNT TO WS-ED-AMOUNT.
           MOVE 'ENTRY'    TO JL-TAG.
           MOVE SPACES     TO JL-DETAIL.
           STRING PJ-POST-DATE ' ' PJ-BATCH-ID
                  ' ' PJ-SEQUENCE-NO ' ' PJ-REC-TYPE
                  ' ' PJ-ACCOUNT-NO ' ' WS-ED-AMOUNT
               DELIMITED BY SIZE
               INTO JL-DETAIL.
           WRITE JRNL-RPT-RECORD FROM WS-JRNL-RPT-LINE.

           IF PJ-IS-REVERSAL
               MOVE 'ENTRY'    TO JL-TAG
               MOVE SPACES     TO JL-DETAIL
               STRING '         REVERSES BATCH-ID=' PJ-ORIG-BATCH-ID
                   DELIMITED BY SIZE
                   INTO JL-DETAIL
               WRITE JRNL-RPT-RECORD FROM WS-JRNL-RPT-LINE
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.
           ADD PJ-AMOUNT TO WS-MATCH-NET.
           ADD 1 TO WS-ENTRIES-LISTED.
       2300-PRINT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2400-PRINT-REQUEST-TOTALS - THE MATCH COUNT AND SIGNED NET FOR
      * THE REQUEST, OR AN EXPLICIT NO-MATCH LINE.
      ******************************************************************
       2400-PRINT-REQUEST-TOTALS.
           IF WS-MATCH-COUNT = ZERO
               MOVE 'TOTAL'    TO JL-TAG
               MOVE 'NO JOURNAL ENTRIES MATCH' TO JL-DETAIL
               WRITE JRNL-RPT-RECORD FROM WS-JRNL-RPT-LINE
               GO TO 2400-PRINT-REQUEST-TOTALS-EXIT
           END-IF.

           MOVE WS-MATCH-COUNT TO WS-ED-COUNT.
           MOVE WS-MATCH-NET   TO WS-ED-NET.
           MOVE 'TOTAL'    TO JL-TAG.
           MOVE SPACES     TO JL-DETAIL.
           STRING 'ENTRIES=' WS-ED-COUNT ' NET=' WS-ED-NET
               DELIMITED BY SIZE
               INTO JL-DETAIL.
           WRITE JRNL-RPT-RECORD FROM WS-JRNL-RPT-LINE.
       2400-PRINT-REQUEST-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-JRNL-REQ - READ THE NEXT SEARCH REQUEST.
      ******************************************************************
       2900-READ-JRNL-REQ.
           READ JRNL-REQ-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2900-READ-JRNL-REQ-EXIT
           END-READ.

           ADD 1 TO WS-REQUESTS-READ.
       2900-READ-JRNL-REQ-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - CLOSE THE FILES AND REPORT RUN TOTALS.
      ******************************************************************
       3000-TERMINATE.
           CLOSE JRNL-REQ-FILE
                 JRNL-RPT-FILE.

           DISPLAY 'JRNL-SEARCH REQUESTS READ  : ' WS-REQUESTS-READ.
           DISPLAY 'JRNL-SEARCH ANSWERED       : '
               WS-REQUESTS-ANSWERED.
           DISPLAY 'JRNL-SEARCH REJECTED       : '
               WS-REQUESTS-REJECTED.
           DISPLAY 'JRNL-SEARCH ENTRIES LISTED : ' WS-ENTRIES-LISTED.

           MOVE 'END'   TO RP-FUNCTION.
           MOVE 'CLEAN' TO RP-STATUS.
           MOVE WS-REQUESTS-READ     TO RP-READ-COUNT.
           MOVE WS-ENTRIES-LISTED    TO RP-WRITTEN-COUNT.
           MOVE WS-REQUESTS-REJECTED TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM JRNL-SEARCH.
