      * Date: 22-08-2026
      * Purpose: BATCH MAINTENANCE OF THE INDEXED ACCOUNT MASTER FILE
      *          REDEFINE-DISPATCH VALIDATES ITS DETAIL RECORDS
      *          AGAINST.  READS A FILE OF ADD/CHANGE/CLOSE/REOPEN
      *          TRANSACTIONS AND APPLIES EACH ONE TO THE MASTER,
      *          WRITING AN APPLIED/REJECTED LINE PER TRANSACTION SO
      *          THE OPS TEAM CAN KEEP THE MASTER CURRENT WITHOUT
      *                    REDEFINE-DISPATCH CAN GATE ON THE MASTER
      *                    MAINTENANCE HAVING ENDED CLEAN BEFORE IT
      *                    VALIDATES A FEED AGAINST THE MASTER.
      *   15-10-2026  SKS  THE TRANSACTION LAYOUT MOVED FROM THE FILE
      *                    SECTION TO THE ACCTTXN COPYBOOK SO
      *                    ACCT-DORMANT CAN WRITE CLOSE PROPOSALS THIS
      *                    PROGRAM APPLIES UNCHANGED.
      *   15-10-2026  SKS  EVERY APPLIED TRANSACTION IS NOW APPENDED TO
      *                    THE ACCTJRNL CHANGE JOURNAL WITH THE
      *                    BUSINESS DATE, TIME AND THE BEFORE AND AFTER
      *                    NAME AND STATUS, SO AN OLD VALUE IS NEVER
      *                    LOST.  NEW 'R' ACTION REOPENS A CLOSED
      *                    ACCOUNT, WHICH BEFORE COULD ONLY BE DONE BY
      *                    HAND-EDITING THE MASTER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-MAINT.
               ASSIGN TO "ACCTMAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO THE FIRST RUN CREATES THE CHANGE JOURNAL.
           SELECT OPTIONAL ACCT-JRNL-FILE
               ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * APPLIES TO AND, FOR ADDS AND CHANGES, THE ACCOUNT NAME.
      ******************************************************************
       FD  ACCT-TXN-FILE.
           COPY ACCTTXN.

       FD  ACCT-MASTER-FILE.
           COPY ACCTMST.
       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-RECORD             PIC X(72).

       FD  ACCT-JRNL-FILE.
       01  ACCT-JRNL-OUT                PIC X(94).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * WS-MAINT-RPT-LINE IS BUILT IN WORKING-STORAGE AND WRITTEN WITH
           02  WS-TXNS-READ             PIC 9(06) VALUE ZERO.
           02  WS-TXNS-APPLIED          PIC 9(06) VALUE ZERO.
           02  WS-TXNS-REJECTED         PIC 9(06) VALUE ZERO.
           02  WS-JOURNAL-WRITTEN       PIC 9(06) VALUE ZERO.

       01  WS-STAMP-FIELDS.
           02  WS-STAMP-TIME            PIC 9(08) VALUE ZERO.

      ******************************************************************
      * ACCT-JRNL-RECORD IS ONE CHANGE JOURNAL ENTRY, BUILT HERE AND
      * WRITTEN WITH WRITE ... FROM.  EACH APPLY PARAGRAPH SETS THE
      * BEFORE IMAGE AS IT READS THE MASTER; THE AFTER IMAGE IS TAKEN
      * FROM THE MASTER RECORD ONCE THE CHANGE HAS BEEN MADE.
      ******************************************************************
           COPY ACCTJRNL.

      ******************************************************************
      * BUSDATE-PARMS RETURNS THE BUSINESS DATE EVERY JOURNAL ENTRY
      * IS STAMPED WITH.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE FILES, TAKE THE BUSINESS DATE FOR
      * THE CHANGE JOURNAL AND PRIME THE FIRST READ.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'ACCT-MAINT' TO RP-PROGRAM.
           OPEN INPUT  ACCT-TXN-FILE
           OPEN I-O    ACCT-MASTER-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           OPEN EXTEND ACCT-JRNL-FILE

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.

           PERFORM 2900-READ-ACCT-TXN
               THRU 2900-READ-ACCT-TXN-EXIT.
               WHEN TXN-IS-CLOSE
                   PERFORM 2300-APPLY-CLOSE
                       THRU 2300-APPLY-CLOSE-EXIT
               WHEN TXN-IS-REOPEN
                   PERFORM 2400-APPLY-REOPEN
                       THRU 2400-APPLY-REOPEN-EXIT
               WHEN OTHER
                   MOVE 'OTHER'  TO ML-ACTION
                   MOVE 'UNRECOGNIZED ACTION CODE' TO ML-DETAIL
               GO TO 2100-APPLY-ADD-EXIT
           END-IF.

           MOVE SPACES          TO AJ-BEFORE-NAME
                                   AJ-BEFORE-STATUS.

           MOVE SPACES          TO ACCT-MASTER-RECORD.
           MOVE TX-ACCOUNT-NO   TO AM-ACCOUNT-NO.
           MOVE TX-ACCOUNT-NAME TO AM-ACCOUNT-NAME.
               GO TO 2200-APPLY-CHANGE-EXIT
           END-IF.

           MOVE AM-ACCOUNT-NAME TO AJ-BEFORE-NAME.
           MOVE AM-STATUS       TO AJ-BEFORE-STATUS.
           MOVE TX-ACCOUNT-NAME TO AM-ACCOUNT-NAME.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
               GO TO 2300-APPLY-CLOSE-EXIT
           END-IF.

           MOVE AM-ACCOUNT-NAME TO AJ-BEFORE-NAME.
           MOVE AM-STATUS       TO AJ-BEFORE-STATUS.
           MOVE 'C' TO AM-STATUS.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
       2300-APPLY-CLOSE-EXIT.
           EXIT.

      ******************************************************************
      * 2400-APPLY-REOPEN - MARK A CLOSED ACCOUNT OPEN AGAIN UNDER ITS
      * EXISTING NAME.  AN ACCOUNT THAT IS ALREADY OPEN IS REJECTED SO
      * A STRAY REOPEN NEVER LOOKS LIKE A CHANGE ON THE JOURNAL.
      ******************************************************************
       2400-APPLY-REOPEN.
           MOVE 'REOPEN' TO ML-ACTION.

           MOVE TX-ACCOUNT-NO TO AM-ACCOUNT-NO.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO ML-DETAIL
                   PERFORM 2800-REPORT-REJECTED
                       THRU 2800-REPORT-REJECTED-EXIT
                   GO TO 2400-APPLY-REOPEN-EXIT
           END-READ.

           IF NOT ACCOUNT-IS-CLOSED
               MOVE 'ACCOUNT NOT CLOSED' TO ML-DETAIL
               PERFORM 2800-REPORT-REJECTED
                   THRU 2800-REPORT-REJECTED-EXIT
               GO TO 2400-APPLY-REOPEN-EXIT
           END-IF.

           MOVE AM-ACCOUNT-NAME TO AJ-BEFORE-NAME.
           MOVE AM-STATUS       TO AJ-BEFORE-STATUS.
           MOVE 'O' TO AM-STATUS.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO ML-DETAIL
                   PERFORM 2800-REPORT-REJECTED
                       THRU 2800-REPORT-REJECTED-EXIT
                   GO TO 2400-APPLY-REOPEN-EXIT
           END-REWRITE.

           MOVE 'ACCOUNT REOPENED' TO ML-DETAIL.
           PERFORM 2850-REPORT-APPLIED
               THRU 2850-REPORT-APPLIED-EXIT.
       2400-APPLY-REOPEN-EXIT.
           EXIT.

      ******************************************************************
      * 2700-WRITE-ACCT-JRNL - APPEND THE CHANGE JUST APPLIED TO THE
      * CHANGE JOURNAL.  THE BEFORE IMAGE IS SET BY THE APPLY
      * PARAGRAPH; THE AFTER IMAGE IS THE MASTER RECORD AS REWRITTEN.
      ******************************************************************
       2700-WRITE-ACCT-JRNL.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE BP-BUSINESS-DATE    TO AJ-CHANGE-DATE.
           MOVE WS-STAMP-TIME(1:6)  TO AJ-CHANGE-TIME.
           MOVE TX-ACTION           TO AJ-ACTION.
           MOVE AM-ACCOUNT-NO       TO AJ-ACCOUNT-NO.
           MOVE AM-ACCOUNT-NAME     TO AJ-AFTER-NAME.
           MOVE AM-STATUS           TO AJ-AFTER-STATUS.
           WRITE ACCT-JRNL-OUT FROM ACCT-JRNL-RECORD.
           ADD 1 TO WS-JOURNAL-WRITTEN.
       2700-WRITE-ACCT-JRNL-EXIT.
           EXIT.

      ******************************************************************
      * 2800-REPORT-REJECTED - WRITE THE REPORT LINE FOR A TRANSACTION
      * THAT COULD NOT BE APPLIED.  ML-ACTION AND ML-DETAIL ARE SET BY

      ******************************************************************
      * 2850-REPORT-APPLIED - WRITE THE REPORT LINE FOR A TRANSACTION
      * APPLIED TO THE MASTER, AND JOURNAL THE CHANGE.  ML-ACTION AND
      * ML-DETAIL ARE SET BY THE CALLER.
      ******************************************************************
       2850-REPORT-APPLIED.
           MOVE TX-ACCOUNT-NO TO ML-ACCOUNT-NO.
           MOVE 'APPLIED'     TO ML-VERDICT.
           WRITE MAINT-RPT-RECORD FROM WS-MAINT-RPT-LINE.

           PERFORM 2700-WRITE-ACCT-JRNL
               THRU 2700-WRITE-ACCT-JRNL-EXIT.

           ADD 1 TO WS-TXNS-APPLIED.
       2850-REPORT-APPLIED-EXIT.
           EXIT.
       3000-TERMINATE.
           CLOSE ACCT-TXN-FILE
                 ACCT-MASTER-FILE
                 MAINT-RPT-FILE
                 ACCT-JRNL-FILE.

           DISPLAY 'ACCT-MAINT TXNS READ     : ' WS-TXNS-READ.
           DISPLAY 'ACCT-MAINT TXNS APPLIED  : ' WS-TXNS-APPLIED.
           DISPLAY 'ACCT-MAINT TXNS REJECTED : ' WS-TXNS-REJECTED.
           DISPLAY 'ACCT-MAINT CHANGES JRNLD : ' WS-JOURNAL-WRITTEN.

           MOVE 'END'   TO RP-FUNCTION.
           MOVE 'CLEAN' TO RP-STATUS.
