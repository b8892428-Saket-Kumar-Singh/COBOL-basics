      ******************************************************************
      * Copybook: ACCTJRNL
      * Purpose: RECORD LAYOUT OF THE ACCOUNT MASTER CHANGE JOURNAL
      *          THAT ACCT-MAINT APPENDS TO: ONE RECORD FOR EVERY
      *          TRANSACTION IT APPLIES TO ACCTMST, CARRYING THE
      *          BUSINESS DATE AND MACHINE TIME IT WAS APPLIED, THE
      *          ACTION, THE ACCOUNT, AND THE NAME AND STATUS BEFORE
      *          AND AFTER THE CHANGE.  REJECTED TRANSACTIONS CHANGE
      *          NOTHING AND ARE NOT JOURNALLED.  THE FILE IS
      *          APPEND-ONLY, SO IT IS IN THE ORDER THE CHANGES WERE
      *          MADE.
      *
      *          AN ADD HAS A BLANK BEFORE IMAGE - THE ACCOUNT DID NOT
      *          EXIST UNTIL THEN.  BECAUSE THE BEFORE IMAGE OF AN
      *          ACCOUNT'S FIRST CHANGE AFTER A GIVEN DAY IS WHAT IT
      *          LOOKED LIKE ON THAT DAY, ACCT-ASOF CAN REBUILD THE
      *          MASTER AS OF ANY PAST DATE.  COPY THIS INTO EVERY
      *          PROGRAM THAT WRITES OR READS THE CHANGE JOURNAL.
      ******************************************************************
       01  ACCT-JRNL-RECORD.
           02  AJ-CHANGE-DATE           PIC 9(08).
           02  FILLER                   PIC X(01).
           02  AJ-CHANGE-TIME           PIC 9(06).
           02  FILLER                   PIC X(01).
           02  AJ-ACTION                PIC X(01).
               88  AJ-IS-ADD                    VALUE 'A'.
               88  AJ-IS-CHANGE                 VALUE 'C'.
               88  AJ-IS-CLOSE                  VALUE 'X'.
               88  AJ-IS-REOPEN                 VALUE 'R'.
           02  FILLER                   PIC X(01).
           02  AJ-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01).
           02  AJ-BEFORE-NAME           PIC X(30).
           02  FILLER                   PIC X(01).
           02  AJ-BEFORE-STATUS         PIC X(01).
           02  FILLER                   PIC X(01).
           02  AJ-AFTER-NAME            PIC X(30).
           02  FILLER                   PIC X(01).
           02  AJ-AFTER-STATUS          PIC X(01).
