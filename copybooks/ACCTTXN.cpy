      ******************************************************************
      * Copybook: ACCTTXN
      * Purpose: RECORD LAYOUT OF AN ACCOUNT MASTER MAINTENANCE
      *          TRANSACTION AS ACCT-MAINT APPLIES IT TO ACCTMST.
      *          EACH TRANSACTION CARRIES AN ACTION CODE, THE ACCOUNT
      *          NUMBER IT APPLIES TO AND, FOR ADDS AND CHANGES, THE
      *          ACCOUNT NAME.  ACCT-DORMANT WRITES ITS CLOSE
      *          PROPOSALS IN THIS SAME LAYOUT, SO COPY THIS INTO
      *          EVERY PROGRAM THAT READS OR WRITES A MAINTENANCE
      *          TRANSACTION.
      ******************************************************************
       01  ACCT-TXN-RECORD.
           02  TX-ACTION                PIC X(01).
               88  TXN-IS-ADD                   VALUE 'A'.
               88  TXN-IS-CHANGE                VALUE 'C'.
               88  TXN-IS-CLOSE                 VALUE 'X'.
               88  TXN-IS-REOPEN                VALUE 'R'.
           02  TX-ACCOUNT-NO            PIC X(10).
           02  TX-ACCOUNT-NAME          PIC X(30).
