      *          BALANCE IS OPENING PLUS MOVEMENT.  ALL BALANCES
      *          CARRY A LEADING SEPARATE SIGN SO A CREDIT POSITION
      *          IS VISIBLE IN THE RAW FILE.
      *
      *          THE MONTH-TO-DATE FIGURES CARRY THE CURRENT PERIOD:
      *          BM-MONTH-OPEN-BAL IS THE CLOSING BALANCE AT THE LAST
      *          MONTH-END CLOSE (ZERO FOR AN ACCOUNT FIRST POSTED
      *          THIS MONTH), AND BAL-UPDATE ADDS EACH CYCLE'S DEBIT
      *          AND CREDIT TOTALS INTO BM-MTD-DEBITS AND
      *          BM-MTD-CREDITS.  BAL-MONTHEND SNAPSHOTS THEM TO THE
      *          PERIOD HISTORY AND RESETS THEM FOR THE NEW PERIOD.
      *
      *          BM-LAST-POST-DATE IS THE LAST BUSINESS DATE ANYTHING
      *          POSTED TO THE ACCOUNT, CAPITALISED INTEREST INCLUDED.
      *          BM-LAST-CUST-DATE IS THE LAST DATE A POSTING OTHER
      *          THAN INTEREST ('INTR' BATCHES) REACHED IT - THE DATE
      *          ACCT-DORMANT MEASURES INACTIVITY FROM, SINCE A
      *          MONTHLY INTEREST POSTING IS NOT CUSTOMER ACTIVITY.
      ******************************************************************
       01  BAL-MASTER-RECORD.
           02  BM-ACCOUNT-NO            PIC X(10).
           02  BM-CLOSING-BAL           PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
           02  BM-LAST-POST-DATE        PIC 9(08).
           02  BM-MONTH-OPEN-BAL        PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
           02  BM-MTD-DEBITS            PIC 9(10)V99.
           02  BM-MTD-CREDITS           PIC 9(10)V99.
           02  BM-LAST-CUST-DATE        PIC 9(08).
           02  FILLER                   PIC X(03).
