      ******************************************************************
      * Copybook: DAYTOTAL
      * Purpose: RECORD LAYOUT OF THE NIGHTLY LEDGER TOTALS FILE.
      *          BAL-UPDATE APPENDS ONE RECORD PER CLEAN CYCLE CARRYING
      *          THE GRAND DEBIT, CREDIT AND SIGNED NET TOTALS OF THE
      *          POSTSUMM FEED IT APPLIED, STAMPED WITH THE BUSINESS
      *          DATE.  POSTSUMM ITSELF IS OVERWRITTEN EVERY NIGHT,
      *          SO THIS IS WHAT BAL-MONTHEND SUMS TO PROVE A MONTH'S
      *          MOVEMENT ON THE BALANCE MASTER AGAINST THE NIGHTLY
      *          FEEDS THAT PRODUCED IT.  A ROLL-UP RERUN FOR THE SAME
      *          BUSINESS DATE APPENDS A SECOND RECORD; EVERY READER
      *          TAKES THE LATEST RECORD FOR A DATE AND IGNORES THE
      *          EARLIER ONES.
      ******************************************************************
       01  DAY-TOTAL-RECORD.
           02  DT-POST-DATE             PIC 9(08).
           02  FILLER                   PIC X(01).
           02  DT-TOTAL-DEBITS          PIC 9(12)V99.
           02  FILLER                   PIC X(01).
           02  DT-TOTAL-CREDITS         PIC 9(12)V99.
           02  FILLER                   PIC X(01).
           02  DT-TOTAL-NET             PIC S9(12)V99
                                        SIGN LEADING SEPARATE.
           02  FILLER                   PIC X(01).
           02  DT-ACCOUNT-COUNT         PIC 9(06).
