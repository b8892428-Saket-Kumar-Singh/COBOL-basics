      *          ZONED DIGITS WITH TWO ASSUMED DECIMALS EXCEPT THE
      *          NET, WHICH CARRIES A LEADING SEPARATE SIGN SO THE
      *          FEED CAN TELL A NET CREDIT POSITION FROM A NET DEBIT
      *          ONE.  PS-CUST-COUNT IS HOW MANY OF THE ACCOUNT'S
      *          POSTINGS CAME FROM CUSTOMER BATCHES - EVERY BRANCH
      *          BUT THE 'INTR' INTEREST PSEUDO-BRANCH - SO BAL-UPDATE
      *          CAN TELL CUSTOMER ACTIVITY FROM CAPITALISED INTEREST.
      *          COPY THIS INTO EVERY PROGRAM THAT WRITES OR READS
      *          THE FEED SO THE LAYOUT LIVES IN ONE PLACE, THE SAME
      *          WAY ACCTMST CARRIES THE ACCOUNT MASTER.
      ******************************************************************
       01  POST-SUMM-LINE.
           02  PS-ACCOUNT-NO            PIC X(10).
           02  PS-NET-AMOUNT            PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
           02  PS-TRAN-COUNT            PIC 9(06).
           02  PS-CUST-COUNT            PIC 9(06).
