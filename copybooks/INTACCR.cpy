      ******************************************************************
      * Copybook: INTACCR
      * Purpose: RECORD LAYOUT OF THE APPEND-ONLY ACCRUED-INTEREST
      *          HISTORY.  INT-ACCRUE WRITES AN 'A' RECORD EACH NIGHT
      *          FOR EVERY ACCOUNT IT ACCRUES: THE CLOSING BALANCE,
      *          WHETHER THE CREDIT OR DEBIT RATE WAS APPLIED, THE
      *          RATE, THE CALENDAR DAYS THE BALANCE STANDS FOR, AND
      *          THE INTEREST TO FOUR DECIMAL PLACES, CARRYING THE
      *          SAME SIGN AS THE BALANCE (A CREDIT BALANCE EARNS A
      *          CREDIT).  IA-PERIOD IS THE MONTH (YYYYMM) THE DAYS
      *          FALL IN; DAYS PAST A MONTH END GO ON A SECOND RECORD
      *          FOR THE NEXT MONTH.
      *
      *          INT-CAPITAL WRITES A 'C' RECORD FOR EVERY ACCOUNT AND
      *          PERIOD IT CAPITALISES: THE ACCRUED TOTAL ROUNDED TO
      *          THE CENT IN IA-INTEREST AND THE BATCH IT WAS RELEASED
      *          IN.  AN ACCOUNT AND PERIOD WITH A 'C' RECORD IS NEVER
      *          CAPITALISED AGAIN.  COPY THIS INTO EVERY PROGRAM THAT
      *          READS OR WRITES THE HISTORY SO THE LAYOUT LIVES IN
      *          ONE PLACE.
      ******************************************************************
       01  INT-ACCR-RECORD.
           02  IA-REC-TYPE              PIC X(01).
               88  IA-IS-ACCRUAL                VALUE 'A'.
               88  IA-IS-CAPITALISED            VALUE 'C'.
           02  FILLER                   PIC X(01).
           02  IA-PERIOD                PIC 9(06).
           02  FILLER                   PIC X(01).
           02  IA-RUN-DATE              PIC 9(08).
           02  FILLER                   PIC X(01).
           02  IA-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01).
           02  IA-BALANCE               PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
           02  FILLER                   PIC X(01).
           02  IA-RATE-TYPE             PIC X(01).
               88  IA-CREDIT-RATE               VALUE 'C'.
               88  IA-DEBIT-RATE                VALUE 'D'.
           02  FILLER                   PIC X(01).
           02  IA-RATE                  PIC 9(02)V9(04).
           02  FILLER                   PIC X(01).
           02  IA-DAYS                  PIC 9(02).
           02  FILLER                   PIC X(01).
           02  IA-INTEREST              PIC S9(10)V9(04)
                                        SIGN LEADING SEPARATE.
           02  FILLER                   PIC X(01).
           02  IA-BATCH-ID              PIC X(10).
