      ******************************************************************
      * Copybook: PERHIST
      * Purpose: RECORD LAYOUT OF THE PERIOD HISTORY FILE THAT
      *          BAL-MONTHEND APPENDS TO: ONE RECORD PER ACCOUNT PER
      *          CLOSED MONTH, CARRYING THE MONTH-OPENING BALANCE,
      *          THE MONTH'S TOTAL DEBITS AND CREDITS AND THE
      *          MONTH-CLOSING BALANCE, SO THE FIGURES SURVIVE THE
      *          RESET OF THE MONTH-TO-DATE FIELDS ON BALMST.  THE
      *          PRESENCE OF ANY RECORD FOR A PERIOD IS WHAT MARKS
      *          THAT PERIOD CLOSED.
      ******************************************************************
       01  PERIOD-HIST-RECORD.
           02  PH-PERIOD                PIC 9(06).
           02  FILLER                   PIC X(01).
           02  PH-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01).
           02  PH-OPENING-BAL           PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
           02  FILLER                   PIC X(01).
           02  PH-TOTAL-DEBITS          PIC 9(10)V99.
           02  FILLER                   PIC X(01).
           02  PH-TOTAL-CREDITS         PIC 9(10)V99.
           02  FILLER                   PIC X(01).
           02  PH-CLOSING-BAL           PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
           02  FILLER                   PIC X(01).
           02  PH-CLOSED-DATE           PIC 9(08).
