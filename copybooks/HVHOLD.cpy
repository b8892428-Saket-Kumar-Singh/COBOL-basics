      ******************************************************************
      * Copybook: HVHOLD
      * Purpose: RECORD LAYOUT OF A HIGH-VALUE ITEM HELD FOR APPROVAL.
      *          REDEFINE-DISPATCH WRITES ONE RECORD TO THE NIGHTLY
      *          HOLD FILE (HVHOLD) FOR EVERY DETAIL OR REVERSAL
      *          WHOSE PARSED AMOUNT IS OVER ITS VALUE LIMIT, INSTEAD
      *          OF POSTING IT.  HV-APPROVE CARRIES THE ITEMS STILL
      *          AWAITING A SUPERVISOR'S DECISION FROM CYCLE TO CYCLE
      *          (HVOPEN/HVNEW) IN THE SAME LAYOUT, ADVANCING
      *          HH-AGE-DAYS EACH CYCLE.
      *
      *          AN ITEM IS IDENTIFIED BY THE BUSINESS DATE IT WAS
      *          HELD ON, THE BATCH THAT CARRIED IT AND ITS POSITION
      *          IN THAT NIGHT'S MIXEDIN FEED - THE SAME THREE FIELDS
      *          A SUPERVISOR QUOTES ON THE APPROVALS FILE.  HH-AMOUNT
      *          IS THE AMOUNT EXACTLY AS THE FEED CARRIED IT, SO A
      *          RELEASED ITEM GOES BACK THROUGH THE SAME AMOUNT
      *          EDITS.  HH-ORIG-BATCH-ID IS ONLY SET ON A REVERSAL.
      *          HH-LIMIT IS THE LIMIT THE ITEM BROKE, FOR THE
      *          SUPERVISOR'S REPORT.  COPY THIS INTO EVERY PROGRAM
      *          THAT READS OR WRITES A HOLD FILE.
      ******************************************************************
       01  HV-HOLD-RECORD.
           02  HH-HOLD-DATE             PIC 9(08).
           02  FILLER                   PIC X(01).
           02  HH-BATCH-ID              PIC X(10).
           02  FILLER                   PIC X(01).
           02  HH-SEQUENCE-NO           PIC 9(06).
           02  FILLER                   PIC X(01).
           02  HH-REC-TYPE              PIC X(01).
               88  HH-IS-DETAIL                 VALUE 'D'.
               88  HH-IS-REVERSAL               VALUE 'R'.
           02  FILLER                   PIC X(01).
           02  HH-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01).
           02  HH-AMOUNT                PIC X(12).
           02  FILLER                   PIC X(01).
           02  HH-ORIG-BATCH-ID         PIC X(10).
           02  FILLER                   PIC X(01).
           02  HH-LIMIT                 PIC 9(10)V99.
           02  FILLER                   PIC X(01).
           02  HH-AGE-DAYS              PIC 9(03).
