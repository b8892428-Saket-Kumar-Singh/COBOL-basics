      ******************************************************************
      * Copybook: POSTJRNL
      * Purpose: RECORD LAYOUT OF THE ITEM-LEVEL POSTING JOURNAL THAT
      *          REDEFINE-DISPATCH APPENDS TO: ONE RECORD FOR EVERY
      *          DETAIL IT POSTS AND EVERY REVERSAL IT APPLIES, SO A
      *          DISPUTED ITEM CAN BE TRACED BACK TO ITS BATCH AND ITS
      *          POSITION IN THE FEED LONG AFTER POSTSUMM HAS ROLLED
      *          IT INTO A PER-ACCOUNT TOTAL.  THE FILE IS APPEND-
      *          ONLY AND EVERY RECORD CARRIES THE BUSINESS DATE IT
      *          WAS POSTED ON.
      *
      *          PJ-SEQUENCE-NO IS THE RECORD'S POSITION IN THAT
      *          DAY'S MIXEDIN FEED.  PJ-AMOUNT IS THE SIGNED EFFECT
      *          ON THE ACCOUNT (DEBITS POSITIVE, CREDITS NEGATIVE),
      *          SO A REVERSAL CARRIES THE NEGATION OF THE AMOUNT IT
      *          BACKS OUT AND THE JOURNAL FOR AN ACCOUNT AND DAY SUMS
      *          TO ITS POSTSUMM NET.  PJ-ORIG-BATCH-ID IS ONLY SET ON
      *          A REVERSAL.  PJ-BRANCH-ID IS THE BRANCH (OR PSEUDO-
      *          BRANCH) WHOSE BATCH CARRIED THE ITEM, AS BRANCH-MERGE
      *          STAMPED IT ON THE BATCH HEADER; ENTRIES WRITTEN
      *          BEFORE IT WAS CARRIED HAVE IT BLANK.  COPY THIS INTO
      *          EVERY PROGRAM THAT WRITES OR READS THE JOURNAL (SEE
      *          JRNL-SEARCH AND BRANCH-SETTLE).
      ******************************************************************
       01  POST-JRNL-RECORD.
           02  PJ-POST-DATE             PIC 9(08).
           02  FILLER                   PIC X(01).
           02  PJ-BATCH-ID              PIC X(10).
           02  FILLER                   PIC X(01).
           02  PJ-RUN-DATE              PIC X(10).
           02  FILLER                   PIC X(01).
           02  PJ-SEQUENCE-NO           PIC 9(06).
           02  FILLER                   PIC X(01).
           02  PJ-REC-TYPE              PIC X(01).
               88  PJ-IS-DETAIL                 VALUE 'D'.
               88  PJ-IS-REVERSAL               VALUE 'R'.
           02  FILLER                   PIC X(01).
           02  PJ-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01).
           02  PJ-AMOUNT                PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
           02  FILLER                   PIC X(01).
           02  PJ-ORIG-BATCH-ID         PIC X(10).
           02  FILLER                   PIC X(01).
           02  PJ-BRANCH-ID             PIC X(04).
