      * Copybook: SUSPOPN
      * Purpose: RECORD LAYOUT OF THE OPEN-SUSPENSE-ITEMS FILE THAT
      *          SUSP-MANAGE CARRIES FORWARD FROM CYCLE TO CYCLE.  THE
      *          FIRST 44 BYTES ARE EXACTLY THE ACCOUNT, AMOUNT AND
      *          REASON OF THE SUSPENSE LINE REDEFINE-DISPATCH WRITES;
      *          SUSP-MANAGE EXTENDS EACH ITEM WITH THE DATE IT WAS
      *          FIRST SUSPENDED AND ITS AGE IN CYCLES, AND KEEPS THE
      *          SUSPENSE LINE'S BRANCH AT THE END (BLANK ON ITEMS
      *          CARRIED FROM BEFORE THE BRANCH WAS KEPT).  COPY THIS
      *          INTO EVERY PROGRAM THAT READS OR WRITES THE CARRIED
      *          FILE SO THE LAYOUT LIVES IN ONE PLACE, THE SAME WAY
      *          ACCTMST CARRIES THE ACCOUNT MASTER.
           02  SO-DATE-SUSPENDED        PIC 9(08).
           02  FILLER                   PIC X(01).
           02  SO-AGE-DAYS              PIC 9(03).
           02  FILLER                   PIC X(01).
           02  SO-BRANCH-ID             PIC X(04).
