      * Tectonics: cobc
      *
      * Modification History:
      *   15-10-2026  SKS  THE HIGH-VALUE RELEASE BATCH (HVREL, WRITTEN
      *                    BY HV-APPROVE FROM SUPERVISOR-APPROVED
      *                    ITEMS) IS NOW PICKED UP AFTER SUSPREL AND
      *                    MERGED THE SAME WAY UNDER THE RESERVED
      *                    PSEUDO-BRANCH 'HOLD'.  THE DISPATCH RUN
      *                    DOES NOT LIMIT-CHECK A BATCH WHOSE ID
      *                    STARTS 'HV', SO A BRANCH SECTION CARRYING
      *                    SUCH A BATCH ID IS NOW HELD AS 'RESERVED
      *                    BATCH ID' - ONLY HV-APPROVE MAY USE IT.
      *   15-10-2026  SKS  THE BRANCH A BATCH CAME FROM WAS LOST WITH
      *                    THE ENVELOPE, SO NOTHING DOWNSTREAM COULD
      *                    SETTLE BY BRANCH.  EVERY BATCH HEADER COPIED
      *                    TO MIXEDIN NOW CARRIES ITS SECTION'S BRANCH
      *                    ID (OR 'SUSP'/'HOLD') IN BH-BRANCH-ID, THE
      *                    BYTES AFTER THE RUN DATE, FOR THE DISPATCH
      *                    RUN TO CARRY ONTO WHAT IT POSTS.
      *   15-10-2026  SKS  THE INTEREST CAPITALISATION BATCH (INTREL,
      *                    WRITTEN BY INT-CAPITAL) IS NOW PICKED UP
      *                    AFTER HVREL AND MERGED THE SAME WAY UNDER
      *                    THE RESERVED PSEUDO-BRANCH 'INTR'.  A BATCH
      *                    ID STARTING 'IC' IS RESERVED TO IT AS 'HV'
      *                    IS TO 'HOLD'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-MERGE.
               ASSIGN TO "SUSPREL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL FOR THE SAME REASON: NO HV-APPROVE RUN YET, OR
      *    NOTHING APPROVED.
           SELECT OPTIONAL HOLD-REL-FILE
               ASSIGN TO "HVREL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL FOR THE SAME REASON: NO INT-CAPITAL RUN YET, OR
      *    NOTHING CAPITALISED THIS CYCLE.
           SELECT OPTIONAL INT-REL-FILE
               ASSIGN TO "INTREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MIXED-OUT-FILE
               ASSIGN TO "MIXEDIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           02  FE-AMOUNT-TOTAL          PIC X(12).
           02  FILLER                   PIC X(61).

      ******************************************************************
      * BH-BRANCH-ID IS BLANK AS THE BRANCH SENDS IT; IT IS STAMPED
      * WITH THE SECTION'S BRANCH ID AS THE HEADER IS COPIED TO
      * MIXEDIN, SO THE DISPATCH RUN KNOWS WHOSE BATCH IT IS POSTING.
      ******************************************************************
       01  BRANCH-RECORD-HEADER REDEFINES BRANCH-RECORD.
           02  BH-TYPE                  PIC X(01).
           02  BH-BATCH-ID              PIC X(10).
           02  BH-RUN-DATE              PIC X(10).
           02  BH-BRANCH-ID             PIC X(04).
           02  FILLER                   PIC X(55).

       01  BRANCH-RECORD-DETAIL REDEFINES BRANCH-RECORD.
           02  BD-TYPE                  PIC X(01).
       FD  SUSP-REL-FILE.
       01  SUSP-REL-RECORD              PIC X(80).

       FD  HOLD-REL-FILE.
       01  HOLD-REL-RECORD              PIC X(80).

       FD  INT-REL-FILE.
       01  INT-REL-RECORD               PIC X(80).

       FD  MIXED-OUT-FILE.
       01  MIXED-OUT-RECORD             PIC X(80).

               88  END-OF-BRANCH-IN             VALUE 'Y'.
           02  WS-REL-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-SUSP-REL              VALUE 'Y'.
           02  WS-HREL-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-HOLD-REL              VALUE 'Y'.
           02  WS-IREL-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-INT-REL               VALUE 'Y'.
           02  WS-CYCLE-FAIL-SWITCH     PIC X(01) VALUE 'N'.
               88  CYCLE-MUST-HOLD              VALUE 'Y'.

           02  WS-SEC-TRL-COUNT         PIC 9(06) VALUE ZERO.
           02  WS-SEC-GRAND-COUNT       PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-RESERVED-FIELDS - THE BATCH ID PREFIX ONLY HV-APPROVE'S
      * RELEASE BATCH MAY CARRY, AND THE PSEUDO-BRANCH IT MERGES AS;
      * LIKEWISE FOR INT-CAPITAL'S CAPITALISATION BATCH.
      ******************************************************************
       01  WS-RESERVED-FIELDS.
           02  WS-HOLD-BATCH-PREFIX     PIC X(02) VALUE 'HV'.
           02  WS-HOLD-BRANCH-ID        PIC X(04) VALUE 'HOLD'.
           02  WS-INTR-BATCH-PREFIX     PIC X(02) VALUE 'IC'.
           02  WS-INTR-BRANCH-ID        PIC X(04) VALUE 'INTR'.

      ******************************************************************
      * WS-SECTION-BUFFER HOLDS THE SECTION'S BATCH RECORDS UNTIL ITS
      * ENVELOPE PROVES; ONLY THEN ARE THEY COPIED TO MIXEDIN, SO A
           02  WS-SB-RECORD             OCCURS 2000 TIMES
                                        PIC X(80).

      ******************************************************************
      * WS-MERGE-RECORD IS ONE BUFFERED RECORD ON ITS WAY TO MIXEDIN.
      * A BATCH HEADER HAS THE SECTION'S BRANCH ID STAMPED INTO
      * MG-BRANCH-ID, THE SAME BYTES AS BH-BRANCH-ID, BEFORE IT IS
      * WRITTEN.  IT IS KEPT APART FROM BRANCH-RECORD BECAUSE A
      * SECTION IS FINISHED WHILE THE NEXT FILE HEADER IS STILL IN
      * THE RECORD AREA.
      ******************************************************************
       01  WS-MERGE-RECORD.
           02  MG-TYPE                  PIC X(01).
               88  MERGE-IS-HEADER              VALUE 'H'.
           02  FILLER                   PIC X(20).
           02  MG-BRANCH-ID             PIC X(04).
           02  FILLER                   PIC X(55).

      ******************************************************************
      * WS-EDIT-FIELDS - EDITED FIGURES FOR THE MERGED REPORT LINE.
      ******************************************************************
               MOVE 'Y' TO WS-SEC-FAIL-SWITCH
           END-IF.

           IF BH-BATCH-ID(1:2) = WS-HOLD-BATCH-PREFIX
               AND WS-SEC-BRANCH-ID NOT = WS-HOLD-BRANCH-ID
               AND NOT SECTION-HAS-FAILED
               MOVE 'RESERVED BATCH ID' TO WS-SEC-REASON
               MOVE 'Y' TO WS-SEC-FAIL-SWITCH
           END-IF.

           IF BH-BATCH-ID(1:2) = WS-INTR-BATCH-PREFIX
               AND WS-SEC-BRANCH-ID NOT = WS-INTR-BRANCH-ID
               AND NOT SECTION-HAS-FAILED
               MOVE 'RESERVED BATCH ID' TO WS-SEC-REASON
               MOVE 'Y' TO WS-SEC-FAIL-SWITCH
           END-IF.

           MOVE 'Y'  TO WS-SEC-BATCH-OPEN-SW.
           MOVE ZERO TO WS-SEC-BATCH-COUNT.
           MOVE ZERO TO WS-SEC-BATCH-TOTAL.
           EXIT.

       2750-MERGE-ONE-RECORD.
           MOVE WS-SB-RECORD(WS-SB-SUB) TO WS-MERGE-RECORD.
           IF MERGE-IS-HEADER
               MOVE WS-SEC-BRANCH-ID TO MG-BRANCH-ID
           END-IF.
           WRITE MIXED-OUT-RECORD FROM WS-MERGE-RECORD.
           ADD 1 TO WS-RECORDS-MERGED.
       2750-MERGE-ONE-RECORD-EXIT.
           EXIT.
           PERFORM 3050-MERGE-RELEASE-BATCH
               THRU 3050-MERGE-RELEASE-BATCH-EXIT.

           PERFORM 3070-MERGE-HOLD-RELEASE
               THRU 3070-MERGE-HOLD-RELEASE-EXIT.

           PERFORM 3090-MERGE-INT-RELEASE
               THRU 3090-MERGE-INT-RELEASE-EXIT.

           PERFORM 3100-REPORT-ONE-MISSING
               THRU 3100-REPORT-ONE-MISSING-EXIT
               VARYING WS-BC-SUB FROM 1 BY 1
       3060-PICKUP-ONE-REL-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 3070-MERGE-HOLD-RELEASE - PICK UP THE HIGH-VALUE RELEASE
      * BATCH AND MERGE IT UNDER THE RESERVED PSEUDO-BRANCH 'HOLD',
      * EXACTLY AS 3050-MERGE-RELEASE-BATCH DOES FOR SUSPREL.
      ******************************************************************
       3070-MERGE-HOLD-RELEASE.
           OPEN INPUT HOLD-REL-FILE.
           PERFORM 3080-PICKUP-ONE-HOLD-RECORD
               THRU 3080-PICKUP-ONE-HOLD-RECORD-EXIT
               UNTIL END-OF-HOLD-REL.
           CLOSE HOLD-REL-FILE.

           IF NOT SECTION-IS-OPEN
               GO TO 3070-MERGE-HOLD-RELEASE-EXIT
           END-IF.

           IF SEC-BATCH-IS-OPEN
               AND NOT SECTION-HAS-FAILED
               MOVE 'BATCH TRAILER MISSING' TO WS-SEC-REASON
               MOVE 'Y' TO WS-SEC-FAIL-SWITCH
           END-IF.

           PERFORM 2700-FINISH-SECTION
               THRU 2700-FINISH-SECTION-EXIT.
       3070-MERGE-HOLD-RELEASE-EXIT.
           EXIT.

      ******************************************************************
      * 3080-PICKUP-ONE-HOLD-RECORD - READ ONE HIGH-VALUE RELEASE
      * RECORD AND VERIFY IT LIKE ANY BRANCH BATCH RECORD.  THE FIRST
      * RECORD OPENS THE 'HOLD' SECTION.
      ******************************************************************
       3080-PICKUP-ONE-HOLD-RECORD.
           READ HOLD-REL-FILE INTO BRANCH-RECORD
               AT END
                   MOVE 'Y' TO WS-HREL-EOF-SWITCH
                   GO TO 3080-PICKUP-ONE-HOLD-RECORD-EXIT
           END-READ.

           ADD 1 TO WS-RECORDS-READ.

           IF NOT SECTION-IS-OPEN
               MOVE 'Y'    TO WS-SEC-OPEN-SWITCH
               MOVE 'N'    TO WS-SEC-FAIL-SWITCH
               MOVE WS-HOLD-BRANCH-ID TO WS-SEC-BRANCH-ID
               MOVE SPACES TO WS-SEC-REASON
               MOVE ZERO   TO WS-SEC-INNER-COUNT
               MOVE ZERO   TO WS-SEC-AMOUNT-TOTAL
               MOVE 'N'    TO WS-SEC-BATCH-OPEN-SW
               MOVE ZERO   TO WS-SB-ENTRY-COUNT
               MOVE ZERO   TO WS-SEC-CTL-SUB
           END-IF.

           PERFORM 2300-VERIFY-BATCH-RECORD
               THRU 2300-VERIFY-BATCH-RECORD-EXIT.
       3080-PICKUP-ONE-HOLD-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 3090-MERGE-INT-RELEASE - PICK UP THE INTEREST CAPITALISATION
      * BATCH AND MERGE IT UNDER THE RESERVED PSEUDO-BRANCH 'INTR',
      * EXACTLY AS 3050-MERGE-RELEASE-BATCH DOES FOR SUSPREL.
      ******************************************************************
       3090-MERGE-INT-RELEASE.
           OPEN INPUT INT-REL-FILE.
           PERFORM 3095-PICKUP-ONE-INT-RECORD
               THRU 3095-PICKUP-ONE-INT-RECORD-EXIT
               UNTIL END-OF-INT-REL.
           CLOSE INT-REL-FILE.

           IF NOT SECTION-IS-OPEN
               GO TO 3090-MERGE-INT-RELEASE-EXIT
           END-IF.

           IF SEC-BATCH-IS-OPEN
               AND NOT SECTION-HAS-FAILED
               MOVE 'BATCH TRAILER MISSING' TO WS-SEC-REASON
               MOVE 'Y' TO WS-SEC-FAIL-SWITCH
           END-IF.

           PERFORM 2700-FINISH-SECTION
               THRU 2700-FINISH-SECTION-EXIT.
       3090-MERGE-INT-RELEASE-EXIT.
           EXIT.

      ******************************************************************
      * 3095-PICKUP-ONE-INT-RECORD - READ ONE CAPITALISATION BATCH
      * RECORD AND VERIFY IT LIKE ANY BRANCH BATCH RECORD.  THE FIRST
      * RECORD OPENS THE 'INTR' SECTION.
      ******************************************************************
       3095-PICKUP-ONE-INT-RECORD.
           READ INT-REL-FILE INTO BRANCH-RECORD
               AT END
                   MOVE 'Y' TO WS-IREL-EOF-SWITCH
                   GO TO 3095-PICKUP-ONE-INT-RECORD-EXIT
           END-READ.

           ADD 1 TO WS-RECORDS-READ.

           IF NOT SECTION-IS-OPEN
               MOVE 'Y'    TO WS-SEC-OPEN-SWITCH
               MOVE 'N'    TO WS-SEC-FAIL-SWITCH
               MOVE WS-INTR-BRANCH-ID TO WS-SEC-BRANCH-ID
               MOVE SPACES TO WS-SEC-REASON
               MOVE ZERO   TO WS-SEC-INNER-COUNT
               MOVE ZERO   TO WS-SEC-AMOUNT-TOTAL
               MOVE 'N'    TO WS-SEC-BATCH-OPEN-SW
               MOVE ZERO   TO WS-SB-ENTRY-COUNT
               MOVE ZERO   TO WS-SEC-CTL-SUB
           END-IF.

           PERFORM 2300-VERIFY-BATCH-RECORD
               THRU 2300-VERIFY-BATCH-RECORD-EXIT.
       3095-PICKUP-ONE-INT-RECORD-EXIT.
           EXIT.

       3100-REPORT-ONE-MISSING.
           IF BRANCH-EXPECTED(WS-BC-SUB)
               MOVE WS-BC-BRANCH-ID(WS-BC-SUB) TO RL-BRANCH-ID
