      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: SUPERVISOR APPROVAL OF THE HIGH-VALUE ITEMS THAT
      *          REDEFINE-DISPATCH HOLDS INSTEAD OF POSTING (SEE THE
      *          HVHOLD COPYBOOK).  THIS PROGRAM MERGES THE ITEMS
      *          CARRIED FORWARD FROM THE LAST CYCLE (HVOPEN) WITH THE
      *          ITEMS THE LAST DISPATCH RUN HELD (HVHOLD), AGES
      *          EACH ONE, AND LOOKS IT UP ON THE SUPERVISOR'S
      *          APPROVALS FILE (HVAPPR), WHICH NAMES EACH DECIDED
      *          ITEM BY ITS HOLD DATE, BATCH ID AND FEED SEQUENCE
      *          NUMBER AND CARRIES 'A' TO APPROVE OR 'R' TO REJECT.
      *
      *          AN APPROVED ITEM IS RELEASED INTO A PROPERLY FORMED
      *          H/D/T BATCH (HVREL) - A DETAIL AS A 'D', A REVERSAL
      *          AS AN 'R' - WHICH BRANCH-MERGE PICKS UP AND MERGES
      *          INTO THE NEXT CYCLE'S MIXEDIN AS THE RESERVED
      *          PSEUDO-BRANCH 'HOLD', THE SAME WAY AS SUSPREL.  THE
      *          BATCH ID IS 'HV' PLUS THE BUSINESS DATE; THE DISPATCH
      *          RUN DOES NOT LIMIT-CHECK AN 'HV' BATCH AGAIN.  A
      *          REJECTED ITEM GOES ON THE REJECTED LIST (HVREJECT)
      *          AND IS DROPPED.  AN ITEM WITH NO DECISION YET IS
      *          CARRIED FORWARD (HVNEW) AND LISTED ON THE AGEING
      *          REPORT (HVAGERPT) WITH A COUNT BY AGE BAND, SO A
      *          HELD ITEM NOBODY HAS LOOKED AT IS VISIBLE EVERY
      *          MORNING.  A DECISION THAT MATCHES NO HELD ITEM, OR
      *          CARRIES AN ACTION OTHER THAN 'A' OR 'R', IS LISTED
      *          ON THE AGEING REPORT RATHER THAN SILENTLY IGNORED.
      *
      *          A REVERSAL RELEASED IN THE SAME BATCH AS THE HELD
      *          DETAIL IT REVERSES IS POINTED AT THE RELEASE BATCH,
      *          WHICH IS WHERE THE DISPATCH RUN WILL SEE THAT DETAIL
      *          POSTED.
      *
      *          SCHEDULER CONVENTIONS: THIS PROGRAM RUNS AFTER
      *          DATE-ROLL AND BEFORE BRANCH-MERGE, SO THE RELEASE
      *          BATCH IS DATED FOR THE SAME BUSINESS DATE THE
      *          DISPATCH RUN HOLDS HEADERS AGAINST; RUN BEFORE
      *          DATE-ROLL IT WOULD CARRY THE DAY BEFORE'S DATE AND BE
      *          HELD.  IT IS GATED ON REDEFINE-DISPATCH, SO ITEMS
      *          HELD BY A FAILED DISPATCH RUN - WHICH ITS RERUN WILL
      *          HOLD AGAIN - ARE NEVER AGED OR RELEASED.  AFTER THIS
      *          PROGRAM ENDS, THE SCHEDULER MOVES HVNEW OVER HVOPEN
      *          FOR THE NEXT CYCLE AND REMOVES THE CONSUMED HVHOLD AND
      *          HVAPPR FILES - EITHER LEFT IN PLACE WOULD BE PICKED UP
      *          AGAIN NEXT CYCLE.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HV-APPROVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL SO THE VERY FIRST CYCLE, WHICH HAS NO CARRIED
      *    ITEMS YET, SIMPLY FINDS NOTHING TO AGE.
           SELECT OPTIONAL HV-OPEN-FILE
               ASSIGN TO "HVOPEN"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO A CYCLE WHERE THE DISPATCH STEP WAS HELD STILL
      *    AGES AND DECIDES THE CARRIED ITEMS.
           SELECT OPTIONAL HV-HOLD-FILE
               ASSIGN TO "HVHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SO A CYCLE WITH NO DECISIONS JUST AGES THE ITEMS.
           SELECT OPTIONAL HV-APPR-FILE
               ASSIGN TO "HVAPPR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HV-NEW-FILE
               ASSIGN TO "HVNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HV-REL-FILE
               ASSIGN TO "HVREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HV-REJECT-FILE
               ASSIGN TO "HVREJECT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HV-AGE-RPT-FILE
               ASSIGN TO "HVAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HV-OPEN-FILE.
       01  HV-OPEN-REC-IN               PIC X(80).

       FD  HV-HOLD-FILE.
       01  HV-HOLD-REC-IN               PIC X(80).

      ******************************************************************
      * ONE SUPERVISOR DECISION PER RECORD: THE HELD ITEM'S HOLD DATE,
      * BATCH ID AND FEED SEQUENCE NUMBER (AS PRINTED ON THE AGEING
      * REPORT), THE ACTION, AND WHO DECIDED IT.
      ******************************************************************
       FD  HV-APPR-FILE.
       01  HV-APPR-RECORD.
           02  HA-HOLD-DATE             PIC 9(08).
           02  FILLER                   PIC X(01).
           02  HA-BATCH-ID              PIC X(10).
           02  FILLER                   PIC X(01).
           02  HA-SEQUENCE-NO           PIC 9(06).
           02  FILLER                   PIC X(01).
           02  HA-ACTION                PIC X(01).
           02  FILLER                   PIC X(01).
           02  HA-APPROVER              PIC X(08).

       FD  HV-NEW-FILE.
       01  HV-NEW-REC-OUT               PIC X(80).

       FD  HV-REL-FILE.
       01  HV-REL-RECORD                PIC X(80).

       FD  HV-REJECT-FILE.
       01  HV-REJECT-RECORD             PIC X(72).

       FD  HV-AGE-RPT-FILE.
       01  HV-AGE-RPT-RECORD            PIC X(72).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * HV-HOLD-RECORD IS THE HELD-ITEM LAYOUT, HELD IN WORKING-STORAGE
      * SO THE SAME AREA SERVES THE READS FROM HVOPEN AND HVHOLD AND
      * THE WRITE TO HVNEW.  SEE THE HVHOLD COPYBOOK.
      ******************************************************************
           COPY HVHOLD.

      ******************************************************************
      * WS-REL-HEADER/DETAIL/REVERSAL/TRAILER-LINE ARE THE RECORD
      * SHAPES OF THE RELEASE BATCH, BUILT HERE AND WRITTEN WITH
      * WRITE ... FROM SO THE UNUSED TAILS ARE RELIABLY SPACES.  THE
      * LAYOUTS MIRROR THE MIXEDIN OVERLAYS IN REDEFINE-DISPATCH
      * EXACTLY, THE SAME AS SUSP-MANAGE'S RELEASE BATCH.
      ******************************************************************
       01  WS-REL-HEADER-LINE.
           02  FILLER                   PIC X(01) VALUE 'H'.
           02  RH-BATCH-ID              PIC X(10).
           02  RH-RUN-DATE              PIC X(10).
           02  FILLER                   PIC X(59) VALUE SPACES.

       01  WS-REL-DETAIL-LINE.
           02  FILLER                   PIC X(01) VALUE 'D'.
           02  RD-ACCOUNT-NO            PIC X(10).
           02  RD-AMOUNT                PIC X(12).
           02  FILLER                   PIC X(57) VALUE SPACES.

       01  WS-REL-REVERSAL-LINE.
           02  FILLER                   PIC X(01) VALUE 'R'.
           02  RV-ORIG-BATCH-ID         PIC X(10).
           02  RV-ACCOUNT-NO            PIC X(10).
           02  RV-AMOUNT                PIC X(12).
           02  FILLER                   PIC X(47) VALUE SPACES.

       01  WS-REL-TRAILER-LINE.
           02  FILLER                   PIC X(01) VALUE 'T'.
           02  RT-RECORD-COUNT          PIC 9(06).
           02  RT-AMOUNT-TOTAL          PIC -ZZZZZZZ9.99.
           02  FILLER                   PIC X(61) VALUE SPACES.

      ******************************************************************
      * WS-ITEM-LINE IS ONE HELD ITEM AS PRINTED ON THE REJECTED LIST
      * AND THE AGEING REPORT; IL-NOTE CARRIES THE APPROVER ON THE
      * REJECTED LIST AND THE AGE IN CYCLES ON THE AGEING REPORT.
      * BUILT IN WORKING-STORAGE AND WRITTEN WITH WRITE ... FROM.
      ******************************************************************
       01  WS-ITEM-LINE.
           02  IL-HOLD-DATE             PIC 9(08).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  IL-BATCH-ID              PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  IL-SEQUENCE-NO           PIC 9(06).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  IL-REC-TYPE              PIC X(01).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  IL-ACCOUNT-NO            PIC X(10).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  IL-AMOUNT                PIC X(12).
           02  FILLER                   PIC X(01) VALUE SPACE.
           02  IL-NOTE                  PIC X(19).

       01  WS-ITEM-HEADING.
           02  FILLER                   PIC X(20)
               VALUE 'HELD ON  BATCH-ID   '.
           02  FILLER                   PIC X(20)
               VALUE 'SEQ    T ACCOUNT-NO '.
           02  FILLER                   PIC X(13)
               VALUE 'AMOUNT       '.
           02  HD-NOTE                  PIC X(19).

      ******************************************************************
      * WS-TITLE-LINE IS A FREE-TEXT LINE: REPORT TITLES, THE AGE BAND
      * SUMMARY AND THE UNMATCHED DECISIONS.
      ******************************************************************
       01  WS-TITLE-LINE                PIC X(72).

       01  WS-SWITCHES.
           02  WS-OPEN-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-HV-OPEN               VALUE 'Y'.
           02  WS-HOLD-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-HV-HOLD               VALUE 'Y'.
           02  WS-APPR-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-HV-APPR               VALUE 'Y'.
           02  WS-REL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
               88  RELEASE-BATCH-OPEN           VALUE 'Y'.

       01  WS-COUNTERS.
           02  WS-CARRIED-READ          PIC 9(06) VALUE ZERO.
           02  WS-NEW-READ              PIC 9(06) VALUE ZERO.
           02  WS-DECISIONS-READ        PIC 9(06) VALUE ZERO.
           02  WS-ITEMS-RELEASED        PIC 9(06) VALUE ZERO.
           02  WS-ITEMS-REJECTED        PIC 9(06) VALUE ZERO.
           02  WS-ITEMS-CARRIED         PIC 9(06) VALUE ZERO.
           02  WS-ITEMS-DEFERRED        PIC 9(06) VALUE ZERO.
           02  WS-AMOUNTS-UNPARSED      PIC 9(06) VALUE ZERO.
           02  WS-DECISIONS-UNUSED      PIC 9(06) VALUE ZERO.

      ******************************************************************
      * WS-APPR-TABLE - THE CYCLE'S SUPERVISOR DECISIONS, LOADED AT
      * INITIALIZE TIME.  EACH IS MARKED USED WHEN IT DECIDES A HELD
      * ITEM; ANY LEFT UNUSED AT THE END ARE REPORTED.  AN APPROVALS
      * FILE LARGER THAN THE TABLE STOPS THE RUN - A DROPPED DECISION
      * WOULD LEAVE A REJECTED ITEM WAITING TO BE APPROVED LATER.
      ******************************************************************
       01  WS-APPR-TABLE.
           02  WS-AP-ENTRY-COUNT        PIC 9(03) VALUE ZERO.
           02  WS-AP-SUB                PIC 9(03) VALUE ZERO.
           02  WS-AP-HIT-SUB            PIC 9(03) VALUE ZERO.
           02  WS-AP-ENTRY OCCURS 500 TIMES.
               03  WS-AP-HOLD-DATE      PIC 9(08).
               03  WS-AP-BATCH-ID       PIC X(10).
               03  WS-AP-SEQUENCE-NO    PIC 9(06).
               03  WS-AP-ACTION         PIC X(01).
                   88  AP-APPROVE               VALUE 'A'.
                   88  AP-REJECT                VALUE 'R'.
               03  WS-AP-APPROVER       PIC X(08).
               03  WS-AP-USED-SW        PIC X(01).
                   88  AP-WAS-USED              VALUE 'Y'.

      ******************************************************************
      * WS-RELDET-TABLE REMEMBERS EACH DETAIL RELEASED IN THIS RUN
      * (THE BATCH IT WAS HELD FROM, ITS ACCOUNT AND PARSED AMOUNT),
      * SO A RELEASED REVERSAL OF IT CAN BE POINTED AT THE RELEASE
      * BATCH.  A FULL TABLE ONLY MEANS SUCH A REVERSAL KEEPS ITS
      * ORIGINAL BATCH ID AND GOES TO SUSPENSE DOWNSTREAM FOR MANUAL
      * REVIEW, SO IT IS NOT FATAL.
      ******************************************************************
       01  WS-RELDET-TABLE.
           02  WS-RD-ENTRY-COUNT        PIC 9(03) VALUE ZERO.
           02  WS-RD-SUB                PIC 9(03) VALUE ZERO.
           02  WS-RD-HIT-SUB            PIC 9(03) VALUE ZERO.
           02  WS-RD-ENTRY OCCURS 500 TIMES.
               03  WS-RD-BATCH-ID       PIC X(10).
               03  WS-RD-ACCOUNT-NO     PIC X(10).
               03  WS-RD-AMOUNT         PIC S9(10)V99.
               03  WS-RD-MATCHED-SW     PIC X(01).
                   88  RELDET-MATCHED           VALUE 'Y'.

      ******************************************************************
      * WS-RELEASE-FIELDS - THE RELEASE BATCH'S OWN CONTROL FIGURES,
      * ACCUMULATED AS RECORDS ARE WRITTEN AND ECHOED INTO ITS
      * TRAILER.  AS IN SUSP-MANAGE, AN ITEM THAT WOULD PUSH THE
      * RUNNING TOTAL PAST WHAT THE TRAILER'S 12-BYTE FIELD CAN CARRY
      * IS DEFERRED - CARRIED FORWARD, AND RELEASED ON A LATER CYCLE
      * ONCE THE DECISION IS RESUBMITTED.
      ******************************************************************
       01  WS-RELEASE-FIELDS.
           02  WS-REL-COUNT             PIC 9(06) VALUE ZERO.
           02  WS-REL-AMOUNT-TOTAL      PIC S9(10)V99 VALUE ZERO.
           02  WS-REL-TEST-TOTAL        PIC S9(12)V99 VALUE ZERO.
           02  WS-REL-BATCH-ID          PIC X(10) VALUE SPACES.

      ******************************************************************
      * WS-TODAY-FIELDS - THE BUSINESS DATE AS YYYYMMDD FOR THE BATCH
      * ID, AND AS DD/MM/YYYY FOR THE RELEASE BATCH HEADER.
      ******************************************************************
       01  WS-TODAY-FIELDS.
           02  WS-TODAY-YMD             PIC 9(08) VALUE ZERO.
           02  WS-TODAY-YMD-X REDEFINES WS-TODAY-YMD.
               03  WS-TODAY-YEAR        PIC X(04).
               03  WS-TODAY-MONTH       PIC X(02).
               03  WS-TODAY-DAY         PIC X(02).
           02  WS-TODAY-TEXT            PIC X(10) VALUE SPACES.

      ******************************************************************
      * WS-AGE-FIELDS - THE CARRIED ITEMS COUNTED BY AGE BAND
      * (1 = 0-7 CYCLES, 2 = 8-30, 3 = OVER 30) FOR THE SUMMARY AT THE
      * FOOT OF THE AGEING REPORT.
      ******************************************************************
       01  WS-AGE-FIELDS.
           02  WS-AG-BAND               PIC 9(01) VALUE ZERO.
           02  WS-AG-BAND-COUNT         OCCURS 3 TIMES
                                        PIC 9(06).
           02  WS-ED-AGE                PIC ZZ9.
           02  WS-ED-BAND-1             PIC ZZZZZ9.
           02  WS-ED-BAND-2             PIC ZZZZZ9.
           02  WS-ED-BAND-3             PIC ZZZZZ9.
           02  WS-ED-TOTAL              PIC ZZZZZ9.

      ******************************************************************
      * AMTPARSE-PARMS CARRIES EACH ITEM'S 12-BYTE EXTERNAL AMOUNT TO
      * THE SHARED AMT-PARSE SUBPROGRAM; THE RELEASE BATCH TRAILER
      * TOTAL IS SUMMED FROM THE PARSED VALUES.
      ******************************************************************
           COPY AMTPARSE.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE FROM
      * BUSDATE-GET.
      ******************************************************************
           COPY BUSDTLNK.

      ******************************************************************
      * RUNCTL-PARMS CARRIES THE START/END EVENTS THIS PROGRAM WRITES
      * TO THE SHARED RUN-CONTROL FILE THROUGH RUNCTL-LOG.
      ******************************************************************
           COPY RUNCTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-AGE-ONE-CARRIED
               THRU 2000-AGE-ONE-CARRIED-EXIT
               UNTIL END-OF-HV-OPEN.

           PERFORM 2100-PICKUP-ONE-NEW
               THRU 2100-PICKUP-ONE-NEW-EXIT
               UNTIL END-OF-HV-HOLD.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE FILES, STAMP THE BUSINESS DATE,
      * LOAD THE CYCLE'S DECISIONS AND HEAD THE TWO LISTS.  NOTHING IS
      * TOUCHED WHILE THE LAST DISPATCH RUN IS NOT CLEAN.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'HV-APPROVE'        TO RP-PROGRAM.
           MOVE 'REDEFINE-DISPATCH' TO RP-PREDECESSOR.
           MOVE 'GATE' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
           IF RP-GATE-BLOCKED
               DISPLAY 'HV-APPROVE HELD - REDEFINE-DISPATCH LATEST'
                   ' RUN NOT CLEAN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-TODAY-YMD.
           MOVE SPACES TO WS-TODAY-TEXT.
           STRING WS-TODAY-DAY '/' WS-TODAY-MONTH '/' WS-TODAY-YEAR
               DELIMITED BY SIZE
               INTO WS-TODAY-TEXT.
           MOVE SPACES TO WS-REL-BATCH-ID.
           STRING 'HV' WS-TODAY-YMD
               DELIMITED BY SIZE
               INTO WS-REL-BATCH-ID.

           MOVE ZERO TO WS-AG-BAND-COUNT(1).
           MOVE ZERO TO WS-AG-BAND-COUNT(2).
           MOVE ZERO TO WS-AG-BAND-COUNT(3).

           OPEN INPUT  HV-APPR-FILE
           PERFORM 1100-LOAD-ONE-DECISION
               THRU 1100-LOAD-ONE-DECISION-EXIT
               UNTIL END-OF-HV-APPR.
           CLOSE HV-APPR-FILE.

           OPEN INPUT  HV-OPEN-FILE
           OPEN INPUT  HV-HOLD-FILE
           OPEN OUTPUT HV-NEW-FILE
           OPEN OUTPUT HV-REL-FILE
           OPEN OUTPUT HV-REJECT-FILE
           OPEN OUTPUT HV-AGE-RPT-FILE.

           MOVE SPACES TO WS-TITLE-LINE.
           STRING 'HIGH-VALUE ITEMS REJECTED - BUSINESS DATE '
                  BP-BUSINESS-TEXT
               DELIMITED BY SIZE
               INTO WS-TITLE-LINE.
           WRITE HV-REJECT-RECORD FROM WS-TITLE-LINE.
           MOVE 'APPROVER' TO HD-NOTE.
           WRITE HV-REJECT-RECORD FROM WS-ITEM-HEADING.

           MOVE SPACES TO WS-TITLE-LINE.
           STRING 'HIGH-VALUE ITEMS AWAITING APPROVAL - BUSINESS DATE '
                  BP-BUSINESS-TEXT
               DELIMITED BY SIZE
               INTO WS-TITLE-LINE.
           WRITE HV-AGE-RPT-RECORD FROM WS-TITLE-LINE.
           MOVE 'AGE (CYCLES)' TO HD-NOTE.
           WRITE HV-AGE-RPT-RECORD FROM WS-ITEM-HEADING.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-ONE-DECISION - READ ONE SUPERVISOR DECISION INTO
      * THE TABLE.
      ******************************************************************
       1100-LOAD-ONE-DECISION.
           READ HV-APPR-FILE
               AT END
                   MOVE 'Y' TO WS-APPR-EOF-SWITCH
                   GO TO 1100-LOAD-ONE-DECISION-EXIT
           END-READ.

           ADD 1 TO WS-DECISIONS-READ.

           IF WS-AP-ENTRY-COUNT NOT < 500
               DISPLAY 'HV-APPROVE APPROVALS TABLE FULL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-AP-ENTRY-COUNT.
           MOVE HA-HOLD-DATE   TO WS-AP-HOLD-DATE(WS-AP-ENTRY-COUNT).
           MOVE HA-BATCH-ID    TO WS-AP-BATCH-ID(WS-AP-ENTRY-COUNT).
           MOVE HA-SEQUENCE-NO TO WS-AP-SEQUENCE-NO(WS-AP-ENTRY-COUNT).
           MOVE HA-ACTION      TO WS-AP-ACTION(WS-AP-ENTRY-COUNT).
           MOVE HA-APPROVER    TO WS-AP-APPROVER(WS-AP-ENTRY-COUNT).
           MOVE 'N'            TO WS-AP-USED-SW(WS-AP-ENTRY-COUNT).
       1100-LOAD-ONE-DECISION-EXIT.
           EXIT.

      ******************************************************************
      * 2000-AGE-ONE-CARRIED - READ ONE ITEM CARRIED FROM THE LAST
      * CYCLE, ADVANCE ITS AGE AND HAND IT TO THE COMMON DISPOSITION.
      ******************************************************************
       2000-AGE-ONE-CARRIED.
           READ HV-OPEN-FILE INTO HV-HOLD-RECORD
               AT END
                   MOVE 'Y' TO WS-OPEN-EOF-SWITCH
                   GO TO 2000-AGE-ONE-CARRIED-EXIT
           END-READ.

           ADD 1 TO WS-CARRIED-READ.

           IF HH-AGE-DAYS < 999
               ADD 1 TO HH-AGE-DAYS
           END-IF.

           PERFORM 2500-DISPOSE-ONE-ITEM
               THRU 2500-DISPOSE-ONE-ITEM-EXIT.
       2000-AGE-ONE-CARRIED-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PICKUP-ONE-NEW - READ ONE ITEM THE LAST DISPATCH RUN
      * HELD (STILL AT AGE ZERO) AND HAND IT TO THE COMMON
      * DISPOSITION.
      ******************************************************************
       2100-PICKUP-ONE-NEW.
           READ HV-HOLD-FILE INTO HV-HOLD-RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                   GO TO 2100-PICKUP-ONE-NEW-EXIT
           END-READ.

           ADD 1 TO WS-NEW-READ.

           PERFORM 2500-DISPOSE-ONE-ITEM
               THRU 2500-DISPOSE-ONE-ITEM-EXIT.
       2100-PICKUP-ONE-NEW-EXIT.
           EXIT.

      ******************************************************************
      * 2500-DISPOSE-ONE-ITEM - FIND THE SUPERVISOR'S DECISION ON THE
      * ITEM IN HV-HOLD-RECORD.  APPROVED RELEASES IT, REJECTED LISTS
      * AND DROPS IT, AND NO DECISION (OR ONE WITH AN ACTION THAT IS
      * NEITHER, WHICH IS LEFT UNUSED AND REPORTED) CARRIES IT.
      ******************************************************************
       2500-DISPOSE-ONE-ITEM.
           MOVE ZERO TO WS-AP-HIT-SUB.
           PERFORM 2510-MATCH-ONE-DECISION
               THRU 2510-MATCH-ONE-DECISION-EXIT
               VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-ENTRY-COUNT
                   OR WS-AP-HIT-SUB > ZERO.

           IF WS-AP-HIT-SUB = ZERO
               PERFORM 2700-CARRY-ITEM
                   THRU 2700-CARRY-ITEM-EXIT
               GO TO 2500-DISPOSE-ONE-ITEM-EXIT
           END-IF.

           MOVE 'Y' TO WS-AP-USED-SW(WS-AP-HIT-SUB).

           IF AP-REJECT(WS-AP-HIT-SUB)
               PERFORM 2800-REJECT-ITEM
                   THRU 2800-REJECT-ITEM-EXIT
           ELSE
               PERFORM 2600-RELEASE-ITEM
                   THRU 2600-RELEASE-ITEM-EXIT
           END-IF.
       2500-DISPOSE-ONE-ITEM-EXIT.
           EXIT.

       2510-MATCH-ONE-DECISION.
           IF WS-AP-HOLD-DATE(WS-AP-SUB) = HH-HOLD-DATE
               AND WS-AP-BATCH-ID(WS-AP-SUB) = HH-BATCH-ID
               AND WS-AP-SEQUENCE-NO(WS-AP-SUB) = HH-SEQUENCE-NO
               AND (AP-APPROVE(WS-AP-SUB) OR AP-REJECT(WS-AP-SUB))
               AND NOT AP-WAS-USED(WS-AP-SUB)
               MOVE WS-AP-SUB TO WS-AP-HIT-SUB
           END-IF.
       2510-MATCH-ONE-DECISION-EXIT.
           EXIT.

      ******************************************************************
      * 2600-RELEASE-ITEM - WRITE THE APPROVED ITEM INTO THE RELEASE
      * BATCH AND ROLL ITS AMOUNT INTO THE BATCH CONTROL FIGURES.  AN
      * AMOUNT THAT DOES NOT PARSE (THE DISPATCH RUN ONLY HOLDS PARSED
      * AMOUNTS, SO THIS MEANS A DAMAGED CARRIED FILE) IS CARRIED, AS
      * IS ONE THAT WOULD OVERFLOW THE TRAILER TOTAL; EITHER WAY THE
      * DECISION IS LEFT UNUSED, SO IT SHOWS ON THE AGEING REPORT AS
      * NOT APPLIED AND THE SUPERVISOR RESUBMITS IT ON A LATER CYCLE.
      ******************************************************************
       2600-RELEASE-ITEM.
           MOVE HH-AMOUNT TO AP-AMOUNT-TEXT.
           CALL 'AMT-PARSE' USING AMTPARSE-PARMS.
           IF AP-AMOUNT-INVALID
               ADD 1 TO WS-AMOUNTS-UNPARSED
               MOVE 'N' TO WS-AP-USED-SW(WS-AP-HIT-SUB)
               PERFORM 2700-CARRY-ITEM
                   THRU 2700-CARRY-ITEM-EXIT
               GO TO 2600-RELEASE-ITEM-EXIT
           END-IF.

           COMPUTE WS-REL-TEST-TOTAL =
               WS-REL-AMOUNT-TOTAL + AP-AMOUNT-VALUE.
           IF WS-REL-TEST-TOTAL > 99999999.99
               OR WS-REL-TEST-TOTAL < -99999999.99
               ADD 1 TO WS-ITEMS-DEFERRED
               MOVE 'N' TO WS-AP-USED-SW(WS-AP-HIT-SUB)
               PERFORM 2700-CARRY-ITEM
                   THRU 2700-CARRY-ITEM-EXIT
               GO TO 2600-RELEASE-ITEM-EXIT
           END-IF.

           IF NOT RELEASE-BATCH-OPEN
               MOVE WS-REL-BATCH-ID TO RH-BATCH-ID
               MOVE WS-TODAY-TEXT   TO RH-RUN-DATE
               WRITE HV-REL-RECORD FROM WS-REL-HEADER-LINE
               MOVE 'Y' TO WS-REL-OPEN-SWITCH
           END-IF.

           IF HH-IS-REVERSAL
               PERFORM 2650-RELEASE-REVERSAL
                   THRU 2650-RELEASE-REVERSAL-EXIT
           ELSE
               MOVE HH-ACCOUNT-NO TO RD-ACCOUNT-NO
               MOVE HH-AMOUNT     TO RD-AMOUNT
               WRITE HV-REL-RECORD FROM WS-REL-DETAIL-LINE
               PERFORM 2660-NOTE-RELEASED-DETAIL
                   THRU 2660-NOTE-RELEASED-DETAIL-EXIT
           END-IF.

           ADD 1 TO WS-REL-COUNT.
           ADD AP-AMOUNT-VALUE TO WS-REL-AMOUNT-TOTAL.
           ADD 1 TO WS-ITEMS-RELEASED.
       2600-RELEASE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 2650-RELEASE-REVERSAL - WRITE THE APPROVED REVERSAL.  IF THE
      * DETAIL IT REVERSES WAS RELEASED EARLIER IN THIS SAME BATCH,
      * THE DISPATCH RUN WILL SEE THAT DETAIL POSTED UNDER THE RELEASE
      * BATCH ID, SO THE REVERSAL IS POINTED THERE; OTHERWISE IT KEEPS
      * THE BATCH ID IT WAS HELD WITH.
      ******************************************************************
       2650-RELEASE-REVERSAL.
           MOVE HH-ORIG-BATCH-ID TO RV-ORIG-BATCH-ID.
           MOVE HH-ACCOUNT-NO    TO RV-ACCOUNT-NO.
           MOVE HH-AMOUNT        TO RV-AMOUNT.

           MOVE ZERO TO WS-RD-HIT-SUB.
           PERFORM 2670-MATCH-RELEASED-DETAIL
               THRU 2670-MATCH-RELEASED-DETAIL-EXIT
               VARYING WS-RD-SUB FROM 1 BY 1
               UNTIL WS-RD-SUB > WS-RD-ENTRY-COUNT
                   OR WS-RD-HIT-SUB > ZERO.

           IF WS-RD-HIT-SUB > ZERO
               MOVE 'Y' TO WS-RD-MATCHED-SW(WS-RD-HIT-SUB)
               MOVE WS-REL-BATCH-ID TO RV-ORIG-BATCH-ID
           END-IF.

           WRITE HV-REL-RECORD FROM WS-REL-REVERSAL-LINE.
       2650-RELEASE-REVERSAL-EXIT.
           EXIT.

       2660-NOTE-RELEASED-DETAIL.
           IF WS-RD-ENTRY-COUNT < 500
               ADD 1 TO WS-RD-ENTRY-COUNT
               MOVE HH-BATCH-ID
                   TO WS-RD-BATCH-ID(WS-RD-ENTRY-COUNT)
               MOVE HH-ACCOUNT-NO
                   TO WS-RD-ACCOUNT-NO(WS-RD-ENTRY-COUNT)
               MOVE AP-AMOUNT-VALUE
                   TO WS-RD-AMOUNT(WS-RD-ENTRY-COUNT)
               MOVE 'N'
                   TO WS-RD-MATCHED-SW(WS-RD-ENTRY-COUNT)
           END-IF.
       2660-NOTE-RELEASED-DETAIL-EXIT.
           EXIT.

       2670-MATCH-RELEASED-DETAIL.
           IF WS-RD-BATCH-ID(WS-RD-SUB) = HH-ORIG-BATCH-ID
               AND WS-RD-ACCOUNT-NO(WS-RD-SUB) = HH-ACCOUNT-NO
               AND WS-RD-AMOUNT(WS-RD-SUB) = AP-AMOUNT-VALUE
               AND NOT RELDET-MATCHED(WS-RD-SUB)
               MOVE WS-RD-SUB TO WS-RD-HIT-SUB
           END-IF.
       2670-MATCH-RELEASED-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CARRY-ITEM - WRITE THE ITEM TO THE CARRY-FORWARD FILE,
      * LIST IT ON THE AGEING REPORT AND COUNT IT IN ITS AGE BAND.
      ******************************************************************
       2700-CARRY-ITEM.
           WRITE HV-NEW-REC-OUT FROM HV-HOLD-RECORD.
           ADD 1 TO WS-ITEMS-CARRIED.

           PERFORM 2900-BUILD-ITEM-LINE
               THRU 2900-BUILD-ITEM-LINE-EXIT.
           MOVE HH-AGE-DAYS TO WS-ED-AGE.
           MOVE WS-ED-AGE   TO IL-NOTE.
           WRITE HV-AGE-RPT-RECORD FROM WS-ITEM-LINE.

           EVALUATE TRUE
               WHEN HH-AGE-DAYS < 8
                   MOVE 1 TO WS-AG-BAND
               WHEN HH-AGE-DAYS < 31
                   MOVE 2 TO WS-AG-BAND
               WHEN OTHER
                   MOVE 3 TO WS-AG-BAND
           END-EVALUATE.
           ADD 1 TO WS-AG-BAND-COUNT(WS-AG-BAND).
       2700-CARRY-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 2800-REJECT-ITEM - LIST THE REJECTED ITEM WITH WHO REJECTED IT.
      * IT IS NOT CARRIED, SO IT NEVER POSTS; ANY CORRECTION COMES IN
      * AS A FRESH ITEM FROM THE BRANCH.
      ******************************************************************
       2800-REJECT-ITEM.
           PERFORM 2900-BUILD-ITEM-LINE
               THRU 2900-BUILD-ITEM-LINE-EXIT.
           MOVE WS-AP-APPROVER(WS-AP-HIT-SUB) TO IL-NOTE.
           WRITE HV-REJECT-RECORD FROM WS-ITEM-LINE.

           ADD 1 TO WS-ITEMS-REJECTED.
       2800-REJECT-ITEM-EXIT.
           EXIT.

       2900-BUILD-ITEM-LINE.
           MOVE HH-HOLD-DATE   TO IL-HOLD-DATE.
           MOVE HH-BATCH-ID    TO IL-BATCH-ID.
           MOVE HH-SEQUENCE-NO TO IL-SEQUENCE-NO.
           MOVE HH-REC-TYPE    TO IL-REC-TYPE.
           MOVE HH-ACCOUNT-NO  TO IL-ACCOUNT-NO.
           MOVE HH-AMOUNT      TO IL-AMOUNT.
           MOVE SPACES         TO IL-NOTE.
       2900-BUILD-ITEM-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - CLOSE THE RELEASE BATCH WITH ITS TRAILER IF
      * ANY ITEM WAS RELEASED, FOOT THE AGEING REPORT WITH THE AGE
      * BAND COUNTS AND ANY DECISIONS THAT DECIDED NOTHING, CLOSE THE
      * FILES AND REPORT RUN TOTALS.
      ******************************************************************
       3000-TERMINATE.
           IF RELEASE-BATCH-OPEN
               MOVE WS-REL-COUNT        TO RT-RECORD-COUNT
               MOVE WS-REL-AMOUNT-TOTAL TO RT-AMOUNT-TOTAL
               WRITE HV-REL-RECORD FROM WS-REL-TRAILER-LINE
           END-IF.

           MOVE WS-AG-BAND-COUNT(1) TO WS-ED-BAND-1.
           MOVE WS-AG-BAND-COUNT(2) TO WS-ED-BAND-2.
           MOVE WS-AG-BAND-COUNT(3) TO WS-ED-BAND-3.
           MOVE WS-ITEMS-CARRIED    TO WS-ED-TOTAL.
           MOVE SPACES TO WS-TITLE-LINE.
           STRING '0-7 CYCLES=' WS-ED-BAND-1
                  ' 8-30=' WS-ED-BAND-2
                  ' OVER 30=' WS-ED-BAND-3
                  ' TOTAL=' WS-ED-TOTAL
               DELIMITED BY SIZE
               INTO WS-TITLE-LINE.
           WRITE HV-AGE-RPT-RECORD FROM WS-TITLE-LINE.

           PERFORM 3100-REPORT-ONE-UNUSED
               THRU 3100-REPORT-ONE-UNUSED-EXIT
               VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-ENTRY-COUNT.

           CLOSE HV-OPEN-FILE
                 HV-HOLD-FILE
                 HV-NEW-FILE
                 HV-REL-FILE
                 HV-REJECT-FILE
                 HV-AGE-RPT-FILE.

           DISPLAY 'HV-APPROVE CARRIED READ    : ' WS-CARRIED-READ.
           DISPLAY 'HV-APPROVE NEWLY HELD      : ' WS-NEW-READ.
           DISPLAY 'HV-APPROVE DECISIONS       : ' WS-DECISIONS-READ.
           DISPLAY 'HV-APPROVE RELEASED        : ' WS-ITEMS-RELEASED.
           DISPLAY 'HV-APPROVE REJECTED        : ' WS-ITEMS-REJECTED.
           DISPLAY 'HV-APPROVE CARRIED FORWARD : ' WS-ITEMS-CARRIED.
           DISPLAY 'HV-APPROVE DEFERRED        : ' WS-ITEMS-DEFERRED.
           DISPLAY 'HV-APPROVE BAD AMOUNTS     : '
               WS-AMOUNTS-UNPARSED.
           DISPLAY 'HV-APPROVE UNUSED DECISIONS: '
               WS-DECISIONS-UNUSED.

           MOVE 'END'   TO RP-FUNCTION.
           MOVE 'CLEAN' TO RP-STATUS.
           ADD WS-CARRIED-READ TO WS-NEW-READ
               GIVING RP-READ-COUNT.
           MOVE WS-ITEMS-RELEASED TO RP-WRITTEN-COUNT.
           MOVE WS-ITEMS-REJECTED TO RP-REJECTED-COUNT.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.
       3000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-REPORT-ONE-UNUSED - A DECISION THAT DECIDED NO HELD ITEM:
      * IT NAMES AN ITEM NOT ON HOLD (ALREADY DECIDED, OR MISKEYED),
      * OR ITS ACTION IS NEITHER 'A' NOR 'R'.  EITHER WAY THE
      * SUPERVISOR NEEDS TO KNOW IT DID NOTHING.
      ******************************************************************
       3100-REPORT-ONE-UNUSED.
           IF AP-WAS-USED(WS-AP-SUB)
               GO TO 3100-REPORT-ONE-UNUSED-EXIT
           END-IF.

           MOVE SPACES TO WS-TITLE-LINE.
           STRING 'DECISION NOT APPLIED: ' WS-AP-HOLD-DATE(WS-AP-SUB)
                  ' ' WS-AP-BATCH-ID(WS-AP-SUB)
                  ' ' WS-AP-SEQUENCE-NO(WS-AP-SUB)
                  ' ACTION=' WS-AP-ACTION(WS-AP-SUB)
                  ' ' WS-AP-APPROVER(WS-AP-SUB)
               DELIMITED BY SIZE
               INTO WS-TITLE-LINE.
           WRITE HV-AGE-RPT-RECORD FROM WS-TITLE-LINE.

           ADD 1 TO WS-DECISIONS-UNUSED.
       3100-REPORT-ONE-UNUSED-EXIT.
           EXIT.

       END PROGRAM HV-APPROVE.
