      ******************************************************************
      * Author: SAKET-KUMAR-SINGH
      * Date: 15-10-2026
      * Purpose: SHARED BUSINESS-DATE SUBPROGRAM.  EVERY PROGRAM IN
      *          THE SUITE CALLS IT FOR "TODAY" INSTEAD OF ACCEPTING
      *          THE MACHINE DATE, SO A CYCLE THAT OVERRUNS MIDNIGHT
      *          OR IS RERUN THE NEXT MORNING STAMPS ITS WORK WITH THE
      *          BUSINESS DAY IT BELONGS TO.  THE DATE COMES FROM THE
      *          ONE-RECORD BUSDATE CONTROL FILE THAT DATE-ROLL
      *          ADVANCES; WHEN THAT FILE IS MISSING OR HOLDS NO
      *          VALID DATE THE MACHINE DATE IS RETURNED INSTEAD, AND
      *          THE CALLER IS TOLD SO.  SEE THE BUSDTLNK COPYBOOK FOR
      *          THE CALL INTERFACE AND BUSDTREC FOR THE FILE LAYOUT.
      * Tectonics: cobc
      *
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE-GET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL SO THE SUITE STILL RUNS ON THE MACHINE DATE BEFORE
      *    DATE-ROLL HAS EVER CREATED THE CONTROL FILE.
           SELECT OPTIONAL BUS-DATE-FILE
               ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY BUSDTREC.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           02  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  END-OF-BUS-DATE              VALUE 'Y'.

       01  WS-MACHINE-FIELDS.
           02  WS-MACHINE-DATE          PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.
           COPY BUSDTLNK.

       PROCEDURE DIVISION USING BUSDATE-PARMS.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-READ-CONTROL
               THRU 1000-READ-CONTROL-EXIT.

           MOVE SPACES TO BP-BUSINESS-TEXT.
           STRING BP-BUS-DAY '/' BP-BUS-MONTH '/' BP-BUS-YEAR
               DELIMITED BY SIZE
               INTO BP-BUSINESS-TEXT.

           GOBACK.

      ******************************************************************
      * 1000-READ-CONTROL - READ THE SINGLE CONTROL RECORD.  A MISSING
      * FILE, AN EMPTY FILE OR A DATE THAT IS NOT NUMERIC FALLS BACK
      * TO THE MACHINE DATE, WITH NO PRIOR DATE KNOWN.
      ******************************************************************
       1000-READ-CONTROL.
           MOVE 'N' TO WS-EOF-SWITCH.

           OPEN INPUT BUS-DATE-FILE.
           READ BUS-DATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           CLOSE BUS-DATE-FILE.

           IF NOT END-OF-BUS-DATE
               AND BD-BUSINESS-DATE IS NUMERIC
               AND BD-BUSINESS-DATE > ZERO
               MOVE BD-BUSINESS-DATE TO BP-BUSINESS-DATE
               IF BD-PRIOR-DATE IS NUMERIC
                   MOVE BD-PRIOR-DATE TO BP-PRIOR-DATE
               ELSE
                   MOVE ZERO TO BP-PRIOR-DATE
               END-IF
               MOVE 'F' TO BP-SOURCE-SWITCH
               GO TO 1000-READ-CONTROL-EXIT
           END-IF.

           ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD.
           MOVE WS-MACHINE-DATE TO BP-BUSINESS-DATE.
           MOVE ZERO TO BP-PRIOR-DATE.
           MOVE 'M' TO BP-SOURCE-SWITCH.
       1000-READ-CONTROL-EXIT.
           EXIT.

       END PROGRAM BUSDATE-GET.
