      * Tectonics: cobc
      *
      * Modification History:
      *   15-10-2026  SKS  RC-RUN-DATE WAS THE MACHINE DATE, SO A CYCLE
      *                    THAT OVERRAN MIDNIGHT LOGGED HALF ITS RUNS
      *                    AGAINST THE NEXT DAY.  THE DATE STAMP IS NOW
      *                    THE SHARED BUSINESS DATE FROM BUSDATE-GET;
      *                    RC-RUN-TIME STAYS THE MACHINE CLOCK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL-LOG.
               88  PREDECESSOR-WAS-SEEN         VALUE 'Y'.

       01  WS-STAMP-FIELDS.
           02  WS-STAMP-TIME            PIC 9(08) VALUE ZERO.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE EVERY EVENT
      * IS STAMPED WITH.
      ******************************************************************
           COPY BUSDTLNK.

       LINKAGE SECTION.
           COPY RUNCTLNK.


      ******************************************************************
      * 8000-STAMP-RECORD - CLEAR THE RECORD AND FILL THE FIELDS EVERY
      * EVENT CARRIES: PROGRAM NAME, THE BUSINESS DATE THE EVENT
      * BELONGS TO AND THE MACHINE TIME IT HAPPENED.
      ******************************************************************
       8000-STAMP-RECORD.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE RP-PROGRAM TO RC-PROGRAM.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE BP-BUSINESS-DATE TO RC-RUN-DATE.
           MOVE WS-STAMP-TIME(1:6) TO RC-RUN-TIME.
       8000-STAMP-RECORD-EXIT.
           EXIT.
