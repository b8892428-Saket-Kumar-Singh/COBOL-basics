      * Tectonics: cobc
      *
      * Modification History:
      *   15-10-2026  SKS  THE COVERAGE CHECK NOW COUNTS FORWARD FROM
      *                    THE SHARED BUSINESS DATE (BUSDATE-GET)
      *                    INSTEAD OF THE MACHINE DATE, SO THE COVER
      *                    IS MEASURED FROM THE DAY DATE-ROLL WILL
      *                    ROLL FROM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-MAINT.
                                    PIC 9(02).

      ******************************************************************
      * WS-COVER-FIELDS - THE COVERAGE CHECK WALKS THE BUSINESS DATE
      * FORWARD BY THE CONFIGURED NUMBER OF DAYS AND COMPARES THE
      * RESULTING YYYYMMDD TARGET AGAINST THE LATEST DATE LEFT ON THE
      * CALENDAR.  THE DEFAULT COVER APPLIES WHEN THE PARAMETER FILE
      ******************************************************************
           COPY RUNCTLNK.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE THE COVERAGE
      * CHECK COUNTS FORWARD FROM.
      ******************************************************************
           COPY BUSDTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           MOVE 'START' TO RP-FUNCTION.
           CALL 'RUNCTL-LOG' USING RUNCTL-PARMS.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-TODAY-YMD.

           OPEN INPUT CAL-PARM-FILE.
           READ CAL-PARM-FILE
           EXIT.

      ******************************************************************
      * 3300-CHECK-COVERAGE - STEP THE BUSINESS DATE FORWARD BY THE
      * CONFIGURED NUMBER OF DAYS AND WARN WHEN THE LATEST DATE LEFT
      * ON THE CALENDAR FALLS SHORT OF THAT TARGET.  A SHORT CALENDAR
      * MARKS THE RUN FAILED SO DATE-BUSDAY'S GATE HOLDS - THIS IS
