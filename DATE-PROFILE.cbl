      *                    ENDED CLEAN - A PROFILE OVER A DATEOUT
      *                    FROM AN ABENDED CONVERSION WOULD REPORT ON
      *                    HALF A FEED.
      *   15-10-2026  SKS  THE FUTURE AND STALE COUNTS NOW MEASURE FROM
      *                    THE SHARED BUSINESS DATE (BUSDATE-GET)
      *                    INSTEAD OF THE MACHINE DATE, SO A PROFILE
      *                    RERUN THE NEXT MORNING STILL MEASURES FROM
      *                    THE DAY THE FEED BELONGS TO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-PROFILE.
      ******************************************************************
           COPY RUNCTLNK.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE THE FUTURE
      * AND STALE COUNTS ARE MEASURED FROM.
      ******************************************************************
           COPY BUSDTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
                   MOVE WS-CL-TOKEN-1(1:1) TO WS-AGE-LIMIT-YEARS
           END-EVALUATE.

           CALL 'BUSDATE-GET' USING BUSDATE-PARMS.
           MOVE BP-BUSINESS-DATE TO WS-CURRENT-DATE.

           MOVE WS-CURRENT-DATE TO WS-CUTOFF-DATE.
           SUBTRACT WS-AGE-LIMIT-YEARS FROM WS-CO-YEAR.
