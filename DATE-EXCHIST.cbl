      *          AND THEN THROWN AWAY EACH RUN, SO NOBODY COULD
      *          ANSWER WHETHER A REASON CODE IS GETTING BETTER OR
      *          WORSE OVER TIME.  EVERY EXCEPTION ROW IS APPENDED TO
      *          EXCHIST STAMPED WITH THE RUN DATE (THE BUSINESS
      *          DATE, OR AN 8-DIGIT YYYYMMDD COMMAND-LINE TOKEN FOR A
      *          LATE ROLL-IN), KEEPING THE RAW VALUE, FIELD NAME AND
      *          REASON CODE FOR THE TREND REPORT TO WORK FROM.
      * Tectonics: cobc
      *
      * Modification History:
      *   15-10-2026  SKS  WITH NO COMMAND-LINE DATE THE ROWS ARE NOW
      *                    STAMPED WITH THE SHARED BUSINESS DATE FROM
      *                    BUSDATE-GET INSTEAD OF THE MACHINE DATE, SO
      *                    A ROLL-IN AFTER MIDNIGHT LANDS ON THE RIGHT
      *                    DAY OF THE TREND.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-EXCHIST.
      ******************************************************************
           COPY RUNCTLNK.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE, THE DEFAULT
      * RUN DATE WHEN NO COMMAND-LINE DATE IS GIVEN.
      ******************************************************************
           COPY BUSDTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-CL-TOKEN-1(1:8) IS NUMERIC
               MOVE WS-CL-TOKEN-1(1:8) TO EH-RUN-DATE
           ELSE
               CALL 'BUSDATE-GET' USING BUSDATE-PARMS
               MOVE BP-BUSINESS-DATE TO EH-RUN-DATE
           END-IF.

           OPEN INPUT  EXC-IN-FILE
