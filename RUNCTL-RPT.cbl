      *          OVERNIGHT OPERATOR CAN SEE THE WHOLE CHAIN'S STATE
      *          IN ONE PLACE INSTEAD OF CHASING JOB LOGS.  THE DATE
      *          MAY BE GIVEN AS AN 8-DIGIT YYYYMMDD COMMAND-LINE
      *          TOKEN; IT DEFAULTS TO THE CURRENT BUSINESS DATE.
      * Tectonics: cobc
      *
      * Modification History:
      *   15-10-2026  SKS  RUNCTL-LOG NOW STAMPS EVENTS WITH THE SHARED
      *                    BUSINESS DATE, SO THE DEFAULT REPORT DATE IS
      *                    THE BUSINESS DATE FROM BUSDATE-GET TOO -
      *                    THE MACHINE DATE WOULD MISS A CYCLE THAT
      *                    OVERRAN MIDNIGHT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL-RPT.
           02  WS-RF-WRITTEN-EDIT       PIC ZZZZZ9.
           02  WS-RF-REJECTED-EDIT      PIC ZZZZZ9.

      ******************************************************************
      * BUSDATE-PARMS RECEIVES THE SHARED BUSINESS DATE, THE DEFAULT
      * REPORT DATE.
      ******************************************************************
           COPY BUSDTLNK.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF WS-CL-TOKEN-1(1:8) IS NUMERIC
               MOVE WS-CL-TOKEN-1(1:8) TO WS-REPORT-DATE
           ELSE
               CALL 'BUSDATE-GET' USING BUSDATE-PARMS
               MOVE BP-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF.

           OPEN INPUT  RUN-CTL-FILE
