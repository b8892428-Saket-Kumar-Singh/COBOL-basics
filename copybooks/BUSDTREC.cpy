      ******************************************************************
      * Copybook: BUSDTREC
      * Purpose: RECORD LAYOUT OF THE ONE-RECORD BUSINESS-DATE CONTROL
      *          FILE.  BD-BUSINESS-DATE IS THE DATE THE WHOLE SUITE
      *          TREATS AS "TODAY", WHATEVER THE MACHINE CLOCK SAYS -
      *          A CYCLE THAT OVERRUNS MIDNIGHT, OR A RERUN OF
      *          YESTERDAY'S CYCLE THIS MORNING, STILL STAMPS ITS WORK
      *          WITH THE BUSINESS DAY IT BELONGS TO.  DATE-ROLL IS
      *          THE ONLY WRITER: IT MOVES THE DATE TO THE NEXT
      *          BUSINESS DAY ON THE HOLIDAY CALENDAR, KEEPS THE DAY
      *          IT ROLLED FROM IN BD-PRIOR-DATE, AND STAMPS THE
      *          MACHINE DATE AND TIME OF THE ROLL FOR THE AUDIT
      *          TRAIL.  EVERY OTHER PROGRAM READS IT THROUGH THE
      *          BUSDATE-GET SUBPROGRAM (SEE THE BUSDTLNK COPYBOOK).
      ******************************************************************
       01  BUS-DATE-RECORD.
           02  BD-BUSINESS-DATE         PIC 9(08).
           02  FILLER                   PIC X(01).
           02  BD-PRIOR-DATE            PIC 9(08).
           02  FILLER                   PIC X(01).
           02  BD-ROLLED-DATE           PIC 9(08).
           02  FILLER                   PIC X(01).
           02  BD-ROLLED-TIME           PIC 9(06).
