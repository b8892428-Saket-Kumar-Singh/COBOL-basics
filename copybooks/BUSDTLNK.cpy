      ******************************************************************
      * Copybook: BUSDTLNK
      * Purpose: PARAMETER AREA FOR CALLS TO THE BUSDATE-GET
      *          SUBPROGRAM, WHICH READS THE SHARED BUSINESS-DATE
      *          CONTROL FILE (SEE THE BUSDTREC COPYBOOK).  COPY THIS
      *          INTO WORKING-STORAGE IN EVERY PROGRAM THAT NEEDS
      *          "TODAY", AND INTO THE LINKAGE SECTION OF BUSDATE-GET
      *          ITSELF, SO THE FILE HANDLING LIVES IN ONE PLACE THE
      *          SAME WAY THE RUN-CONTROL HANDLING LIVES IN RUNCTL-LOG.
      *
      *          BUSDATE-GET ANSWERS WITH THE BUSINESS DATE AS A
      *          YYYYMMDD NUMBER (WITH A PARTS VIEW), THE SAME DATE AS
      *          DD/MM/YYYY TEXT - THE FORM THE BATCH HEADERS AND THE
      *          HOLIDAY CALENDAR CARRY - AND THE PRIOR BUSINESS DATE.
      *          BP-SOURCE-SWITCH SAYS WHERE THE DATE CAME FROM: THE
      *          CONTROL FILE, OR THE MACHINE DATE WHEN THE CONTROL
      *          FILE IS MISSING OR UNREADABLE (THE VERY FIRST CYCLE,
      *          BEFORE DATE-ROLL HAS EVER RUN).
      ******************************************************************
       01  BUSDATE-PARMS.
           02  BP-BUSINESS-DATE         PIC 9(08).
           02  BP-BUSINESS-DATE-X REDEFINES BP-BUSINESS-DATE.
               03  BP-BUS-YEAR          PIC X(04).
               03  BP-BUS-MONTH         PIC X(02).
               03  BP-BUS-DAY           PIC X(02).
           02  BP-BUSINESS-TEXT         PIC X(10).
           02  BP-PRIOR-DATE            PIC 9(08).
           02  BP-SOURCE-SWITCH         PIC X(01).
               88  BP-FROM-CONTROL-FILE         VALUE 'F'.
               88  BP-FROM-MACHINE-DATE         VALUE 'M'.
