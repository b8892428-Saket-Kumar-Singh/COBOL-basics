      *          COUNTERS AND A CLEAN/FAILED STATUS.  A PROGRAM WHOSE
      *          LATEST RECORD IS A START WITH NO MATCHING END ABENDED
      *          MID-RUN.  COPY THIS INTO THE FD OF RUNCTL-LOG (THE
      *          ONLY WRITER) AND OF THE READERS (RUNCTL-RPT,
      *          CYCLE-MONITOR AND DATE-ROLL).  FILE-ARCHIVE REWRITES
      *          THE FILE WITHOUT RECORDS PAST THEIR RETENTION, BUT
      *          ALWAYS KEEPS EACH PROGRAM'S LATEST RUN.
      ******************************************************************
       01  RUN-CTL-RECORD.
           02  RC-PROGRAM               PIC X(20).
