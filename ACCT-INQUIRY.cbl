      * Tectonics: cobc
      *
      * Modification History:
      *   15-10-2026  SKS  THE CARRIED SUSPENSE ITEM GREW BY THE BRANCH
      *                    THAT SENT IT (SEE THE SUSPOPN COPYBOOK); THE
      *                    SUSPOPEN RECORD AREA IS WIDENED TO MATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-INQUIRY.
           COPY POSTSUMM.

       FD  SUSP-OPEN-FILE.
       01  SUSP-OPEN-REC-IN             PIC X(62).

       FD  INQ-RPT-FILE.
       01  INQ-RPT-RECORD               PIC X(72).
