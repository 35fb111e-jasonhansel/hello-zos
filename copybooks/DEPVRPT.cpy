      ******************************************************************
      * DEPVRPT  -  DEPENDENCY-FILE VALIDATION PRINT LINE
      *
      *   ONE PRINT-IMAGE LINE ON THE REPORT PRODUCED BY DEPVAL:
      *   EVERY DEPENDENCY ROW WHOSE JOB OR PREDECESSOR IS NOT ON
      *   THE SCHEDULE FILE FOR ITS MODE/SITE, EVERY ROW THAT IS
      *   PART OF A CIRCULAR CHAIN, AND EVERY ROW WITH A BAD
      *   RETURN-CODE LIMIT, ENDING WITH A VERDICT LINE.  COLUMN 1
      *   CARRIES STANDARD ASA CARRIAGE CONTROL.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  DVL-PRINT-LINE.
           05  DVL-CARRIAGE-CONTROL    PIC X(01).
           05  DVL-TEXT                PIC X(132).
