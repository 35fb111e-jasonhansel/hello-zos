      ******************************************************************
      * FCSTRPT  -  BATCH-NIGHT FORECAST REPORT PRINT LINE
      *
      *   ONE PRINT-IMAGE LINE ON THE FORECAST PRODUCED BY NITEFCST FOR
      *   PLANNING: EVERY PROCESSING NIGHT OF A FUTURE DATE RANGE PER
      *   ACTIVE SITE WITH ITS RUN MODE, SCHEDULED JOB COUNT AND
      *   PROJECTED ELAPSED TIME, FOLLOWED BY THE CONFIGURATION GAPS
      *   TO FIX BEFORE THOSE NIGHTS ARRIVE.  COLUMN 1 CARRIES
      *   STANDARD ASA CARRIAGE CONTROL.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  FCL-PRINT-LINE.
           05  FCL-CARRIAGE-CONTROL    PIC X(01).
           05  FCL-TEXT                PIC X(132).
