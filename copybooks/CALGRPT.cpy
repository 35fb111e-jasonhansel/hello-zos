      ******************************************************************
      * CALGRPT  -  CALENDAR GENERATION PROOF LISTING PRINT LINE
      *
      *   ONE PRINT-IMAGE LINE ON THE PROOF LISTING PRODUCED BY
      *   CALGEN: PER SITE, THE WEEKEND RULE, EVERY HOLIDAY, AND A
      *   MONTH-BY-MONTH SUMMARY OF PROCESSING
      *   DAYS WITH THE MONTH-END AND YEAR-END DATES, ENDING WITH A
      *   VERDICT AND A SIGN-OFF BLOCK FOR THE CALENDAR OWNER.
      *   COLUMN 1 CARRIES STANDARD ASA CARRIAGE CONTROL.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  CGL-PRINT-LINE.
           05  CGL-CARRIAGE-CONTROL    PIC X(01).
           05  CGL-TEXT                PIC X(132).
