      ******************************************************************
      * CTLMRPT  -  CONTROL-FILE MAINTENANCE CHANGE REPORT PRINT LINE
      *
      *   ONE PRINT-IMAGE LINE ON THE BEFORE/AFTER CHANGE REPORT
      *   PRODUCED BY CTLMNT: EACH TRANSACTION WITH ITS REQUESTER,
      *   THE RECORD AS IT STOOD BEFORE AND AFTER, OR THE REASON IT
      *   WAS REJECTED, ENDING WITH THE TOTALS AND A VERDICT LINE.
      *   COLUMN 1 CARRIES STANDARD ASA CARRIAGE CONTROL.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  CML-PRINT-LINE.
           05  CML-CARRIAGE-CONTROL    PIC X(01).
           05  CML-TEXT                PIC X(132).
