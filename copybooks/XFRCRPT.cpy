      ******************************************************************
      * XFRCRPT  -  CROSS-FILE CONSISTENCY RECONCILIATION PRINT LINE
      *
      *   ONE PRINT-IMAGE LINE ON THE REPORT PRODUCED BY XFRECON:
      *   EVERY BREAK FOUND BETWEEN RUNHIST, AUDITLOG, CYCGATE,
      *   NOTIFY AND STRMTRK FOR THE CYCLE-DATE RANGE, GROUPED BY
      *   THE FILE THE CHECK STARTS FROM, ENDING WITH THE COUNTS
      *   AND A FILES CONSISTENT / BREAKS FOUND VERDICT.  COLUMN 1
      *   CARRIES STANDARD ASA CARRIAGE CONTROL.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  XCL-PRINT-LINE.
           05  XCL-CARRIAGE-CONTROL    PIC X(01).
           05  XCL-TEXT                PIC X(132).
