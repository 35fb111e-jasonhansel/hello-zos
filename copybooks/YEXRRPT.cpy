      ******************************************************************
      * YEXRRPT  -  YEAR-END EXTRACT EMPLOYEE CROSS-REFERENCE LINE
      *
      *   ONE PRINT-IMAGE LINE ON THE REPORT PRODUCED BY YEXREF: THE
      *   YEAR-END EXTRACT DETAILS CROSS-REFERENCED TO THE EMPLOYEE
      *   MASTER - UNKNOWN EMPLOYEE IDS, EMPLOYEES TERMINATED BEFORE
      *   THE TAX YEAR, EMPLOYEES OVER THEIR CEILING AND ACTIVE
      *   EMPLOYEES MISSING FROM THE EXTRACT - ENDING WITH THE
      *   COUNTS AND A VERDICT.  COLUMN 1 CARRIES STANDARD ASA
      *   CARRIAGE CONTROL.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  YXL-PRINT-LINE.
           05  YXL-CARRIAGE-CONTROL    PIC X(01).
           05  YXL-TEXT                PIC X(132).
