      ******************************************************************
      * EVDNRPT  -  ANNUAL CONTROL-EVIDENCE REPORT PRINT LINE
      *
      *   ONE PRINT-IMAGE LINE ON THE REPORT PRODUCED BY EVIDRPT FOR
      *   THE EXTERNAL AUDITORS: THE RUN STATUS OF EVERY PROCESSING
      *   DAY OF THE YEAR FOR ONE SITE, EVERY FORCED RERUN WITH THE
      *   SUPERVISOR AND REASON, EVERY GATE CLOSE-OUT WITH WHO AND
      *   WHY, AND A CLOSING ATTESTATION PAGE OF EXCEPTION COUNTS.
      *   COLUMN 1 CARRIES STANDARD ASA CARRIAGE CONTROL.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  EVL-PRINT-LINE.
           05  EVL-CARRIAGE-CONTROL    PIC X(01).
           05  EVL-TEXT                PIC X(132).
