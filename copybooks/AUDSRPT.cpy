      *
      * MODIFICATION HISTORY
      *   2026-09-02  JH   ORIGINAL.
      *   2026-10-15  JH   FINDINGS ARE NOW ONE LINE PER AUDIT-LOG
      *                     SUMMARY ROW (JOB, CYCLE DATE, RUN MODE
      *                     AND SITE) RATHER THAN PER LOG RECORD.
      ******************************************************************
       01  ASL-PRINT-LINE.
           05  ASL-CARRIAGE-CONTROL    PIC X(01).
