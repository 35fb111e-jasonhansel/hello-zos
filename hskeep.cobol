      *                     49 BYTES TO MATCH THE NOTIFY RECORD,
      *                     WHICH NOW CARRIES THE CYCLE DATE, RUN
      *                     MODE AND SITE FOR THE NTFYRTR ROUTER.
      *   2026-10-15  JH   THE INDEXED AUDIT-LOG SUMMARY (AUDSUM) IS
      *                     NOW TRIMMED ON THE AUDIT-LOG CUTOFF AS
      *                     WELL - ROWS FOR CYCLE DATES BEFORE IT ARE
      *                     DELETED, SINCE THEIR DETAIL HAS GONE TO
      *                     THE ARCHIVE - AND GET THEIR OWN BLOCK ON
      *                     THE PURGE REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HSKEEP.
           SELECT AUDIT-WORK-FILE     ASSIGN TO AUDWORK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HSK-AUDWRK-STATUS.
           SELECT AUDIT-SUM-FILE      ASSIGN TO AUDSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AU-SUM-KEY
                  FILE STATUS IS HSK-AUDSUM-STATUS.
           SELECT NOTIFY-FILE         ASSIGN TO NOTIFY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HSK-NOTIFY-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-WORK-RECORD           PIC X(70).

       FD  AUDIT-SUM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDSUM.

       FD  NOTIFY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HSK-AUDARC-STATUS           PIC X(02)   VALUE SPACES.
           88  HSK-AUDARC-NOT-FOUND                VALUE "35".
       01  HSK-AUDWRK-STATUS           PIC X(02)   VALUE SPACES.
       01  HSK-AUDSUM-STATUS           PIC X(02)   VALUE SPACES.
           88  HSK-AUDSUM-OK                       VALUE "00".
           88  HSK-AUDSUM-NOT-FOUND                VALUE "35".
       01  HSK-NOTIFY-STATUS           PIC X(02)   VALUE SPACES.
           88  HSK-NOTIFY-OK                       VALUE "00".
           88  HSK-NOTIFY-NOT-FOUND                VALUE "35".
               88  HSK-NOTIFY-MISSING              VALUE "Y".
           05  HSK-PERF-MISSING-SW     PIC X(01)   VALUE "N".
               88  HSK-PERF-MISSING                VALUE "Y".
           05  HSK-AUDSUM-MISSING-SW   PIC X(01)   VALUE "N".
               88  HSK-AUDSUM-MISSING              VALUE "Y".

      ******************************************************************
      * PURGE ACCOUNTING - READ, KEPT AND ARCHIVED COUNTS PER FILE.
       01  HSK-PRF-READ-COUNT          PIC 9(07)   VALUE ZERO.
       01  HSK-PRF-KEPT-COUNT          PIC 9(07)   VALUE ZERO.
       01  HSK-PRF-ARCH-COUNT          PIC 9(07)   VALUE ZERO.
       01  HSK-SUM-READ-COUNT          PIC 9(07)   VALUE ZERO.
       01  HSK-SUM-KEPT-COUNT          PIC 9(07)   VALUE ZERO.
       01  HSK-SUM-PURGE-COUNT         PIC 9(07)   VALUE ZERO.

      ******************************************************************
      * PURGE REPORT STAGING AREA - THE TOTALS FOR THE FILE BEING
      * PRINTED, MOVED HERE BY 5010-PRINT-FILE-TOTALS SO ONE PRINT
      * BLOCK SERVES ALL FOUR FILES.
      ******************************************************************
       01  HSK-RPT-FILE-NO             PIC 9(01)   COMP VALUE ZERO.
       01  HSK-RPT-FILE-NAME           PIC X(22)   VALUE SPACES.
           SET HSK-RC-NORMAL TO TRUE.
           PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
           PERFORM 2000-ROLL-AUDIT-LOG THRU 2000-EXIT.
           PERFORM 2100-TRIM-AUDIT-SUMMARY THRU 2100-EXIT.
           PERFORM 3000-ROLL-NOTIFY THRU 3000-EXIT.
           PERFORM 4000-ROLL-PERF-STATS THRU 4000-EXIT.
           PERFORM 5000-PRINT-PURGE-REPORT THRU 5000-EXIT.
                   WRITE AUDIT-LOG-RECORD FROM AUDIT-WORK-RECORD
           END-READ.

      ******************************************************************
      * 2100-TRIM-AUDIT-SUMMARY - DELETE THE AUDIT-LOG SUMMARY ROWS
      *   FOR CYCLE DATES BEFORE THE AUDIT-LOG CUTOFF, SO THE SUMMARY
      *   HOLDS THE SAME RETENTION WINDOW AS THE LIVE LOG.  THE ROWS
      *   ARE NOT ARCHIVED - AUDRBLD CAN REBUILD THEM FROM THE
      *   ARCHIVED LOG RECORDS IF THEY ARE EVER WANTED AGAIN.
      ******************************************************************
       2100-TRIM-AUDIT-SUMMARY.
           MOVE "N"                    TO HSK-IN-EOF-SW

           OPEN I-O AUDIT-SUM-FILE
           IF HSK-AUDSUM-NOT-FOUND
               DISPLAY "HSKEEP0006W AUDIT SUMMARY FILE NOT FOUND - "
                       "NOT TRIMMED THIS WEEK"
               SET HSK-AUDSUM-MISSING TO TRUE
               SET HSK-RC-WARNING TO TRUE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-TRIM-SUMMARY-ROW
               UNTIL HSK-IN-EOF
           CLOSE AUDIT-SUM-FILE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-TRIM-SUMMARY-ROW - READ THE NEXT SUMMARY ROW AND DELETE
      *   IT WHEN ITS CYCLE DATE IS BEFORE THE CUTOFF.  A NON-NUMERIC
      *   CYCLE DATE (THE LOG CONTROL ROW) IS KEPT.  PERFORMED FROM
      *   2100-TRIM-AUDIT-SUMMARY.
      ******************************************************************
       2110-TRIM-SUMMARY-ROW.
           READ AUDIT-SUM-FILE NEXT RECORD
               AT END
                   SET HSK-IN-EOF TO TRUE
               NOT AT END
                   ADD 1                TO HSK-SUM-READ-COUNT
                   IF AU-CYCLE-DATE NUMERIC
                      AND AU-CYCLE-DATE < HSK-AUDIT-CUTOFF
                       ADD 1            TO HSK-SUM-PURGE-COUNT
                       DELETE AUDIT-SUM-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       ADD 1            TO HSK-SUM-KEPT-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 3000-ROLL-NOTIFY - SPLIT THE NOTIFY FILE INTO ARCHIVE AND
      *   KEEP SETS ON THE NOTIFICATION TIMESTAMP DATE, THEN REWRITE

           PERFORM 5010-PRINT-FILE-TOTALS
               VARYING HSK-RPT-FILE-NO FROM 1 BY 1
               UNTIL HSK-RPT-FILE-NO > 4

           CLOSE HSK-RPT-FILE.
       5000-EXIT.

      ******************************************************************
      * 5010-PRINT-FILE-TOTALS - PRINT THE BLOCK OF TOTALS FOR ONE
      *   FILE (1 = AUDIT-LOG, 2 = NOTIFY, 3 = PERF-STATS,
      *   4 = AUDIT SUMMARY, WHOSE PURGED ROWS ARE NOT ARCHIVED).
      *   PERFORMED FROM 5000-PRINT-PURGE-REPORT.
      ******************************************************************
       5010-PRINT-FILE-TOTALS.
                   MOVE HSK-PRF-KEPT-COUNT    TO HSK-RPT-KEPT
                   MOVE HSK-PRF-ARCH-COUNT    TO HSK-RPT-ARCH
                   MOVE HSK-PERF-MISSING-SW   TO HSK-RPT-MISSING-SW
               WHEN 4
                   MOVE "AUDIT SUMMARY (AUDSUM)" TO HSK-RPT-FILE-NAME
                   MOVE HSK-AUDIT-CUTOFF      TO HSK-RPT-CUTOFF
                   MOVE HSK-SUM-READ-COUNT    TO HSK-RPT-READ
                   MOVE HSK-SUM-KEPT-COUNT    TO HSK-RPT-KEPT
                   MOVE HSK-SUM-PURGE-COUNT   TO HSK-RPT-ARCH
                   MOVE HSK-AUDSUM-MISSING-SW TO HSK-RPT-MISSING-SW
           END-EVALUATE

           MOVE SPACES                 TO HKL-PRINT-LINE
