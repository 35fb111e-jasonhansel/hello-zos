      *                     INTO WEEK 1 RATHER THAN TRUSTING THE
      *                     INTERMEDIATE-TRUNCATION RULES OF THE
      *                     WEEK-NUMBER ARITHMETIC.
      *   2026-10-15  JH   RUN COUNTS, THE RETURN-CODE DISTRIBUTION
      *                     AND THE NON-ZERO-RC RUN LIST NOW COME
      *                     FROM THE REPORT MONTH'S ROWS ON THE
      *                     INDEXED AUDIT-LOG SUMMARY (AUDSUM), READ
      *                     BY KEY JOB BY JOB, INSTEAD OF A SWEEP OF
      *                     THE WHOLE AUDIT LOG.  THE RUN LIST SHOWS
      *                     THE LATEST NON-ZERO-RC RUN PER JOB, DAY,
      *                     MODE AND SITE WITH HOW MANY THERE WERE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OPSRPT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-SUM-FILE      ASSIGN TO AUDSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AU-SUM-KEY
                  FILE STATUS IS OPS-AUDSUM-STATUS.
           SELECT PERF-STATS-FILE     ASSIGN TO PERFSTAT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OPS-PERF-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-SUM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDSUM.

       FD  PERF-STATS-FILE
           RECORDING MODE IS F
       01  OPS-REPORT-MONTH            PIC X(06)   VALUE SPACES.
       01  OPS-SLA-SECONDS             PIC 9(05)   VALUE ZERO.

       01  OPS-AUDSUM-STATUS           PIC X(02)   VALUE SPACES.
           88  OPS-AUDSUM-OK                       VALUE "00".
           88  OPS-AUDSUM-NOT-FOUND                VALUE "35".
       01  OPS-PERF-STATUS             PIC X(02)   VALUE SPACES.
           88  OPS-PERF-OK                         VALUE "00".
           88  OPS-PERF-NOT-FOUND                  VALUE "35".
       01  OPS-RPT-STATUS              PIC X(02)   VALUE SPACES.

       01  OPS-SWITCHES.
           05  OPS-AUDSUM-EOF-SW       PIC X(01)   VALUE "N".
               88  OPS-AUDSUM-EOF                  VALUE "Y".
           05  OPS-PERF-EOF-SW         PIC X(01)   VALUE "N".
               88  OPS-PERF-EOF                    VALUE "Y".
           05  OPS-NOTIFY-EOF-SW       PIC X(01)   VALUE "N".

      ******************************************************************
      * RUNS-PER-MODE AND RETURN-CODE DISTRIBUTION COUNTERS, BUILT
      * FROM THE END COUNTS ON THE AUDIT-LOG SUMMARY ROWS FOR THE
      * REPORT MONTH.
      ******************************************************************
       01  OPS-RUNS-DAILY              PIC 9(05)   VALUE ZERO.
       01  OPS-RUNS-MONTHLY            PIC 9(05)   VALUE ZERO.
       01  OPS-RC-FOUR-COUNT           PIC 9(05)   VALUE ZERO.
       01  OPS-RC-EIGHT-COUNT          PIC 9(05)   VALUE ZERO.
       01  OPS-RC-OTHER-COUNT          PIC 9(05)   VALUE ZERO.
       01  OPS-ROW-OTHER-COUNT         PIC 9(05)   VALUE ZERO.

      ******************************************************************
      * NON-ZERO-RC RUN LIST, BUILT FROM THE AUDIT-LOG SUMMARY ROWS:
      * THE LATEST NON-ZERO-RC RUN OF EACH ROW THAT HAD ANY, WITH THE
      * NUMBER OF NON-ZERO-RC RUNS ON THE ROW.
      ******************************************************************
       01  OPS-BAD-RUN-COUNT           PIC 9(03)   COMP VALUE ZERO.
       01  OPS-BAD-RUN-TABLE.
               10  OPS-BAD-START-TS    PIC X(16).
               10  OPS-BAD-END-TS      PIC X(16).
               10  OPS-BAD-RC          PIC 9(02).
               10  OPS-BAD-TIMES       PIC 9(04).
       01  OPS-BAD-RUN-LOST            PIC 9(05)   VALUE ZERO.

      ******************************************************************
       BEGIN.
           SET OPS-RC-NORMAL TO TRUE.
           PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
           PERFORM 2000-READ-AUDIT-SUMMARY THRU 2000-EXIT.
           PERFORM 3000-SWEEP-PERF-STATS THRU 3000-EXIT.
           PERFORM 4000-SWEEP-NOTIFY THRU 4000-EXIT.
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-READ-AUDIT-SUMMARY - READ THE REPORT MONTH'S ROWS OFF THE
      *   AUDIT-LOG SUMMARY AND ACCUMULATE THE RUNS-PER-MODE AND
      *   RETURN-CODE COUNTS FROM THEIR END COUNTS, COLLECTING EVERY
      *   ROW WITH A NON-ZERO-RC RUN FOR THE EXCEPTION LIST.  THE
      *   SUMMARY IS KEYED JOB FIRST, SO THE READ SKIPS BY KEY TO THE
      *   REPORT MONTH WITHIN EACH JOB AND ON TO THE NEXT JOB PAST
      *   IT, PASSING OVER THE LOG CONTROL ROW (ALL LOW-VALUES).
      ******************************************************************
       2000-READ-AUDIT-SUMMARY.
           MOVE "N"                    TO OPS-AUDSUM-EOF-SW
           OPEN INPUT AUDIT-SUM-FILE
           IF OPS-AUDSUM-NOT-FOUND
               DISPLAY "OPSRPT0002W AUDIT SUMMARY FILE NOT FOUND - RUN "
                       "COUNTS WILL BE ZERO"
               GO TO 2000-EXIT
           END-IF

           MOVE LOW-VALUES             TO AU-SUM-KEY
           START AUDIT-SUM-FILE
               KEY IS GREATER THAN AU-SUM-KEY
               INVALID KEY
                   SET OPS-AUDSUM-EOF TO TRUE
           END-START
           PERFORM 2010-READ-SUMMARY-ROW
               UNTIL OPS-AUDSUM-EOF
           CLOSE AUDIT-SUM-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-SUMMARY-ROW - READ THE NEXT SUMMARY ROW.  A ROW FOR
      *   A MONTH BEFORE THE REPORT MONTH REPOSITIONS TO THE REPORT
      *   MONTH OF ITS JOB, A ROW FOR A LATER MONTH REPOSITIONS TO
      *   THE NEXT JOB, AND A ROW FOR THE REPORT MONTH IS COUNTED.
      *   PERFORMED FROM 2000-READ-AUDIT-SUMMARY.
      ******************************************************************
       2010-READ-SUMMARY-ROW.
           READ AUDIT-SUM-FILE NEXT RECORD
               AT END
                   SET OPS-AUDSUM-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN AU-CYCLE-DATE(1:6) < OPS-REPORT-MONTH
                           PERFORM 2030-SKIP-TO-REPORT-MONTH
                       WHEN AU-CYCLE-DATE(1:6) > OPS-REPORT-MONTH
                           PERFORM 2040-SKIP-TO-NEXT-JOB
                       WHEN OTHER
                           PERFORM 2020-COUNT-SUMMARY-ROW
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * 2020-COUNT-SUMMARY-ROW - ROLL ONE REPORT-MONTH SUMMARY ROW
      *   INTO THE MODE AND RETURN-CODE COUNTERS AND, WHEN IT HAD A
      *   NON-ZERO-RC RUN, INTO THE EXCEPTION LIST.  ENDS WHOSE RC IS
      *   NOT 0, 4 OR 8 (NON-NUMERIC INCLUDED) ARE THE OTHER BUCKET.
      *   PERFORMED FROM 2010-READ-SUMMARY-ROW.
      ******************************************************************
       2020-COUNT-SUMMARY-ROW.
           EVALUATE AU-RUN-MODE
               WHEN "DAILY"
                   ADD AU-END-COUNT     TO OPS-RUNS-DAILY
               WHEN "MONTHLY-CLOSE"
                   ADD AU-END-COUNT     TO OPS-RUNS-MONTHLY
               WHEN "YEAR-END"
                   ADD AU-END-COUNT     TO OPS-RUNS-YEAREND
               WHEN OTHER
                   ADD AU-END-COUNT     TO OPS-RUNS-OTHER
           END-EVALUATE

           ADD AU-RC00-COUNT           TO OPS-RC-ZERO-COUNT
           ADD AU-RC04-COUNT           TO OPS-RC-FOUR-COUNT
           ADD AU-RC08-COUNT           TO OPS-RC-EIGHT-COUNT
           COMPUTE OPS-ROW-OTHER-COUNT = AU-END-COUNT
                                       - AU-RC00-COUNT
                                       - AU-RC04-COUNT
                                       - AU-RC08-COUNT
           ADD OPS-ROW-OTHER-COUNT     TO OPS-RC-OTHER-COUNT

           IF AU-BAD-COUNT > ZERO
               IF OPS-BAD-RUN-COUNT < 50
                   ADD 1                TO OPS-BAD-RUN-COUNT
                   MOVE AU-JOB-NAME     TO
                        OPS-BAD-JOB(OPS-BAD-RUN-COUNT)
                   MOVE AU-LAST-BAD-START-TS TO
                        OPS-BAD-START-TS(OPS-BAD-RUN-COUNT)
                   MOVE AU-LAST-BAD-END-TS TO
                        OPS-BAD-END-TS(OPS-BAD-RUN-COUNT)
                   MOVE AU-LAST-BAD-RC  TO
                        OPS-BAD-RC(OPS-BAD-RUN-COUNT)
                   MOVE AU-BAD-COUNT    TO
                        OPS-BAD-TIMES(OPS-BAD-RUN-COUNT)
               ELSE
                   ADD AU-BAD-COUNT     TO OPS-BAD-RUN-LOST
               END-IF
           END-IF.

      ******************************************************************
      * 2030-SKIP-TO-REPORT-MONTH - REPOSITION TO THE FIRST ROW OF THE
      *   REPORT MONTH FOR THE JOB OF THE ROW IN HAND.  PERFORMED FROM
      *   2010-READ-SUMMARY-ROW.
      ******************************************************************
       2030-SKIP-TO-REPORT-MONTH.
           MOVE OPS-REPORT-MONTH       TO AU-CYCLE-DATE(1:6)
           MOVE "00"                   TO AU-CYCLE-DATE(7:2)
           MOVE LOW-VALUES             TO AU-RUN-MODE
           MOVE LOW-VALUES             TO AU-SITE-CODE
           START AUDIT-SUM-FILE
               KEY IS NOT LESS THAN AU-SUM-KEY
               INVALID KEY
                   SET OPS-AUDSUM-EOF TO TRUE
           END-START.

      ******************************************************************
      * 2040-SKIP-TO-NEXT-JOB - REPOSITION PAST THE LAST ROW OF THE
      *   JOB OF THE ROW IN HAND.  PERFORMED FROM
      *   2010-READ-SUMMARY-ROW.
      ******************************************************************
       2040-SKIP-TO-NEXT-JOB.
           MOVE HIGH-VALUES            TO AU-CYCLE-DATE
           MOVE HIGH-VALUES            TO AU-RUN-MODE
           MOVE HIGH-VALUES            TO AU-SITE-CODE
           START AUDIT-SUM-FILE
               KEY IS GREATER THAN AU-SUM-KEY
               INVALID KEY
                   SET OPS-AUDSUM-EOF TO TRUE
           END-START.

      ******************************************************************
      * 3000-SWEEP-PERF-STATS - READ THE PERF-STATS FILE AND BUILD
      *   THE OVERALL AND PER-WEEK ELAPSED-TIME STATISTICS FOR THE

      ******************************************************************
      * 5120-PRINT-BAD-RUN-LINE - WRITE ONE NON-ZERO-RC RUN WITH ITS
      *   TIMESTAMPS AND HOW MANY NON-ZERO-RC RUNS ITS SUMMARY ROW
      *   HAD.  PERFORMED FROM 5000-PRINT-SUMMARY.
      ******************************************************************
       5120-PRINT-BAD-RUN-LINE.
           MOVE SPACES                 TO OPL-PRINT-LINE
                  OPS-BAD-END-TS(OPS-BAD-IDX) DELIMITED BY SIZE
                  "  RC " DELIMITED BY SIZE
                  OPS-BAD-RC(OPS-BAD-IDX) DELIMITED BY SIZE
                  "  NON-ZERO-RC RUNS " DELIMITED BY SIZE
                  OPS-BAD-TIMES(OPS-BAD-IDX) DELIMITED BY SIZE
                  INTO OPL-TEXT
           END-STRING
           PERFORM 5110-PRINT-DETAIL-LINE.
