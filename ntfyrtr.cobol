      *                     FOR THE DUTY MANAGER, SO A JOB CANNOT
      *                     FAIL THREE NIGHTS RUNNING BEFORE A HUMAN
      *                     CONNECTS THE DOTS.
      *   2026-10-15  JH   THE PRIOR-FAILURE COUNT NOW COMES FROM THE
      *                     JOB'S ROWS ON THE INDEXED AUDIT-LOG
      *                     SUMMARY (AUDSUM), READ BY KEY FOR EACH
      *                     FAILED NOTIFICATION, INSTEAD OF A SWEEP
      *                     OF THE WHOLE AUDIT LOG INTO A 100-JOB
      *                     TABLE THAT COULD OVERFLOW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     NTFYRTR.
           SELECT ROUTE-CTL-FILE      ASSIGN TO RTECTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NR-ROUTE-STATUS.
           SELECT AUDIT-SUM-FILE      ASSIGN TO AUDSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AU-SUM-KEY
                  FILE STATUS IS NR-AUDSUM-STATUS.
           SELECT OUTBOUND-MSG-FILE   ASSIGN TO OUTMSG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NR-OUTMSG-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY RTECTL.

       FD  AUDIT-SUM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDSUM.

       FD  OUTBOUND-MSG-FILE
           RECORDING MODE IS F
       01  NR-ROUTE-STATUS             PIC X(02)   VALUE SPACES.
           88  NR-ROUTE-OK                         VALUE "00".
           88  NR-ROUTE-NOT-FOUND                  VALUE "35".
       01  NR-AUDSUM-STATUS            PIC X(02)   VALUE SPACES.
           88  NR-AUDSUM-OK                        VALUE "00".
           88  NR-AUDSUM-NOT-FOUND                 VALUE "35".
       01  NR-OUTMSG-STATUS            PIC X(02)   VALUE SPACES.
           88  NR-OUTMSG-NOT-FOUND                 VALUE "35".
       01  NR-QUIET-STATUS             PIC X(02)   VALUE SPACES.
               88  NR-NOTIFY-EOF                   VALUE "Y".
           05  NR-ROUTE-EOF-SW         PIC X(01)   VALUE "N".
               88  NR-ROUTE-EOF                    VALUE "Y".
           05  NR-AUDSUM-EOF-SW        PIC X(01)   VALUE "N".
               88  NR-AUDSUM-EOF                   VALUE "Y".
           05  NR-AUDSUM-OPEN-SW       PIC X(01)   VALUE "N".
               88  NR-AUDSUM-OPEN                  VALUE "Y".
           05  NR-ROUTE-OVFL-SW        PIC X(01)   VALUE "N".
               88  NR-ROUTE-OVERFLOW               VALUE "Y".

      ******************************************************************
      * ROUTING CONTROL TABLE, LOADED FROM THE OPERATIONS-MAINTAINED
       01  NR-UNROUTED-COUNT           PIC 9(05)   VALUE ZERO.

      ******************************************************************
      * FAILED-END COUNT ON THE AUDIT LOG FOR THE JOB OF THE FAILED
      * NOTIFICATION IN HAND, SUMMED FROM ITS AUDIT-LOG SUMMARY ROWS.
      * A JOB WHOSE CURRENT RC 8 NOTIFICATION IS AT LEAST ITS SECOND
      * FAILED END ON THE LOG ALREADY FAILED ON A PRIOR ATTEMPT -
      * THAT IS THE REPEATED-FAILURE CONDITION THAT ESCALATES.
      ******************************************************************
       01  NR-FAIL-TIMES               PIC 9(03)   VALUE ZERO.

      ******************************************************************
      * ROUTING COUNTERS FOR THE JOB-LOG SUMMARY.
       BEGIN.
           SET NR-RC-NORMAL TO TRUE.
           PERFORM 1000-LOAD-ROUTE-TABLE THRU 1000-EXIT.
           PERFORM 3000-ROUTE-NOTIFICATIONS THRU 3000-EXIT.
           GO TO MAIN-LOGIC-EXIT.

           END-READ.

      ******************************************************************
      * 2000-COUNT-AUDIT-FAILURES - SUM THE FAILED (RC 8 OR WORSE)
      *   END COUNTS OVER THE AUDIT-LOG SUMMARY ROWS OF THE
      *   NOTIFICATION'S JOB, READ BY KEY FROM ITS FIRST ROW TO ITS
      *   LAST.  BY THE TIME THE ROUTER RUNS, THE CURRENT FAILURE'S
      *   END RECORD IS ON THE LOG AND POSTED TO THE SUMMARY TOO, SO
      *   A COUNT OF TWO OR MORE MEANS A PRIOR ATTEMPT ALREADY
      *   FAILED.  NO SUMMARY FILE COUNTS NOTHING.  PERFORMED FROM
      *   3060-CHECK-ESCALATION.
      ******************************************************************
       2000-COUNT-AUDIT-FAILURES.
           MOVE ZERO                   TO NR-FAIL-TIMES
           MOVE "N"                    TO NR-AUDSUM-EOF-SW
           IF NOT NR-AUDSUM-OPEN
               GO TO 2000-EXIT
           END-IF

           MOVE LOW-VALUES             TO AU-SUM-KEY
           MOVE NT-JOB-NAME            TO AU-JOB-NAME
           START AUDIT-SUM-FILE
               KEY IS NOT LESS THAN AU-SUM-KEY
               INVALID KEY
                   SET NR-AUDSUM-EOF TO TRUE
           END-START
           PERFORM 2010-READ-SUMMARY-ROW
               UNTIL NR-AUDSUM-EOF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-SUMMARY-ROW - READ THE NEXT AUDIT-LOG SUMMARY ROW
      *   AND ADD ITS FAILED-END COUNT WHILE IT STILL BELONGS TO THE
      *   NOTIFICATION'S JOB.  PERFORMED FROM
      *   2000-COUNT-AUDIT-FAILURES.
      ******************************************************************
       2010-READ-SUMMARY-ROW.
           READ AUDIT-SUM-FILE NEXT RECORD
               AT END
                   SET NR-AUDSUM-EOF TO TRUE
               NOT AT END
                   IF AU-JOB-NAME NOT = NT-JOB-NAME
                       SET NR-AUDSUM-EOF TO TRUE
                   ELSE
                       ADD AU-FAIL-COUNT TO NR-FAIL-TIMES
                   END-IF
           END-READ.

      ******************************************************************
      * 3000-ROUTE-NOTIFICATIONS - READ THE NOTIFY FILE AND ROUTE
      *   EVERY RECORD: QUIET LOG, ON-CALL GROUP, OR ON-CALL PLUS
      *   ESCALATION.  THE OUTBOUND AND QUIET-LOG DATASETS AND THE
      *   AUDIT-LOG SUMMARY ARE OPENED AROUND THE WHOLE SWEEP.  A
      *   MISSING SUMMARY TURNS REPEATED-FAILURE DETECTION OFF.
      ******************************************************************
       3000-ROUTE-NOTIFICATIONS.
           MOVE "N"                    TO NR-NOTIFY-EOF-SW
           IF NR-QUIET-NOT-FOUND
               OPEN OUTPUT QUIET-LOG-FILE
           END-IF
           OPEN INPUT AUDIT-SUM-FILE
           IF NR-AUDSUM-NOT-FOUND
               DISPLAY "NTFYRTR0003W AUDIT SUMMARY FILE NOT FOUND - "
                       "REPEATED-FAILURE DETECTION IS OFF TONIGHT"
               SET NR-RC-WARNING TO TRUE
           ELSE
               SET NR-AUDSUM-OPEN TO TRUE
           END-IF

           PERFORM 3010-READ-NOTIFY-RECORD
               UNTIL NR-NOTIFY-EOF

           IF NR-AUDSUM-OPEN
               CLOSE AUDIT-SUM-FILE
           END-IF
           CLOSE QUIET-LOG-FILE
           CLOSE OUTBOUND-MSG-FILE
           CLOSE NOTIFY-FILE
      *   RECORD'S MODE/SITE AND SEND THE RECORD WHERE ITS RETURN
      *   CODE SAYS: UNDER THE THRESHOLD (RC 0 INCLUDED) TO THE
      *   QUIET LOG, UNDER 8 TO THE ON-CALL GROUP, 8 OR WORSE TO
      *   ON-CALL PLUS AN ESCALATION WHEN THE AUDIT-LOG SUMMARY SHOWS
      *   THE JOB ALREADY FAILED BEFORE.  PERFORMED FROM
      *   3010-READ-NOTIFY-RECORD.
      ******************************************************************
       3020-ROUTE-ONE-RECORD.

      ******************************************************************
      * 3060-CHECK-ESCALATION - THE NOTIFY RECORD IS A FAILURE.
      *   WHEN THE AUDIT-LOG SUMMARY SHOWS TWO OR MORE FAILED ENDS
      *   FOR THE JOB (THE CURRENT ONE INCLUDED), A PRIOR ATTEMPT
      *   ALREADY FAILED - WRITE THE ESCALATION RECORD FOR THE DUTY
      *   MANAGER.  PERFORMED FROM 3020-ROUTE-ONE-RECORD.
      ******************************************************************
       3060-CHECK-ESCALATION.
           PERFORM 2000-COUNT-AUDIT-FAILURES THRU 2000-EXIT

           IF NR-FAIL-TIMES < 2
               GO TO 3060-EXIT
           END-IF

           MOVE NT-CYCLE-DATE          TO OM-CYCLE-DATE
           MOVE NT-TIMESTAMP           TO OM-TIMESTAMP
           STRING "REPEATED FAILURE - " DELIMITED BY SIZE
                  NR-FAIL-TIMES DELIMITED BY SIZE
                  " FAILED END(S) ON THE AUDIT LOG - ESCALATE"
                      DELIMITED BY SIZE
                  INTO OM-TEXT
       3060-EXIT.
           EXIT.

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
