      *                     SEVERITY-MESSAGE CONVENTION, SO
      *                     AUTOMATION CAN PAGE ON AN ABEND THE
      *                     SCHEDULER MISSED.
      *   2026-10-15  JH   THE SWEEP NOW JUDGES THE ROWS OF THE
      *                     INDEXED AUDIT-LOG SUMMARY (AUDSUM), WHICH
      *                     CARRY EACH RUN'S START/END COUNTS AND
      *                     TIMESTAMPS, IN ONE KEYED PASS INSTEAD OF
      *                     TWO PASSES OF THE WHOLE AUDIT LOG AND A
      *                     200-START TABLE THAT COULD OVERFLOW.  AN
      *                     OPTIONAL EXEC PARM NAMES THE FIRST CYCLE
      *                     DATE TO SWEEP; EARLIER ROWS ARE SKIPPED
      *                     BY KEY.  FINDINGS ARE NOW REPORTED PER
      *                     JOB, CYCLE DATE, RUN MODE AND SITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     AUDSWP.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-SUM-FILE      ASSIGN TO AUDSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AU-SUM-KEY
                  FILE STATUS IS AS-AUDSUM-STATUS.
           SELECT SWEEP-RPT-FILE      ASSIGN TO AUDSRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-SUM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDSUM.

       FD  SWEEP-RPT-FILE
           RECORDING MODE IS F

       WORKING-STORAGE SECTION.

       01  AS-AUDSUM-STATUS            PIC X(02)   VALUE SPACES.
           88  AS-AUDSUM-OK                        VALUE "00".
           88  AS-AUDSUM-NOT-FOUND                 VALUE "35".
       01  AS-RPT-STATUS               PIC X(02)   VALUE SPACES.

       01  AS-SWITCHES.
           05  AS-AUDSUM-EOF-SW        PIC X(01)   VALUE "N".
               88  AS-AUDSUM-EOF                   VALUE "Y".
           05  AS-COVER-FOUND-SW       PIC X(01)   VALUE "N".
               88  AS-COVER-FOUND                  VALUE "Y".

      ******************************************************************
      * SWEEP SELECTION - THE FIRST CYCLE DATE TO SWEEP, FROM THE
      * OPTIONAL EXEC PARM.  LEFT AT LOW-VALUES (NO PARM) THE WHOLE
      * SUMMARY IS SWEPT.
      ******************************************************************
       01  AS-SWEEP-FROM               PIC X(08)   VALUE LOW-VALUES.

      ******************************************************************
      * LATEST ALL-SITES RUN ROW (SITE "**") PASSED IN KEY ORDER.  THE
      * "**" ROW SORTS AHEAD OF THE INDIVIDUAL SITE ROWS OF THE SAME
      * JOB, CYCLE DATE AND RUN MODE, SO WHEN THOSE SITE ROWS ARE
      * JUDGED THIS HOLDS THE S/E BRACKET OF THE RUN THEY BELONG TO.
      ******************************************************************
       01  AS-RUN-ROW.
           05  AS-RR-JOB               PIC X(08)   VALUE SPACES.
           05  AS-RR-CYCLE-DATE        PIC X(08)   VALUE SPACES.
           05  AS-RR-RUN-MODE          PIC X(13)   VALUE SPACES.
           05  AS-RR-STARTS            PIC 9(04)   VALUE ZERO.
           05  AS-RR-ENDS              PIC 9(04)   VALUE ZERO.
           05  AS-RR-FIRST-START-TS    PIC X(16)   VALUE SPACES.
           05  AS-RR-LAST-END-TS       PIC X(16)   VALUE SPACES.

      ******************************************************************
      * COVERING S/E BRACKET FOR THE SITE CHECKS - THE ROW ITSELF WHEN
      * IT CARRIES STARTS (A SINGLE-SITE RUN), OTHERWISE THE "**" ROW
      * OF THE SAME JOB, CYCLE DATE AND RUN MODE.
      ******************************************************************
       01  AS-COVER-STARTS             PIC 9(04)   VALUE ZERO.
       01  AS-COVER-ENDS               PIC 9(04)   VALUE ZERO.
       01  AS-COVER-FIRST-START-TS     PIC X(16)   VALUE SPACES.
       01  AS-COVER-LAST-END-TS        PIC X(16)   VALUE SPACES.

      ******************************************************************
      * FINDING COUNTERS - ONE PER CONDITION THE SWEEP REPORTS - AND
      * THE NUMBER OF RUNS WHOSE START FOUND ITS END.
      ******************************************************************
       01  AS-ABEND-COUNT              PIC 9(05)   VALUE ZERO.
       01  AS-ORPHAN-END-COUNT         PIC 9(05)   VALUE ZERO.
       01  AS-STRAY-SITE-COUNT         PIC 9(05)   VALUE ZERO.
       01  AS-UNANSWERED-OVR-COUNT     PIC 9(05)   VALUE ZERO.
       01  AS-ORDER-ERR-COUNT          PIC 9(05)   VALUE ZERO.
       01  AS-PAIRED-COUNT             PIC 9(07)   VALUE ZERO.
       01  AS-ROW-FINDINGS             PIC 9(04)   VALUE ZERO.

      ******************************************************************
      * OPERATOR MESSAGE WORK AREAS - SEVERITY W AND E MESSAGES
           88  AS-RC-WARNING                       VALUE 4.
           88  AS-RC-FATAL                         VALUE 8.

       LINKAGE SECTION.

      ******************************************************************
      * STANDARD MVS PARM-PASSING AREA.  PASSED BY THE EXEC PARM=
      * OPERAND WHEN AUDSWP IS INVOKED: OPTIONAL FIRST CYCLE DATE TO
      * SWEEP (YYYYMMDD) IN POSITIONS 1-8.
      ******************************************************************
       01  AS-PARM-AREA.
           05  AS-PARM-LEN             PIC S9(04)  COMP.
           05  AS-PARM-TEXT            PIC X(08).

       PROCEDURE DIVISION USING AS-PARM-AREA.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET AS-RC-NORMAL TO TRUE.
           PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
           OPEN OUTPUT SWEEP-RPT-FILE.
           PERFORM 1100-PRINT-REPORT-HEADER THRU 1100-EXIT.
           PERFORM 2000-SWEEP-SUMMARY THRU 2000-EXIT.
           PERFORM 4000-REPORT-ABENDS THRU 4000-EXIT.
           PERFORM 5000-PRINT-VERDICT THRU 5000-EXIT.
           CLOSE SWEEP-RPT-FILE.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-PARSE-PARM - PULL THE OPTIONAL FIRST CYCLE DATE TO SWEEP
      *   OFF THE EXEC PARM.  A DATE THAT IS NOT NUMERIC IS A FATAL
      *   SETUP ERROR - GUESSING COULD SKIP THE VERY NIGHT THAT
      *   ABENDED.
      ******************************************************************
       1000-PARSE-PARM.
           IF AS-PARM-LEN < 08
               GO TO 1000-EXIT
           END-IF

           IF AS-PARM-TEXT(1:8) NOT NUMERIC
               STRING "AUDSWP0006E SWEEP-FROM CYCLE DATE IN PARM MUST "
                          DELIMITED BY SIZE
                      "BE NUMERIC YYYYMMDD - NOT SWEPT"
                          DELIMITED BY SIZE
                      INTO AS-MESSAGE-TEXT
               END-STRING
               PERFORM 9000-ISSUE-MESSAGE THRU 9000-EXIT
               SET AS-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           MOVE AS-PARM-TEXT(1:8)      TO AS-SWEEP-FROM.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-PRINT-REPORT-HEADER - PRINT THE SWEEP REPORT TITLE AND
      *   THE CYCLE DATES IT COVERS.
      ******************************************************************
       1100-PRINT-REPORT-HEADER.
           MOVE SPACES                 TO ASL-PRINT-LINE
           MOVE "1"                    TO ASL-CARRIAGE-CONTROL
           MOVE "AUDIT-LOG INTEGRITY SWEEP REPORT" TO ASL-TEXT
           WRITE ASL-PRINT-LINE

           MOVE SPACES                 TO ASL-PRINT-LINE
           MOVE " "                    TO ASL-CARRIAGE-CONTROL
           IF AS-SWEEP-FROM = LOW-VALUES
               MOVE "ALL CYCLE DATES ON THE AUDIT-LOG SUMMARY"
                                        TO ASL-TEXT
           ELSE
               STRING "CYCLE DATES FROM " DELIMITED BY SIZE
                      AS-SWEEP-FROM DELIMITED BY SIZE
                      INTO ASL-TEXT
               END-STRING
           END-IF
           WRITE ASL-PRINT-LINE

           MOVE SPACES                 TO ASL-PRINT-LINE
           MOVE " "                    TO ASL-CARRIAGE-CONTROL
           WRITE ASL-PRINT-LINE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SWEEP-SUMMARY - READ THE AUDIT-LOG SUMMARY IN KEY ORDER
      *   (JOB, CYCLE DATE, RUN MODE, SITE) FROM THE FIRST ROW PAST
      *   THE LOG CONTROL ROW AND JUDGE EVERY ROW IN THE SWEEP RANGE.
      *   A DAILY SWEEP WITH NO SUMMARY MEANS THE NIGHT LEFT NO
      *   TRACE AT ALL - FATAL.
      ******************************************************************
       2000-SWEEP-SUMMARY.
           MOVE "N"                    TO AS-AUDSUM-EOF-SW

           OPEN INPUT AUDIT-SUM-FILE
           IF AS-AUDSUM-NOT-FOUND
               STRING "AUDSWP0001E AUDIT SUMMARY FILE NOT FOUND - "
                          DELIMITED BY SIZE
                      "NOTHING TO SWEEP, THE NIGHT LEFT NO TRACE"
                          DELIMITED BY SIZE
               SET AS-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF

           MOVE LOW-VALUES             TO AU-SUM-KEY
           START AUDIT-SUM-FILE
               KEY IS GREATER THAN AU-SUM-KEY
               INVALID KEY
                   SET AS-AUDSUM-EOF TO TRUE
           END-START
           PERFORM 2010-READ-SUMMARY-ROW
               UNTIL AS-AUDSUM-EOF
           CLOSE AUDIT-SUM-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-SUMMARY-ROW - READ THE NEXT SUMMARY ROW AND JUDGE
      *   IT, OR - WHEN IT IS DATED BEFORE THE SWEEP RANGE -
      *   REPOSITION TO THE FIRST CYCLE DATE OF THE RANGE FOR ITS
      *   JOB.  PERFORMED FROM 2000-SWEEP-SUMMARY.
      ******************************************************************
       2010-READ-SUMMARY-ROW.
           READ AUDIT-SUM-FILE NEXT RECORD
               AT END
                   SET AS-AUDSUM-EOF TO TRUE
               NOT AT END
                   IF AU-CYCLE-DATE < AS-SWEEP-FROM
                       PERFORM 2020-SKIP-TO-SWEEP-FROM
                   ELSE
                       PERFORM 3000-JUDGE-SUMMARY-ROW THRU 3000-EXIT
                   END-IF
           END-READ.

      ******************************************************************
      * 2020-SKIP-TO-SWEEP-FROM - REPOSITION TO THE FIRST ROW OF THE
      *   JOB IN HAND AT OR AFTER THE SWEEP-FROM CYCLE DATE.
      *   PERFORMED FROM 2010-READ-SUMMARY-ROW.
      ******************************************************************
       2020-SKIP-TO-SWEEP-FROM.
           MOVE AS-SWEEP-FROM          TO AU-CYCLE-DATE
           MOVE LOW-VALUES             TO AU-RUN-MODE
           MOVE LOW-VALUES             TO AU-SITE-CODE
           START AUDIT-SUM-FILE
               KEY IS NOT LESS THAN AU-SUM-KEY
               INVALID KEY
                   SET AS-AUDSUM-EOF TO TRUE
           END-START.

      ******************************************************************
      * 3000-JUDGE-SUMMARY-ROW - JUDGE ONE SUMMARY ROW: PAIR ITS
      *   STARTS WITH ITS ENDS, CHECK ITS SITE RECORDS AGAINST THE
      *   S/E BRACKET OF THEIR RUN, CHECK ITS OVERRIDE WAS ANSWERED
      *   AND REPORT ANY END THAT RAN BACKWARD ON THE LOG.  AN
      *   ALL-SITES ("**") ROW IS KEPT AS THE BRACKET FOR THE SITE
      *   ROWS THAT FOLLOW IT.  PERFORMED FROM 2010-READ-SUMMARY-ROW.
      ******************************************************************
       3000-JUDGE-SUMMARY-ROW.
           IF AU-SITE-CODE = "**"
               MOVE AU-JOB-NAME        TO AS-RR-JOB
               MOVE AU-CYCLE-DATE      TO AS-RR-CYCLE-DATE
               MOVE AU-RUN-MODE        TO AS-RR-RUN-MODE
               MOVE AU-START-COUNT     TO AS-RR-STARTS
               MOVE AU-END-COUNT       TO AS-RR-ENDS
               MOVE AU-FIRST-START-TS  TO AS-RR-FIRST-START-TS
               MOVE AU-LAST-END-TS     TO AS-RR-LAST-END-TS
           END-IF

           IF AU-START-COUNT < AU-END-COUNT
               ADD AU-START-COUNT      TO AS-PAIRED-COUNT
           ELSE
               ADD AU-END-COUNT        TO AS-PAIRED-COUNT
           END-IF

           IF AU-START-COUNT > AU-END-COUNT
               PERFORM 3010-REPORT-ABEND
           END-IF
           IF AU-END-COUNT > AU-START-COUNT
               PERFORM 3020-REPORT-ORPHAN-END
           END-IF
           IF AU-SITE-COUNT > ZERO
               PERFORM 3030-JUDGE-SITE-RECORDS THRU 3030-EXIT
           END-IF
           IF AU-OVERRIDDEN
               PERFORM 3040-JUDGE-OVERRIDE
           END-IF
           IF AU-ORDER-ERR-COUNT > ZERO
               PERFORM 3050-REPORT-ORDER-ERRORS
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-REPORT-ABEND - THE ROW HAS MORE STARTS THAN ENDS, SO AT
      *   LEAST ONE ATTEMPT NEVER FINISHED - AN ABEND.  EACH ONE
      *   COUNTS TOWARD THE RC 8 RAISED IN 4000-REPORT-ABENDS.
      *   PERFORMED FROM 3000-JUDGE-SUMMARY-ROW.
      ******************************************************************
       3010-REPORT-ABEND.
           COMPUTE AS-ROW-FINDINGS = AU-START-COUNT - AU-END-COUNT
           ADD AS-ROW-FINDINGS         TO AS-ABEND-COUNT
           MOVE SPACES                 TO ASL-TEXT
           STRING "START WITH NO END (ABEND) - JOB "
                      DELIMITED BY SIZE
                  AU-JOB-NAME DELIMITED BY SIZE
                  " MODE " DELIMITED BY SIZE
                  AU-RUN-MODE DELIMITED BY SIZE
                  " SITE " DELIMITED BY SIZE
                  AU-SITE-CODE DELIMITED BY SIZE
                  " LAST STARTED " DELIMITED BY SIZE
                  AU-LAST-START-TS DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  AS-ROW-FINDINGS DELIMITED BY SIZE
                  " UNFINISHED" DELIMITED BY SIZE
                  INTO ASL-TEXT
           END-STRING
           PERFORM 6000-WRITE-FINDING-LINE.

      ******************************************************************
      * 3020-REPORT-ORPHAN-END - THE ROW HAS MORE ENDS THAN STARTS, SO
      *   THE LOG LOST THE OPENING HALF OF A RUN.  PERFORMED FROM
      *   3000-JUDGE-SUMMARY-ROW.
      ******************************************************************
       3020-REPORT-ORPHAN-END.
           COMPUTE AS-ROW-FINDINGS = AU-END-COUNT - AU-START-COUNT
           ADD AS-ROW-FINDINGS         TO AS-ORPHAN-END-COUNT
           MOVE SPACES                 TO ASL-TEXT
           STRING "END WITH NO MATCHING START - JOB "
                      DELIMITED BY SIZE
                  AU-JOB-NAME DELIMITED BY SIZE
                  " CYCLE " DELIMITED BY SIZE
                  AU-CYCLE-DATE DELIMITED BY SIZE
                  " MODE " DELIMITED BY SIZE
                  AU-RUN-MODE DELIMITED BY SIZE
                  " SITE " DELIMITED BY SIZE
                  AU-SITE-CODE DELIMITED BY SIZE
                  " LAST END " DELIMITED BY SIZE
                  AU-LAST-END-TS DELIMITED BY SIZE
                  INTO ASL-TEXT
           END-STRING
           PERFORM 6000-WRITE-FINDING-LINE.

      ******************************************************************
      * 3030-JUDGE-SITE-RECORDS - THE P RECORDS ON THE ROW MUST FALL
      *   INSIDE THE S/E BRACKET OF THEIR RUN: NONE MAY COME BEFORE
      *   ITS FIRST START, AND ONCE EVERY START HAS ITS END NONE MAY
      *   COME AFTER ITS LAST END.  A RUN STILL SHORT OF AN END IS
      *   THE ABEND CASE, WHICH IS REPORTED ON ITS OWN - THE SITE
      *   RECORDS ARE NOT DOUBLE-COUNTED HERE.  PERFORMED FROM
      *   3000-JUDGE-SUMMARY-ROW.
      ******************************************************************
       3030-JUDGE-SITE-RECORDS.
           PERFORM 3035-FIND-COVERING-RUN

           IF NOT AS-COVER-FOUND
               ADD AU-SITE-COUNT       TO AS-STRAY-SITE-COUNT
               MOVE SPACES             TO ASL-TEXT
               STRING "SITE RECORD OUTSIDE ANY S/E BRACKET - JOB "
                          DELIMITED BY SIZE
                      AU-JOB-NAME DELIMITED BY SIZE
                      " SITE " DELIMITED BY SIZE
                      AU-SITE-CODE DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      AU-FIRST-SITE-TS DELIMITED BY SIZE
                      INTO ASL-TEXT
               END-STRING
               PERFORM 6000-WRITE-FINDING-LINE
               GO TO 3030-EXIT
           END-IF

           IF AU-FIRST-SITE-TS < AS-COVER-FIRST-START-TS
               ADD 1                   TO AS-STRAY-SITE-COUNT
               MOVE SPACES             TO ASL-TEXT
               STRING "SITE RECORD OUTSIDE ANY S/E BRACKET - JOB "
                          DELIMITED BY SIZE
                      AU-JOB-NAME DELIMITED BY SIZE
                      " SITE " DELIMITED BY SIZE
                      AU-SITE-CODE DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      AU-FIRST-SITE-TS DELIMITED BY SIZE
                      INTO ASL-TEXT
               END-STRING
               PERFORM 6000-WRITE-FINDING-LINE
           END-IF

           IF AS-COVER-ENDS > ZERO
              AND AS-COVER-ENDS NOT < AS-COVER-STARTS
              AND AU-LAST-SITE-TS > AS-COVER-LAST-END-TS
               ADD 1                   TO AS-STRAY-SITE-COUNT
               MOVE SPACES             TO ASL-TEXT
               STRING "SITE RECORD AFTER ITS RUN ENDED - JOB "
                          DELIMITED BY SIZE
                      AU-JOB-NAME DELIMITED BY SIZE
                      " SITE " DELIMITED BY SIZE
                      AU-SITE-CODE DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      AU-LAST-SITE-TS DELIMITED BY SIZE
                      INTO ASL-TEXT
               END-STRING
               PERFORM 6000-WRITE-FINDING-LINE
           EXIT.

      ******************************************************************
      * 3035-FIND-COVERING-RUN - PICK THE S/E BRACKET THE ROW'S SITE
      *   RECORDS BELONG TO: THE ROW ITSELF WHEN IT CARRIES STARTS,
      *   OTHERWISE THE "**" ROW LAST PASSED WHEN IT IS FOR THE SAME
      *   JOB, CYCLE DATE AND RUN MODE AND CARRIES STARTS.
      *   PERFORMED FROM 3030-JUDGE-SITE-RECORDS.
      ******************************************************************
       3035-FIND-COVERING-RUN.
           MOVE "N"                    TO AS-COVER-FOUND-SW
           IF AU-START-COUNT > ZERO
               SET AS-COVER-FOUND      TO TRUE
               MOVE AU-START-COUNT     TO AS-COVER-STARTS
               MOVE AU-END-COUNT       TO AS-COVER-ENDS
               MOVE AU-FIRST-START-TS  TO AS-COVER-FIRST-START-TS
               MOVE AU-LAST-END-TS     TO AS-COVER-LAST-END-TS
           ELSE
               IF AS-RR-JOB = AU-JOB-NAME
                  AND AS-RR-CYCLE-DATE = AU-CYCLE-DATE
                  AND AS-RR-RUN-MODE = AU-RUN-MODE
                  AND AS-RR-STARTS > ZERO
                   SET AS-COVER-FOUND  TO TRUE
                   MOVE AS-RR-STARTS   TO AS-COVER-STARTS
                   MOVE AS-RR-ENDS     TO AS-COVER-ENDS
                   MOVE AS-RR-FIRST-START-TS
                                        TO AS-COVER-FIRST-START-TS
                   MOVE AS-RR-LAST-END-TS
                                        TO AS-COVER-LAST-END-TS
               END-IF
           END-IF.

      ******************************************************************
      * 3040-JUDGE-OVERRIDE - AN O RECORD ON THE ROW AUTHORIZED A
      *   FORCED RERUN, SO THE RUN IT AUTHORIZED MUST HAVE COMPLETED
      *   - AN END ON THE SAME ROW AT OR AFTER THE OVERRIDE.  AN
      *   OVERRIDE NO COMPLETED RUN ANSWERS MEANS THE AUTHORIZED
      *   RERUN NEVER FINISHED.  PERFORMED FROM
      *   3000-JUDGE-SUMMARY-ROW.
      ******************************************************************
       3040-JUDGE-OVERRIDE.
           IF AU-END-COUNT > ZERO
              AND AU-LAST-END-TS NOT < AU-AUTH-TS
               CONTINUE
           ELSE
               ADD 1                   TO AS-UNANSWERED-OVR-COUNT
               MOVE SPACES             TO ASL-TEXT
               STRING "OVERRIDE WITH NO FOLLOWING COMPLETED RUN - "
                          DELIMITED BY SIZE
                      "JOB " DELIMITED BY SIZE
                      AU-JOB-NAME DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      AU-AUTH-TS DELIMITED BY SIZE
                      " AUTHORIZED BY " DELIMITED BY SIZE
                      AU-AUTH-USER DELIMITED BY SIZE
                      INTO ASL-TEXT
               END-STRING
               PERFORM 6000-WRITE-FINDING-LINE
           END-IF.

      ******************************************************************
      * 3050-REPORT-ORDER-ERRORS - THE LOG IS APPEND-ONLY, SO EACH END
      *   RECORD'S END TIMESTAMP MUST NOT RUN BACKWARD IN FILE ORDER;
      *   THE WRITERS COUNT ANY THAT DID ON THE ROW.  A BACKWARD STEP
      *   MEANS SOMEONE EDITED OR RELOADED THE LOG BY HAND.  THE
      *   CATCH-UP RECOVERY DELIBERATELY BACK-DATES ITS START
      *   TIMESTAMPS, SO ONLY END TIMESTAMPS ANCHOR THE CHECK.
      *   PERFORMED FROM 3000-JUDGE-SUMMARY-ROW.
      ******************************************************************
       3050-REPORT-ORDER-ERRORS.
           ADD AU-ORDER-ERR-COUNT      TO AS-ORDER-ERR-COUNT
           MOVE SPACES                 TO ASL-TEXT
           STRING "OUT-OF-ORDER TIMESTAMP - " DELIMITED BY SIZE
                  AU-ORDER-ERR-COUNT DELIMITED BY SIZE
                  " END(S) RAN BACKWARD ON THE LOG FOR JOB "
                      DELIMITED BY SIZE
                  AU-JOB-NAME DELIMITED BY SIZE
                  " CYCLE " DELIMITED BY SIZE
                  AU-CYCLE-DATE DELIMITED BY SIZE
                  " SITE " DELIMITED BY SIZE
                  AU-SITE-CODE DELIMITED BY SIZE
                  INTO ASL-TEXT
           END-STRING
           PERFORM 6000-WRITE-FINDING-LINE.

      ******************************************************************
      * 4000-REPORT-ABENDS - ANY UNFINISHED START FOUND BY THE SWEEP
      *   IS AN ABENDED RUN.  THE COUNT GOES TO THE OPERATOR CONSOLE
      *   THROUGH THE SEVERITY-MESSAGE CONVENTION, AND THE STEP ENDS
      *   RC 8 SO AUTOMATION PAGES.
      ******************************************************************
       4000-REPORT-ABENDS.
           IF AS-ABEND-COUNT > ZERO
               STRING "AUDSWP0003E " DELIMITED BY SIZE
                      AS-ABEND-COUNT DELIMITED BY SIZE
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-VERDICT - PRINT THE FINDING COUNTS AND THE FINAL
      *   VERDICT.  ANY NON-ABEND FINDING ALONE ENDS THE STEP RC 4;
           IF AS-RC-NORMAL
               MOVE "VERDICT: AUDIT LOG IS WHOLE" TO ASL-TEXT
               DISPLAY "AUDSWP0005I AUDIT LOG SWEPT CLEAN - "
                       AS-PAIRED-COUNT " RUN(S) PAIRED"
           ELSE
               MOVE "VERDICT: INTEGRITY FINDINGS - SEE ABOVE"
                                        TO ASL-TEXT
