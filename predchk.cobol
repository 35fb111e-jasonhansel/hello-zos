      * Predecessor check step for the downstream nightly jobs.
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.  GATECHK PROVES HLWRLD RELEASED
      *                     THE CYCLE AND THE SCHEDULE FILE SAYS
      *                     WHICH JOBS BELONG TO A MODE/SITE, BUT
      *                     NOTHING STOPPED A JOB STARTING BEFORE THE
      *                     JOB WHOSE OUTPUT IT READS HAD FINISHED.
      *                     RUN AFTER GATECHK AS AN EARLY STEP OF
      *                     EACH DOWNSTREAM JOB, THIS STEP LOADS THE
      *                     JOB'S PREDECESSORS FOR ITS MODE/SITE FROM
      *                     THE DEPENDENCY FILE AND READS THE
      *                     STREAM-TRACKING RECORDS WRITTEN BY
      *                     STRMEND.  RC 0 ONLY WHEN EVERY
      *                     PREDECESSOR'S LATEST RECORD FOR THE CYCLE
      *                     DATE CARRIES A RETURN CODE UNDER THE
      *                     JOB'S LIMIT, RC 8 OTHERWISE.  THE SAME
      *                     OPTIONAL WAIT-AND-RETRY PARM FIELDS AS
      *                     GATECHK LET A JOB WAIT OUT A PREDECESSOR
      *                     THAT IS STILL RUNNING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PREDCHK.
       AUTHOR.         J HANSEL.
       INSTALLATION.   BATCH SERVICES.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.  2026-10-15.

      * Program setup
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEPEND-FILE     ASSIGN TO JOBDEP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PC-DEPEND-STATUS.
           SELECT STREAM-TRACK-FILE   ASSIGN TO STRMTRK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PC-TRACK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  JOB-DEPEND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY JOBDEP.

       FD  STREAM-TRACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY STRMTRK.

       WORKING-STORAGE SECTION.

      ******************************************************************
      * CHECK KEY - TAKEN FROM THE EXEC PARM.  THE JOB NAME, RUN MODE
      * AND SITE PICK THE DEPENDENCY ROWS; THE CYCLE DATE, RUN MODE
      * AND SITE PICK THE COMPLETION RECORDS TO JUDGE THEM AGAINST.
      ******************************************************************
       01  PC-JOB-NAME                 PIC X(08)   VALUE SPACES.
       01  PC-CYCLE-DATE               PIC X(08)   VALUE SPACES.
       01  PC-RUN-MODE                 PIC X(13)   VALUE SPACES.
       01  PC-SITE-CODE                PIC X(02)   VALUE SPACES.

       01  PC-DEPEND-STATUS            PIC X(02)   VALUE SPACES.
           88  PC-DEPEND-OK                        VALUE "00".
           88  PC-DEPEND-NOT-FOUND                 VALUE "35".
       01  PC-TRACK-STATUS             PIC X(02)   VALUE SPACES.
           88  PC-TRACK-OK                         VALUE "00".
           88  PC-TRACK-NOT-FOUND                  VALUE "35".

       01  PC-SWITCHES.
           05  PC-DEPEND-EOF-SW        PIC X(01)   VALUE "N".
               88  PC-DEPEND-EOF                   VALUE "Y".
           05  PC-TRACK-EOF-SW         PIC X(01)   VALUE "N".
               88  PC-TRACK-EOF                    VALUE "Y".
           05  PC-PRED-OVFL-SW         PIC X(01)   VALUE "N".
               88  PC-PRED-OVERFLOW                VALUE "Y".
           05  PC-ALL-DONE-SW          PIC X(01)   VALUE "N".
               88  PC-ALL-DONE                     VALUE "Y".

      ******************************************************************
      * THE JOB'S PREDECESSORS FOR THE MODE/SITE WITH THE LATEST
      * COMPLETION STATUS SEEN FOR EACH: 0 = NOT FINISHED, 1 = ENDED
      * AT OR OVER THE RC LIMIT, 2 = FINISHED UNDER THE LIMIT.  THE
      * TRACKING FILE IS APPEND-ONLY, SO THE LATEST RECORD FOR A
      * PREDECESSOR - A RERUN AFTER A FAILURE - IS THE WORD THAT
      * COUNTS.
      ******************************************************************
       01  PC-PRED-COUNT               PIC 9(02)   COMP VALUE ZERO.
       01  PC-PRED-IDX                 PIC 9(02)   COMP VALUE ZERO.
       01  PC-OPEN-COUNT               PIC 9(02)   VALUE ZERO.

       01  PC-PRED-TABLE.
           05  PC-PRED-ENTRY           OCCURS 20 TIMES.
               10  PC-PRED-NAME        PIC X(08).
               10  PC-PRED-LIMIT       PIC 9(02).
               10  PC-PRED-STATE       PIC 9(01).
               10  PC-PRED-RC          PIC 9(02).
               10  PC-PRED-TS          PIC X(16).

       01  PC-DEFAULT-LIMIT            PIC 9(02)   VALUE 08.

      ******************************************************************
      * WAIT-AND-RETRY CONTROLS - TAKEN FROM THE EXEC PARM, SAME
      * MEANING AS ON GATECHK.  WHEN A PREDECESSOR HAS NOT FINISHED
      * AND A NON-ZERO WAIT INTERVAL WAS GIVEN, THE TRACKING FILE IS
      * RE-READ EVERY INTERVAL, LOGGING EACH POLL, UNTIL EVERY
      * PREDECESSOR IS IN OR THE RETRIES RUN OUT.  A ZERO OR ABSENT
      * WAIT FAILS FAST.
      ******************************************************************
       01  PC-WAIT-SECONDS             PIC 9(04)   VALUE ZERO.
       01  PC-RETRY-LIMIT              PIC 9(03)   VALUE ZERO.
       01  PC-POLL-NUMBER              PIC 9(03)   COMP VALUE ZERO.

      ******************************************************************
      * TIMED-WAIT WORK AREAS.  THIS DIALECT HAS NO PORTABLE WAIT
      * VERB, SO THE INTERVAL IS BURNED WATCHING THE CLOCK, AS IN
      * GATECHK.
      ******************************************************************
       01  PC-WAIT-DONE-SW             PIC X(01)   VALUE "N".
           88  PC-WAIT-DONE                        VALUE "Y".

       01  PC-CLOCK-TIME               PIC 9(08)   VALUE ZERO.
       01  PC-CLOCK-TIME-R REDEFINES PC-CLOCK-TIME.
           05  PC-CLK-HH               PIC 9(02).
           05  PC-CLK-MM               PIC 9(02).
           05  PC-CLK-SS               PIC 9(02).
           05  PC-CLK-HS               PIC 9(02).

       01  PC-WAIT-START-SECS          PIC 9(07)   VALUE ZERO.
       01  PC-WAIT-NOW-SECS            PIC 9(07)   VALUE ZERO.
       01  PC-WAIT-ELAPSED-SECS        PIC 9(07)   VALUE ZERO.

      ******************************************************************
      * STEP COMPLETION CODE - MOVED TO RETURN-CODE AT MAIN-LOGIC-EXIT
      * SO THE JOB SCHEDULER HAS SOMETHING TO COND ON.
      ******************************************************************
       01  PC-RETURN-CODE              PIC 9(02)   VALUE ZERO.
           88  PC-RC-NORMAL                        VALUE 0.
           88  PC-RC-FATAL                         VALUE 8.

       LINKAGE SECTION.

      ******************************************************************
      * STANDARD MVS PARM-PASSING AREA.  PASSED BY THE EXEC PARM=
      * OPERAND WHEN PREDCHK IS INVOKED: JOB NAME IN POSITIONS 1-8,
      * CYCLE DATE IN 9-16, RUN MODE IN 17-29, SITE CODE IN 30-31,
      * OPTIONAL WAIT INTERVAL SECONDS IN 32-35 AND RETRY COUNT IN
      * 36-38.
      ******************************************************************
       01  PC-PARM-AREA.
           05  PC-PARM-LEN             PIC S9(04)  COMP.
           05  PC-PARM-TEXT            PIC X(38).

       PROCEDURE DIVISION USING PC-PARM-AREA.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET PC-RC-NORMAL TO TRUE.
           PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
           PERFORM 2000-LOAD-PREDECESSORS THRU 2000-EXIT.
           PERFORM 3000-CHECK-PREDECESSORS THRU 3000-EXIT.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-PARSE-PARM - PULL THE JOB NAME, CYCLE DATE, RUN MODE
      *   AND SITE CODE (ALL REQUIRED) AND THE OPTIONAL WAIT-AND-
      *   RETRY FIELDS OFF THE EXEC PARM.  A SHORT PARM IS A FATAL
      *   SETUP ERROR - PREDECESSORS CAN ONLY BE CHECKED FOR A KNOWN
      *   JOB AND CYCLE.
      ******************************************************************
       1000-PARSE-PARM.
           IF PC-PARM-LEN < 31
               DISPLAY "PREDCHK0001E PARM MUST CARRY JOB NAME, CYCLE "
                       "DATE, RUN MODE AND SITE CODE - CANNOT CHECK "
                       "PREDECESSORS"
               SET PC-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF

           MOVE PC-PARM-TEXT(1:8)      TO PC-JOB-NAME
           MOVE PC-PARM-TEXT(9:8)      TO PC-CYCLE-DATE
           MOVE PC-PARM-TEXT(17:13)    TO PC-RUN-MODE
           MOVE PC-PARM-TEXT(30:2)     TO PC-SITE-CODE
           IF PC-PARM-LEN >= 35
              AND PC-PARM-TEXT(32:4) NUMERIC
               MOVE PC-PARM-TEXT(32:4) TO PC-WAIT-SECONDS
           END-IF
           IF PC-PARM-LEN >= 38
              AND PC-PARM-TEXT(36:3) NUMERIC
               MOVE PC-PARM-TEXT(36:3) TO PC-RETRY-LIMIT
           END-IF

           IF PC-WAIT-SECONDS > ZERO
              AND PC-RETRY-LIMIT = ZERO
               MOVE 1                  TO PC-RETRY-LIMIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-PREDECESSORS - LOAD THE JOB'S PREDECESSOR ROWS FOR
      *   THE MODE/SITE FROM THE DEPENDENCY FILE.  NO FILE MEANS THE
      *   DEPENDENCIES CANNOT BE PROVEN - HOLD THE JOB, AS GATECHK
      *   DOES FOR A MISSING GATE FILE.  MORE PREDECESSORS THAN THE
      *   TABLE HOLDS IS ALSO FATAL: A CHECK THAT SKIPS ROWS WOULD
      *   PASS A JOB WHOSE INPUT IS NOT READY.
      ******************************************************************
       2000-LOAD-PREDECESSORS.
           MOVE "N"                    TO PC-DEPEND-EOF-SW
           MOVE "N"                    TO PC-PRED-OVFL-SW
           MOVE ZERO                   TO PC-PRED-COUNT

           OPEN INPUT JOB-DEPEND-FILE
           IF PC-DEPEND-NOT-FOUND
               DISPLAY "PREDCHK0002E DEPENDENCY FILE NOT FOUND - "
                       "HOLDING JOB " PC-JOB-NAME
               SET PC-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 2010-READ-DEPEND-RECORD
               UNTIL PC-DEPEND-EOF
           CLOSE JOB-DEPEND-FILE

           IF PC-PRED-OVERFLOW
               DISPLAY "PREDCHK0003E JOB " PC-JOB-NAME " HAS MORE "
                       "THAN 20 PREDECESSORS FOR MODE " PC-RUN-MODE
                       " SITE " PC-SITE-CODE " - HOLDING THE JOB"
               SET PC-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-DEPEND-RECORD - READ ONE DEPENDENCY ROW AND ADD ITS
      *   PREDECESSOR TO THE TABLE WHEN THE JOB, RUN MODE AND SITE
      *   MATCH.  A BLANK OR ZERO RC LIMIT TAKES THE STREAM DEFAULT.
      *   PERFORMED FROM 2000-LOAD-PREDECESSORS.
      ******************************************************************
       2010-READ-DEPEND-RECORD.
           READ JOB-DEPEND-FILE INTO JOB-DEPENDENCY-RECORD
               AT END
                   SET PC-DEPEND-EOF TO TRUE
               NOT AT END
                   IF DP-JOB-NAME = PC-JOB-NAME
                      AND DP-RUN-MODE = PC-RUN-MODE
                      AND DP-SITE-CODE = PC-SITE-CODE
                       IF PC-PRED-COUNT < 20
                           ADD 1        TO PC-PRED-COUNT
                           MOVE DP-PRED-JOB-NAME
                                        TO PC-PRED-NAME(PC-PRED-COUNT)
                           IF DP-RC-LIMIT NUMERIC
                              AND DP-RC-LIMIT > ZERO
                               MOVE DP-RC-LIMIT
                                        TO PC-PRED-LIMIT
                                           (PC-PRED-COUNT)
                           ELSE
                               MOVE PC-DEFAULT-LIMIT
                                        TO PC-PRED-LIMIT
                                           (PC-PRED-COUNT)
                           END-IF
                           MOVE ZERO    TO PC-PRED-STATE(PC-PRED-COUNT)
                           MOVE ZERO    TO PC-PRED-RC(PC-PRED-COUNT)
                           MOVE SPACES  TO PC-PRED-TS(PC-PRED-COUNT)
                       ELSE
                           SET PC-PRED-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 3000-CHECK-PREDECESSORS - JUDGE THE PREDECESSORS AGAINST THE
      *   STREAM-TRACKING FILE, POLLING WHEN A WAIT WAS REQUESTED.
      *   A JOB WITH NO DEPENDENCY ROWS HAS NOTHING TO WAIT FOR AND
      *   PASSES.  ANY PREDECESSOR STILL OUT WHEN THE CHECKING STOPS
      *   IS LISTED AND HOLDS THE JOB.
      ******************************************************************
       3000-CHECK-PREDECESSORS.
           IF PC-PRED-COUNT = ZERO
               DISPLAY "PREDCHK0004I NO PREDECESSORS ON THE "
                       "DEPENDENCY FILE FOR JOB " PC-JOB-NAME
                       " MODE " PC-RUN-MODE " SITE " PC-SITE-CODE
                       " - NOTHING TO WAIT FOR"
               GO TO 3000-EXIT
           END-IF

           PERFORM 3005-SCAN-TRACKING-FILE THRU 3005-EXIT

           IF NOT PC-ALL-DONE
              AND PC-WAIT-SECONDS > ZERO
               PERFORM 3100-POLL-FOR-PREDECESSORS THRU 3100-EXIT
                   VARYING PC-POLL-NUMBER FROM 1 BY 1
                   UNTIL PC-POLL-NUMBER > PC-RETRY-LIMIT
                      OR PC-ALL-DONE
           END-IF

           IF PC-ALL-DONE
               DISPLAY "PREDCHK0007I ALL " PC-PRED-COUNT
                       " PREDECESSOR(S) OF JOB " PC-JOB-NAME
                       " FINISHED FOR CYCLE DATE " PC-CYCLE-DATE
               GO TO 3000-EXIT
           END-IF

           PERFORM 3040-REPORT-OPEN-PREDECESSOR THRU 3040-EXIT
               VARYING PC-PRED-IDX FROM 1 BY 1
               UNTIL PC-PRED-IDX > PC-PRED-COUNT
           DISPLAY "PREDCHK0008E " PC-OPEN-COUNT " PREDECESSOR(S) OF "
                   "JOB " PC-JOB-NAME " NOT FINISHED FOR CYCLE DATE "
                   PC-CYCLE-DATE " - HOLDING THE JOB"
           SET PC-RC-FATAL TO TRUE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3005-SCAN-TRACKING-FILE - READ THE WHOLE STREAM-TRACKING FILE,
      *   APPLYING EVERY COMPLETION RECORD FOR THE CYCLE DATE, MODE
      *   AND SITE TO THE PREDECESSOR IT NAMES, THEN DECIDE WHETHER
      *   ALL OF THEM ARE IN.  NO TRACKING FILE YET MEANS NO JOB HAS
      *   FINISHED.  PERFORMED FROM 3000-CHECK-PREDECESSORS AND
      *   3100-POLL-FOR-PREDECESSORS.
      ******************************************************************
       3005-SCAN-TRACKING-FILE.
           MOVE "N"                    TO PC-TRACK-EOF-SW

           OPEN INPUT STREAM-TRACK-FILE
           IF PC-TRACK-NOT-FOUND
               DISPLAY "PREDCHK0005W STREAM-TRACKING FILE NOT FOUND "
                       "- NO PREDECESSOR HAS REPORTED"
           ELSE
               PERFORM 3010-READ-TRACK-RECORD
                   UNTIL PC-TRACK-EOF
               CLOSE STREAM-TRACK-FILE
           END-IF

           SET PC-ALL-DONE             TO TRUE
           PERFORM 3030-CHECK-ONE-STATE
               VARYING PC-PRED-IDX FROM 1 BY 1
               UNTIL PC-PRED-IDX > PC-PRED-COUNT.
       3005-EXIT.
           EXIT.

      ******************************************************************
      * 3010-READ-TRACK-RECORD - READ ONE COMPLETION RECORD AND, WHEN
      *   IT MATCHES THE CYCLE DATE, MODE AND SITE, APPLY IT TO THE
      *   PREDECESSOR IT NAMES.  FILE ORDER IS TIME ORDER, SO THE
      *   LATEST RECORD FOR A JOB WINS.  PERFORMED FROM
      *   3005-SCAN-TRACKING-FILE.
      ******************************************************************
       3010-READ-TRACK-RECORD.
           READ STREAM-TRACK-FILE INTO STREAM-TRACK-RECORD
               AT END
                   SET PC-TRACK-EOF TO TRUE
               NOT AT END
                   IF ST-CYCLE-DATE = PC-CYCLE-DATE
                      AND ST-RUN-MODE = PC-RUN-MODE
                      AND ST-SITE-CODE = PC-SITE-CODE
                       PERFORM 3020-APPLY-COMPLETION
                           VARYING PC-PRED-IDX FROM 1 BY 1
                           UNTIL PC-PRED-IDX > PC-PRED-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 3020-APPLY-COMPLETION - APPLY THE COMPLETION RECORD IN HAND
      *   TO ONE PREDECESSOR WHEN THE NAMES MATCH, JUDGING ITS RETURN
      *   CODE AGAINST THE JOB'S LIMIT.  PERFORMED FROM
      *   3010-READ-TRACK-RECORD.
      ******************************************************************
       3020-APPLY-COMPLETION.
           IF PC-PRED-NAME(PC-PRED-IDX) = ST-JOB-NAME
               IF ST-RETURN-CODE NUMERIC
                  AND ST-RETURN-CODE < PC-PRED-LIMIT(PC-PRED-IDX)
                   MOVE 2              TO PC-PRED-STATE(PC-PRED-IDX)
               ELSE
                   MOVE 1              TO PC-PRED-STATE(PC-PRED-IDX)
               END-IF
               IF ST-RETURN-CODE NUMERIC
                   MOVE ST-RETURN-CODE TO PC-PRED-RC(PC-PRED-IDX)
               END-IF
               MOVE ST-TIMESTAMP       TO PC-PRED-TS(PC-PRED-IDX)
           END-IF.

      ******************************************************************
      * 3030-CHECK-ONE-STATE - ANY PREDECESSOR NOT FINISHED UNDER ITS
      *   LIMIT CLEARS THE ALL-DONE FLAG.  PERFORMED FROM
      *   3005-SCAN-TRACKING-FILE.
      ******************************************************************
       3030-CHECK-ONE-STATE.
           IF PC-PRED-STATE(PC-PRED-IDX) NOT = 2
               MOVE "N"                TO PC-ALL-DONE-SW
           END-IF.

      ******************************************************************
      * 3040-REPORT-OPEN-PREDECESSOR - NAME ONE PREDECESSOR THAT IS
      *   HOLDING THE JOB, WITH ITS RETURN CODE WHEN IT ENDED OVER
      *   THE LIMIT.  PERFORMED FROM 3000-CHECK-PREDECESSORS.
      ******************************************************************
       3040-REPORT-OPEN-PREDECESSOR.
           EVALUATE PC-PRED-STATE(PC-PRED-IDX)
               WHEN 2
                   GO TO 3040-EXIT
               WHEN 1
                   DISPLAY "PREDCHK0009E PREDECESSOR "
                           PC-PRED-NAME(PC-PRED-IDX) " ENDED RC "
                           PC-PRED-RC(PC-PRED-IDX) " AT "
                           PC-PRED-TS(PC-PRED-IDX) " - MUST BE UNDER "
                           PC-PRED-LIMIT(PC-PRED-IDX)
               WHEN OTHER
                   DISPLAY "PREDCHK0010E PREDECESSOR "
                           PC-PRED-NAME(PC-PRED-IDX) " HAS NOT "
                           "FINISHED FOR CYCLE DATE " PC-CYCLE-DATE
           END-EVALUATE
           ADD 1                       TO PC-OPEN-COUNT.
       3040-EXIT.
           EXIT.

      ******************************************************************
      * 3100-POLL-FOR-PREDECESSORS - ONE WAIT-AND-RETRY POLL: LOG IT,
      *   BURN THE WAIT INTERVAL AND RE-READ THE TRACKING FILE.
      *   PERFORMED FROM 3000-CHECK-PREDECESSORS UNTIL EVERY
      *   PREDECESSOR IS IN OR THE RETRIES RUN OUT.
      ******************************************************************
       3100-POLL-FOR-PREDECESSORS.
           DISPLAY "PREDCHK0006I PREDECESSORS OF JOB " PC-JOB-NAME
                   " NOT ALL FINISHED - WAITING " PC-WAIT-SECONDS
                   " SECOND(S) BEFORE POLL " PC-POLL-NUMBER
                   " OF " PC-RETRY-LIMIT
           PERFORM 3110-WAIT-INTERVAL THRU 3110-EXIT
           PERFORM 3005-SCAN-TRACKING-FILE THRU 3005-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3110-WAIT-INTERVAL - BURN ONE WAIT INTERVAL BY WATCHING THE
      *   CLOCK, WITH THE SAME MIDNIGHT-WRAP HANDLING AS GATECHK.
      *   PERFORMED FROM 3100-POLL-FOR-PREDECESSORS.
      ******************************************************************
       3110-WAIT-INTERVAL.
           MOVE "N"                    TO PC-WAIT-DONE-SW
           ACCEPT PC-CLOCK-TIME FROM TIME
           COMPUTE PC-WAIT-START-SECS =
                   PC-CLK-HH * 3600 + PC-CLK-MM * 60 + PC-CLK-SS
           PERFORM 3120-WATCH-CLOCK
               UNTIL PC-WAIT-DONE.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3120-WATCH-CLOCK - ONE LOOK AT THE CLOCK: FLAG THE WAIT DONE
      *   ONCE THE INTERVAL HAS PASSED.  PERFORMED FROM
      *   3110-WAIT-INTERVAL.
      ******************************************************************
       3120-WATCH-CLOCK.
           ACCEPT PC-CLOCK-TIME FROM TIME
           COMPUTE PC-WAIT-NOW-SECS =
                   PC-CLK-HH * 3600 + PC-CLK-MM * 60 + PC-CLK-SS
           IF PC-WAIT-NOW-SECS >= PC-WAIT-START-SECS
               COMPUTE PC-WAIT-ELAPSED-SECS =
                       PC-WAIT-NOW-SECS - PC-WAIT-START-SECS
           ELSE
               COMPUTE PC-WAIT-ELAPSED-SECS =
                       PC-WAIT-NOW-SECS + 86400 - PC-WAIT-START-SECS
           END-IF
           IF PC-WAIT-ELAPSED-SECS >= PC-WAIT-SECONDS
               SET PC-WAIT-DONE TO TRUE
           END-IF.

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
      *   SO THE FINAL RETURN-CODE IS ALWAYS SET CONSISTENTLY.
      ******************************************************************
       MAIN-LOGIC-EXIT.
           MOVE PC-RETURN-CODE         TO RETURN-CODE.
           STOP RUN.
