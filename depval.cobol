      * Dependency-file validation against the schedule file.
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.  THE PREDCHK STEP HOLDS A JOB
      *                     UNTIL ITS PREDECESSORS FINISH, WHICH
      *                     MEANS A BAD DEPENDENCY ROW HOLDS IT
      *                     FOREVER - A PREDECESSOR THAT IS NOT ON
      *                     THE SCHEDULE NEVER REPORTS, AND TWO JOBS
      *                     WAITING ON EACH OTHER NEVER START.  RUN
      *                     BEFORE THE NIGHT STARTS, THIS STEP LOADS
      *                     THE SCHEDULE AND DEPENDENCY FILES AND
      *                     REPORTS EVERY ROW WHOSE PREDECESSOR IS
      *                     NOT SCHEDULED FOR THE MODE/SITE, EVERY
      *                     ROW WHOSE OWN JOB IS NOT SCHEDULED, EVERY
      *                     ROW WITH A NON-NUMERIC RC LIMIT, AND
      *                     EVERY ROW THAT IS PART OF A CIRCULAR
      *                     CHAIN.  AN UNSCHEDULED PREDECESSOR OR A
      *                     CIRCULAR CHAIN ENDS THE STEP RC 8; THE
      *                     OTHER FINDINGS ARE RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DEPVAL.
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
           SELECT SCHEDULE-FILE       ASSIGN TO SCHEDFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DV-SCHED-STATUS.
           SELECT JOB-DEPEND-FILE     ASSIGN TO JOBDEP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DV-DEPEND-STATUS.
           SELECT DEPEND-RPT-FILE     ASSIGN TO DEPVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DV-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SCHEDULE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SCHEDFL.

       FD  JOB-DEPEND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY JOBDEP.

       FD  DEPEND-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEPVRPT.

       WORKING-STORAGE SECTION.

       01  DV-SCHED-STATUS             PIC X(02)   VALUE SPACES.
           88  DV-SCHED-OK                         VALUE "00".
           88  DV-SCHED-NOT-FOUND                  VALUE "35".
       01  DV-DEPEND-STATUS            PIC X(02)   VALUE SPACES.
           88  DV-DEPEND-OK                        VALUE "00".
           88  DV-DEPEND-NOT-FOUND                 VALUE "35".
       01  DV-RPT-STATUS               PIC X(02)   VALUE SPACES.

       01  DV-SWITCHES.
           05  DV-SCHED-EOF-SW         PIC X(01)   VALUE "N".
               88  DV-SCHED-EOF                    VALUE "Y".
           05  DV-DEPEND-EOF-SW        PIC X(01)   VALUE "N".
               88  DV-DEPEND-EOF                   VALUE "Y".
           05  DV-SCHED-OVFL-SW        PIC X(01)   VALUE "N".
               88  DV-SCHED-OVERFLOW               VALUE "Y".
           05  DV-DEPEND-OVFL-SW       PIC X(01)   VALUE "N".
               88  DV-DEPEND-OVERFLOW              VALUE "Y".
           05  DV-REACH-OVFL-SW        PIC X(01)   VALUE "N".
               88  DV-REACH-OVERFLOW               VALUE "Y".
           05  DV-FOUND-SW             PIC X(01)   VALUE "N".
               88  DV-FOUND                        VALUE "Y".
           05  DV-CIRCULAR-SW          PIC X(01)   VALUE "N".
               88  DV-CIRCULAR                     VALUE "Y".

      ******************************************************************
      * EVERY SCHEDULE ROW - MODE, SITE AND JOB - SO EACH DEPENDENCY
      * ROW CAN BE LOOKED UP WITHOUT RE-READING THE FILE.
      ******************************************************************
       01  DV-SCHED-COUNT              PIC 9(03)   COMP VALUE ZERO.
       01  DV-SCHED-IDX                PIC 9(03)   COMP VALUE ZERO.

       01  DV-SCHED-TABLE.
           05  DV-SCHED-ENTRY          OCCURS 200 TIMES.
               10  DV-SCH-RUN-MODE     PIC X(13).
               10  DV-SCH-SITE-CODE    PIC X(02).
               10  DV-SCH-JOB-NAME     PIC X(08).

      ******************************************************************
      * EVERY DEPENDENCY ROW.  EACH ROW IS AN EDGE FROM A JOB BACK
      * TO ONE OF ITS PREDECESSORS WITHIN A MODE/SITE.
      ******************************************************************
       01  DV-DEP-COUNT                PIC 9(03)   COMP VALUE ZERO.
       01  DV-DEP-IDX                  PIC 9(03)   COMP VALUE ZERO.
       01  DV-EDGE-IDX                 PIC 9(03)   COMP VALUE ZERO.

       01  DV-DEP-TABLE.
           05  DV-DEP-ENTRY            OCCURS 200 TIMES.
               10  DV-DEP-RUN-MODE     PIC X(13).
               10  DV-DEP-SITE-CODE    PIC X(02).
               10  DV-DEP-JOB-NAME     PIC X(08).
               10  DV-DEP-PRED-NAME    PIC X(08).
               10  DV-DEP-RC-LIMIT     PIC X(02).

      ******************************************************************
      * CIRCULAR-CHAIN WORK LIST.  FOR EACH DEPENDENCY ROW THE
      * PREDECESSOR'S OWN PREDECESSORS ARE FOLLOWED, BREADTH FIRST,
      * WITHIN THE ROW'S MODE/SITE.  REACHING THE ROW'S OWN JOB
      * AGAIN MEANS THE ROW IS PART OF A CIRCULAR CHAIN.  EACH JOB
      * IS LISTED ONCE, SO THE WALK ENDS EVEN ON A BAD FILE.
      ******************************************************************
       01  DV-REACH-COUNT              PIC 9(03)   COMP VALUE ZERO.
       01  DV-REACH-IDX                PIC 9(03)   COMP VALUE ZERO.
       01  DV-SCAN-IDX                 PIC 9(03)   COMP VALUE ZERO.
       01  DV-REACH-JOB                PIC X(08)   VALUE SPACES.
       01  DV-NEXT-JOB                 PIC X(08)   VALUE SPACES.

       01  DV-REACH-TABLE.
           05  DV-REACH-ENTRY          OCCURS 200 TIMES.
               10  DV-REACH-NAME       PIC X(08).

      ******************************************************************
      * FINDING COUNTERS - ONE PER CONDITION THE REPORT LISTS.
      ******************************************************************
       01  DV-PRED-UNSCHED-COUNT       PIC 9(05)   VALUE ZERO.
       01  DV-JOB-UNSCHED-COUNT        PIC 9(05)   VALUE ZERO.
       01  DV-CIRCULAR-COUNT           PIC 9(05)   VALUE ZERO.
       01  DV-BAD-LIMIT-COUNT          PIC 9(05)   VALUE ZERO.
       01  DV-ROW-COUNT-DISP           PIC 9(05)   VALUE ZERO.

      ******************************************************************
      * STEP COMPLETION CODE - MOVED TO RETURN-CODE AT MAIN-LOGIC-EXIT
      * SO THE JOB SCHEDULER HAS SOMETHING TO COND ON.
      ******************************************************************
       01  DV-RETURN-CODE              PIC 9(02)   VALUE ZERO.
           88  DV-RC-NORMAL                        VALUE 0.
           88  DV-RC-WARNING                       VALUE 4.
           88  DV-RC-FATAL                         VALUE 8.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET DV-RC-NORMAL TO TRUE.
           PERFORM 1000-LOAD-SCHEDULE THRU 1000-EXIT.
           PERFORM 2000-LOAD-DEPENDENCIES THRU 2000-EXIT.
           OPEN OUTPUT DEPEND-RPT-FILE.
           PERFORM 3000-PRINT-REPORT-HEADER THRU 3000-EXIT.
           PERFORM 4000-CHECK-ONE-ROW THRU 4000-EXIT
               VARYING DV-DEP-IDX FROM 1 BY 1
               UNTIL DV-DEP-IDX > DV-DEP-COUNT.
           PERFORM 5000-PRINT-VERDICT THRU 5000-EXIT.
           CLOSE DEPEND-RPT-FILE.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-LOAD-SCHEDULE - LOAD EVERY SCHEDULE ROW.  NO SCHEDULE
      *   FILE MEANS THERE IS NOTHING TO VALIDATE AGAINST - FATAL.
      *   A SCHEDULE BIGGER THAN THE TABLE IS ALSO FATAL: A ROW LEFT
      *   OFF WOULD MAKE A GOOD PREDECESSOR LOOK UNSCHEDULED.
      ******************************************************************
       1000-LOAD-SCHEDULE.
           MOVE "N"                    TO DV-SCHED-EOF-SW
           MOVE ZERO                   TO DV-SCHED-COUNT

           OPEN INPUT SCHEDULE-FILE
           IF DV-SCHED-NOT-FOUND
               DISPLAY "DEPVAL0001E SCHEDULE FILE NOT FOUND - "
                       "CANNOT VALIDATE THE DEPENDENCY FILE"
               SET DV-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 1010-READ-SCHEDULE-RECORD
               UNTIL DV-SCHED-EOF
           CLOSE SCHEDULE-FILE

           IF DV-SCHED-OVERFLOW
               DISPLAY "DEPVAL0002E SCHEDULE FILE HAS MORE THAN 200 "
                       "ROWS - CANNOT VALIDATE THE DEPENDENCY FILE"
               SET DV-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-READ-SCHEDULE-RECORD - READ ONE SCHEDULE ROW INTO THE
      *   TABLE.  PERFORMED FROM 1000-LOAD-SCHEDULE.
      ******************************************************************
       1010-READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE INTO SCHEDULE-RECORD
               AT END
                   SET DV-SCHED-EOF TO TRUE
               NOT AT END
                   IF DV-SCHED-COUNT < 200
                       ADD 1            TO DV-SCHED-COUNT
                       MOVE SCH-RUN-MODE
                                        TO DV-SCH-RUN-MODE
                                           (DV-SCHED-COUNT)
                       MOVE SCH-SITE-CODE
                                        TO DV-SCH-SITE-CODE
                                           (DV-SCHED-COUNT)
                       MOVE SCH-JOB-NAME
                                        TO DV-SCH-JOB-NAME
                                           (DV-SCHED-COUNT)
                   ELSE
                       SET DV-SCHED-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 2000-LOAD-DEPENDENCIES - LOAD EVERY DEPENDENCY ROW.  NO
      *   DEPENDENCY FILE IS FATAL - PREDCHK WILL HOLD EVERY JOB
      *   WITHOUT ONE, SO THE NIGHT CANNOT START CLEAN.
      ******************************************************************
       2000-LOAD-DEPENDENCIES.
           MOVE "N"                    TO DV-DEPEND-EOF-SW
           MOVE ZERO                   TO DV-DEP-COUNT

           OPEN INPUT JOB-DEPEND-FILE
           IF DV-DEPEND-NOT-FOUND
               DISPLAY "DEPVAL0003E DEPENDENCY FILE NOT FOUND - "
                       "PREDCHK WILL HOLD EVERY DOWNSTREAM JOB"
               SET DV-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 2010-READ-DEPEND-RECORD
               UNTIL DV-DEPEND-EOF
           CLOSE JOB-DEPEND-FILE

           IF DV-DEPEND-OVERFLOW
               DISPLAY "DEPVAL0004E DEPENDENCY FILE HAS MORE THAN 200 "
                       "ROWS - CANNOT VALIDATE IT"
               SET DV-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-DEPEND-RECORD - READ ONE DEPENDENCY ROW INTO THE
      *   TABLE.  PERFORMED FROM 2000-LOAD-DEPENDENCIES.
      ******************************************************************
       2010-READ-DEPEND-RECORD.
           READ JOB-DEPEND-FILE INTO JOB-DEPENDENCY-RECORD
               AT END
                   SET DV-DEPEND-EOF TO TRUE
               NOT AT END
                   IF DV-DEP-COUNT < 200
                       ADD 1            TO DV-DEP-COUNT
                       MOVE DP-RUN-MODE TO DV-DEP-RUN-MODE
                                           (DV-DEP-COUNT)
                       MOVE DP-SITE-CODE
                                        TO DV-DEP-SITE-CODE
                                           (DV-DEP-COUNT)
                       MOVE DP-JOB-NAME TO DV-DEP-JOB-NAME
                                           (DV-DEP-COUNT)
                       MOVE DP-PRED-JOB-NAME
                                        TO DV-DEP-PRED-NAME
                                           (DV-DEP-COUNT)
                       MOVE DP-RC-LIMIT TO DV-DEP-RC-LIMIT
                                           (DV-DEP-COUNT)
                   ELSE
                       SET DV-DEPEND-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 3000-PRINT-REPORT-HEADER - PRINT THE VALIDATION REPORT TITLE.
      ******************************************************************
       3000-PRINT-REPORT-HEADER.
           MOVE SPACES                 TO DVL-PRINT-LINE
           MOVE "1"                    TO DVL-CARRIAGE-CONTROL
           MOVE "JOB DEPENDENCY FILE VALIDATION REPORT" TO DVL-TEXT
           WRITE DVL-PRINT-LINE

           MOVE SPACES                 TO DVL-PRINT-LINE
           MOVE " "                    TO DVL-CARRIAGE-CONTROL
           WRITE DVL-PRINT-LINE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHECK-ONE-ROW - VALIDATE ONE DEPENDENCY ROW: ITS JOB AND
      *   ITS PREDECESSOR MUST BOTH BE SCHEDULED FOR THE MODE/SITE,
      *   A PREDECESSOR OF ITSELF OR A PATH BACK TO THE JOB THROUGH
      *   THE OTHER ROWS IS A CIRCULAR CHAIN, AND THE RC LIMIT MUST
      *   BE NUMERIC OR BLANK.  PERFORMED FROM MAIN-LOGIC.
      ******************************************************************
       4000-CHECK-ONE-ROW.
           MOVE DV-DEP-JOB-NAME(DV-DEP-IDX) TO DV-NEXT-JOB
           PERFORM 4100-FIND-SCHEDULED-JOB THRU 4100-EXIT
           IF NOT DV-FOUND
               ADD 1                   TO DV-JOB-UNSCHED-COUNT
               MOVE SPACES             TO DVL-TEXT
               STRING "JOB NOT SCHEDULED       - MODE "
                          DELIMITED BY SIZE
                      DV-DEP-RUN-MODE(DV-DEP-IDX) DELIMITED BY SIZE
                      " SITE " DELIMITED BY SIZE
                      DV-DEP-SITE-CODE(DV-DEP-IDX) DELIMITED BY SIZE
                      " JOB " DELIMITED BY SIZE
                      DV-DEP-JOB-NAME(DV-DEP-IDX) DELIMITED BY SIZE
                      " HAS DEPENDENCY ROWS BUT NO SCHEDULE ROW"
                          DELIMITED BY SIZE
                      INTO DVL-TEXT
               END-STRING
               PERFORM 6000-WRITE-FINDING-LINE
           END-IF

           MOVE DV-DEP-PRED-NAME(DV-DEP-IDX) TO DV-NEXT-JOB
           PERFORM 4100-FIND-SCHEDULED-JOB THRU 4100-EXIT
           IF NOT DV-FOUND
               ADD 1                   TO DV-PRED-UNSCHED-COUNT
               MOVE SPACES             TO DVL-TEXT
               STRING "PREDECESSOR NOT SCHEDULED - MODE "
                          DELIMITED BY SIZE
                      DV-DEP-RUN-MODE(DV-DEP-IDX) DELIMITED BY SIZE
                      " SITE " DELIMITED BY SIZE
                      DV-DEP-SITE-CODE(DV-DEP-IDX) DELIMITED BY SIZE
                      " JOB " DELIMITED BY SIZE
                      DV-DEP-JOB-NAME(DV-DEP-IDX) DELIMITED BY SIZE
                      " WAITS ON " DELIMITED BY SIZE
                      DV-DEP-PRED-NAME(DV-DEP-IDX) DELIMITED BY SIZE
                      INTO DVL-TEXT
               END-STRING
               PERFORM 6000-WRITE-FINDING-LINE
           END-IF

           PERFORM 4200-CHECK-CIRCULAR THRU 4200-EXIT
           IF DV-CIRCULAR
               ADD 1                   TO DV-CIRCULAR-COUNT
               MOVE SPACES             TO DVL-TEXT
               STRING "CIRCULAR CHAIN          - MODE "
                          DELIMITED BY SIZE
                      DV-DEP-RUN-MODE(DV-DEP-IDX) DELIMITED BY SIZE
                      " SITE " DELIMITED BY SIZE
                      DV-DEP-SITE-CODE(DV-DEP-IDX) DELIMITED BY SIZE
                      " JOB " DELIMITED BY SIZE
                      DV-DEP-JOB-NAME(DV-DEP-IDX) DELIMITED BY SIZE
                      " WAITS ON " DELIMITED BY SIZE
                      DV-DEP-PRED-NAME(DV-DEP-IDX) DELIMITED BY SIZE
                      " WHICH LEADS BACK TO IT" DELIMITED BY SIZE
                      INTO DVL-TEXT
               END-STRING
               PERFORM 6000-WRITE-FINDING-LINE
           END-IF

           IF DV-DEP-RC-LIMIT(DV-DEP-IDX) NOT = SPACES
              AND DV-DEP-RC-LIMIT(DV-DEP-IDX) NOT NUMERIC
               ADD 1                   TO DV-BAD-LIMIT-COUNT
               MOVE SPACES             TO DVL-TEXT
               STRING "BAD RC LIMIT            - MODE "
                          DELIMITED BY SIZE
                      DV-DEP-RUN-MODE(DV-DEP-IDX) DELIMITED BY SIZE
                      " SITE " DELIMITED BY SIZE
                      DV-DEP-SITE-CODE(DV-DEP-IDX) DELIMITED BY SIZE
                      " JOB " DELIMITED BY SIZE
                      DV-DEP-JOB-NAME(DV-DEP-IDX) DELIMITED BY SIZE
                      " LIMIT '" DELIMITED BY SIZE
                      DV-DEP-RC-LIMIT(DV-DEP-IDX) DELIMITED BY SIZE
                      "' - THE DEFAULT OF 08 WILL APPLY"
                          DELIMITED BY SIZE
                      INTO DVL-TEXT
               END-STRING
               PERFORM 6000-WRITE-FINDING-LINE
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-FIND-SCHEDULED-JOB - LOOK UP THE JOB IN DV-NEXT-JOB ON
      *   THE SCHEDULE TABLE FOR THE CURRENT ROW'S MODE/SITE.
      *   PERFORMED FROM 4000-CHECK-ONE-ROW.
      ******************************************************************
       4100-FIND-SCHEDULED-JOB.
           MOVE "N"                    TO DV-FOUND-SW
           PERFORM 4110-MATCH-SCHEDULE-ROW
               VARYING DV-SCHED-IDX FROM 1 BY 1
               UNTIL DV-SCHED-IDX > DV-SCHED-COUNT
                  OR DV-FOUND.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4110-MATCH-SCHEDULE-ROW - CHECK ONE SCHEDULE ROW.  PERFORMED
      *   FROM 4100-FIND-SCHEDULED-JOB.
      ******************************************************************
       4110-MATCH-SCHEDULE-ROW.
           IF DV-SCH-RUN-MODE(DV-SCHED-IDX) =
                  DV-DEP-RUN-MODE(DV-DEP-IDX)
              AND DV-SCH-SITE-CODE(DV-SCHED-IDX) =
                  DV-DEP-SITE-CODE(DV-DEP-IDX)
              AND DV-SCH-JOB-NAME(DV-SCHED-IDX) = DV-NEXT-JOB
               SET DV-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * 4200-CHECK-CIRCULAR - STARTING FROM THE ROW'S PREDECESSOR,
      *   FOLLOW PREDECESSOR ROWS WITHIN THE SAME MODE/SITE UNTIL
      *   EITHER THE ROW'S OWN JOB TURNS UP (CIRCULAR) OR THERE IS
      *   NOWHERE LEFT TO GO.  PERFORMED FROM 4000-CHECK-ONE-ROW.
      ******************************************************************
       4200-CHECK-CIRCULAR.
           MOVE "N"                    TO DV-CIRCULAR-SW
           IF DV-DEP-PRED-NAME(DV-DEP-IDX) =
              DV-DEP-JOB-NAME(DV-DEP-IDX)
               SET DV-CIRCULAR TO TRUE
               GO TO 4200-EXIT
           END-IF

           MOVE 1                      TO DV-REACH-COUNT
           MOVE DV-DEP-PRED-NAME(DV-DEP-IDX) TO DV-REACH-NAME(1)
           PERFORM 4210-EXPAND-ONE-JOB
               VARYING DV-REACH-IDX FROM 1 BY 1
               UNTIL DV-REACH-IDX > DV-REACH-COUNT
                  OR DV-CIRCULAR.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4210-EXPAND-ONE-JOB - FOLLOW EVERY DEPENDENCY ROW OF ONE JOB
      *   ON THE WORK LIST TO ITS PREDECESSORS.  PERFORMED FROM
      *   4200-CHECK-CIRCULAR.
      ******************************************************************
       4210-EXPAND-ONE-JOB.
           MOVE DV-REACH-NAME(DV-REACH-IDX) TO DV-REACH-JOB
           PERFORM 4220-FOLLOW-ONE-EDGE THRU 4220-EXIT
               VARYING DV-EDGE-IDX FROM 1 BY 1
               UNTIL DV-EDGE-IDX > DV-DEP-COUNT
                  OR DV-CIRCULAR.

      ******************************************************************
      * 4220-FOLLOW-ONE-EDGE - WHEN THE DEPENDENCY ROW BELONGS TO THE
      *   JOB BEING EXPANDED IN THE SAME MODE/SITE, ITS PREDECESSOR
      *   IS EITHER THE JOB WE STARTED FROM (CIRCULAR) OR A NEW JOB
      *   FOR THE WORK LIST.  PERFORMED FROM 4210-EXPAND-ONE-JOB.
      ******************************************************************
       4220-FOLLOW-ONE-EDGE.
           IF DV-DEP-RUN-MODE(DV-EDGE-IDX) NOT =
                  DV-DEP-RUN-MODE(DV-DEP-IDX)
              OR DV-DEP-SITE-CODE(DV-EDGE-IDX) NOT =
                  DV-DEP-SITE-CODE(DV-DEP-IDX)
              OR DV-DEP-JOB-NAME(DV-EDGE-IDX) NOT = DV-REACH-JOB
               GO TO 4220-EXIT
           END-IF

           MOVE DV-DEP-PRED-NAME(DV-EDGE-IDX) TO DV-NEXT-JOB
           IF DV-NEXT-JOB = DV-DEP-JOB-NAME(DV-DEP-IDX)
               SET DV-CIRCULAR TO TRUE
               GO TO 4220-EXIT
           END-IF

           MOVE "N"                    TO DV-FOUND-SW
           PERFORM 4230-MATCH-REACH-ENTRY
               VARYING DV-SCAN-IDX FROM 1 BY 1
               UNTIL DV-SCAN-IDX > DV-REACH-COUNT
                  OR DV-FOUND
           IF NOT DV-FOUND
               IF DV-REACH-COUNT < 200
                   ADD 1               TO DV-REACH-COUNT
                   MOVE DV-NEXT-JOB    TO DV-REACH-NAME(DV-REACH-COUNT)
               ELSE
                   SET DV-REACH-OVERFLOW TO TRUE
               END-IF
           END-IF.
       4220-EXIT.
           EXIT.

      ******************************************************************
      * 4230-MATCH-REACH-ENTRY - CHECK WHETHER ONE WORK-LIST ENTRY IS
      *   THE JOB ALREADY IN HAND.  PERFORMED FROM
      *   4220-FOLLOW-ONE-EDGE.
      ******************************************************************
       4230-MATCH-REACH-ENTRY.
           IF DV-REACH-NAME(DV-SCAN-IDX) = DV-NEXT-JOB
               SET DV-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * 5000-PRINT-VERDICT - PRINT THE FINDING COUNTS AND THE FINAL
      *   VERDICT.  AN UNSCHEDULED PREDECESSOR OR A CIRCULAR CHAIN
      *   WILL HOLD A JOB ALL NIGHT, SO EITHER ENDS THE STEP RC 8;
      *   THE OTHER FINDINGS ARE RC 4.
      ******************************************************************
       5000-PRINT-VERDICT.
           MOVE SPACES                 TO DVL-PRINT-LINE
           MOVE " "                    TO DVL-CARRIAGE-CONTROL
           WRITE DVL-PRINT-LINE

           MOVE DV-DEP-COUNT           TO DV-ROW-COUNT-DISP
           MOVE SPACES                 TO DVL-PRINT-LINE
           MOVE " "                    TO DVL-CARRIAGE-CONTROL
           STRING "ROWS: " DELIMITED BY SIZE
                  DV-ROW-COUNT-DISP DELIMITED BY SIZE
                  "  UNSCHEDULED PREDECESSORS: " DELIMITED BY SIZE
                  DV-PRED-UNSCHED-COUNT DELIMITED BY SIZE
                  "  CIRCULAR: " DELIMITED BY SIZE
                  DV-CIRCULAR-COUNT DELIMITED BY SIZE
                  "  UNSCHEDULED JOBS: " DELIMITED BY SIZE
                  DV-JOB-UNSCHED-COUNT DELIMITED BY SIZE
                  "  BAD LIMITS: " DELIMITED BY SIZE
                  DV-BAD-LIMIT-COUNT DELIMITED BY SIZE
                  INTO DVL-TEXT
           END-STRING
           WRITE DVL-PRINT-LINE

           IF DV-REACH-OVERFLOW
               DISPLAY "DEPVAL0005W CHAIN WORK LIST FULL - SOME "
                       "CIRCULAR CHAINS MAY NOT BE REPORTED"
               SET DV-RC-WARNING TO TRUE
           END-IF

           IF DV-JOB-UNSCHED-COUNT > ZERO
              OR DV-BAD-LIMIT-COUNT > ZERO
               SET DV-RC-WARNING TO TRUE
           END-IF

           IF DV-PRED-UNSCHED-COUNT > ZERO
              OR DV-CIRCULAR-COUNT > ZERO
               DISPLAY "DEPVAL0006E DEPENDENCY FILE WILL HOLD JOBS "
                       "ALL NIGHT - " DV-PRED-UNSCHED-COUNT
                       " UNSCHEDULED PREDECESSOR(S), "
                       DV-CIRCULAR-COUNT " CIRCULAR ROW(S)"
               SET DV-RC-FATAL TO TRUE
           END-IF

           MOVE SPACES                 TO DVL-PRINT-LINE
           MOVE " "                    TO DVL-CARRIAGE-CONTROL
           EVALUATE TRUE
               WHEN DV-RC-NORMAL
                   MOVE "VERDICT: DEPENDENCY FILE IS CONSISTENT"
                                        TO DVL-TEXT
                   DISPLAY "DEPVAL0007I DEPENDENCY FILE VALIDATED - "
                           DV-DEP-COUNT " ROW(S) CLEAN"
               WHEN DV-RC-WARNING
                   MOVE "VERDICT: DEPENDENCY FILE USABLE - REVIEW "
                                        TO DVL-TEXT
                   MOVE "THE FINDINGS ABOVE" TO DVL-TEXT(42:18)
               WHEN OTHER
                   MOVE "VERDICT: DEPENDENCY FILE MUST BE CORRECTED "
                                        TO DVL-TEXT
                   MOVE "BEFORE THE NIGHT STARTS" TO DVL-TEXT(44:23)
           END-EVALUATE
           WRITE DVL-PRINT-LINE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-FINDING-LINE - WRITE THE FINDING TEXT ALREADY
      *   BUILT IN DVL-TEXT.  PERFORMED FROM THE CHECK PARAGRAPHS.
      ******************************************************************
       6000-WRITE-FINDING-LINE.
           MOVE " "                    TO DVL-CARRIAGE-CONTROL
           WRITE DVL-PRINT-LINE
           MOVE SPACES                 TO DVL-PRINT-LINE.

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
      *   SO THE FINAL RETURN-CODE IS ALWAYS SET CONSISTENTLY.
      ******************************************************************
       MAIN-LOGIC-EXIT.
           MOVE DV-RETURN-CODE         TO RETURN-CODE.
           STOP RUN.
