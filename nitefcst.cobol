      * Forward batch-night forecast from calendar, schedule, deadlines.
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.  NOBODY COULD SAY AHEAD OF TIME
      *                     WHAT NEXT MONTH'S NIGHTS WOULD LOOK LIKE.
      *                     FOR A FUTURE DATE RANGE THIS STEP WALKS
      *                     THE BUSINESS CALENDAR FOR EVERY ACTIVE
      *                     SITE, WORKS OUT EACH PROCESSING NIGHT'S
      *                     RUN MODE FROM THE CALENDAR FLAGS (YEAR-END
      *                     DAY YEAR-END, MONTH-END DAY MONTHLY-CLOSE,
      *                     OTHERWISE DAILY), COUNTS THAT MODE'S JOBS
      *                     ON THE SCHEDULE FILE AND PROJECTS THE
      *                     NIGHT'S ELAPSED TIME FROM THE PERF-STATS
      *                     HISTORY FOR THE MODE.  PERF-STATS CARRIES
      *                     NO MODE OR SITE, SO EACH ROW IS TIED TO
      *                     ONE THROUGH THE RUN-HISTORY ENTRY FOR THE
      *                     SAME CYCLE DATE AND RUN ID.  IT THEN FLAGS
      *                     THE CONFIGURATION GAPS - A MODE/SITE THAT
      *                     WILL RUN WITH NO DEADLINE ROW OR NO
      *                     ROUTING ROW, A YEAR-END NIGHT WITH NO
      *                     YEAR-END SCHEDULE, A SITE WITH NO
      *                     CALENDAR FOR THE RANGE, AND A PROJECTION
      *                     ALREADY OVER THE DEADLINE MAXIMUM - SO
      *                     PLANNING CAN STAFF CLOSE NIGHTS AND FIX
      *                     CONTROLS BEFORE THE NIGHT ARRIVES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     NITEFCST.
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
           SELECT SITE-CONTROL-FILE   ASSIGN TO SITECTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NF-SITECTL-STATUS.
           SELECT BIZCAL-FILE         ASSIGN TO BIZCAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NF-CAL-STATUS.
           SELECT SCHEDULE-FILE       ASSIGN TO SCHEDFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NF-SCHED-STATUS.
           SELECT DEADLINE-FILE       ASSIGN TO DEADLN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NF-DEADLN-STATUS.
           SELECT ROUTE-CTL-FILE      ASSIGN TO RTECTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NF-ROUTE-STATUS.
           SELECT PERF-STATS-FILE     ASSIGN TO PERFSTAT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NF-PERF-STATUS.
           SELECT RUN-HIST-FILE       ASSIGN TO RUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RN-RUN-KEY
                  FILE STATUS IS NF-RUNHIST-STATUS.
           SELECT FCST-RPT-FILE       ASSIGN TO FCSTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NF-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SITE-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SITECTL.

       FD  BIZCAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BIZCAL.

       FD  SCHEDULE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SCHEDFL.

       FD  DEADLINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEADLN.

       FD  ROUTE-CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY RTECTL.

       FD  PERF-STATS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PERFSTAT.

       FD  RUN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.

       FD  FCST-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY FCSTRPT.

       WORKING-STORAGE SECTION.

      ******************************************************************
      * FORECAST RANGE - FIRST AND LAST NIGHT, FROM THE EXEC PARM.
      ******************************************************************
       01  NF-FROM-DATE                PIC X(08)   VALUE SPACES.
       01  NF-TO-DATE                  PIC X(08)   VALUE SPACES.
       01  NF-TODAY-DATE               PIC X(08)   VALUE SPACES.

       01  NF-SITECTL-STATUS           PIC X(02)   VALUE SPACES.
           88  NF-SITECTL-OK                       VALUE "00".
           88  NF-SITECTL-NOT-FOUND                VALUE "35".
       01  NF-CAL-STATUS               PIC X(02)   VALUE SPACES.
           88  NF-CAL-OK                           VALUE "00".
           88  NF-CAL-NOT-FOUND                    VALUE "35".
       01  NF-SCHED-STATUS             PIC X(02)   VALUE SPACES.
           88  NF-SCHED-OK                         VALUE "00".
           88  NF-SCHED-NOT-FOUND                  VALUE "35".
       01  NF-DEADLN-STATUS            PIC X(02)   VALUE SPACES.
           88  NF-DEADLN-OK                        VALUE "00".
           88  NF-DEADLN-NOT-FOUND                 VALUE "35".
       01  NF-ROUTE-STATUS             PIC X(02)   VALUE SPACES.
           88  NF-ROUTE-OK                         VALUE "00".
           88  NF-ROUTE-NOT-FOUND                  VALUE "35".
       01  NF-PERF-STATUS              PIC X(02)   VALUE SPACES.
           88  NF-PERF-OK                          VALUE "00".
           88  NF-PERF-NOT-FOUND                   VALUE "35".
       01  NF-RUNHIST-STATUS           PIC X(02)   VALUE SPACES.
           88  NF-RUNHIST-OK                       VALUE "00".
           88  NF-RUNHIST-NOT-FOUND                VALUE "35".
       01  NF-RPT-STATUS               PIC X(02)   VALUE SPACES.

       01  NF-SWITCHES.
           05  NF-SITECTL-EOF-SW       PIC X(01)   VALUE "N".
               88  NF-SITECTL-EOF                  VALUE "Y".
           05  NF-CAL-EOF-SW           PIC X(01)   VALUE "N".
               88  NF-CAL-EOF                      VALUE "Y".
           05  NF-SCHED-EOF-SW         PIC X(01)   VALUE "N".
               88  NF-SCHED-EOF                    VALUE "Y".
           05  NF-DEADLN-EOF-SW        PIC X(01)   VALUE "N".
               88  NF-DEADLN-EOF                   VALUE "Y".
           05  NF-ROUTE-EOF-SW         PIC X(01)   VALUE "N".
               88  NF-ROUTE-EOF                    VALUE "Y".
           05  NF-PERF-EOF-SW          PIC X(01)   VALUE "N".
               88  NF-PERF-EOF                     VALUE "Y".
           05  NF-RUNHIST-EOF-SW       PIC X(01)   VALUE "N".
               88  NF-RUNHIST-EOF                  VALUE "Y".
           05  NF-SITE-OVFL-SW         PIC X(01)   VALUE "N".
               88  NF-SITE-OVERFLOW                VALUE "Y".
           05  NF-NIGHT-OVFL-SW        PIC X(01)   VALUE "N".
               88  NF-NIGHT-OVERFLOW               VALUE "Y".
           05  NF-PERF-OVFL-SW         PIC X(01)   VALUE "N".
               88  NF-PERF-OVERFLOW                VALUE "Y".
           05  NF-DEADLN-READ-SW       PIC X(01)   VALUE "N".
               88  NF-DEADLN-READ                  VALUE "Y".
           05  NF-ROUTE-READ-SW        PIC X(01)   VALUE "N".
               88  NF-ROUTE-READ                   VALUE "Y".

      ******************************************************************
      * THE THREE SCHEDULED RUN MODES, IN REPORT ORDER.  A CATCH-UP
      * STEP IS NEVER SCHEDULED AHEAD, SO IT IS NOT FORECAST.
      ******************************************************************
       01  NF-MODE-NAMES.
           05  FILLER                  PIC X(13)   VALUE "DAILY".
           05  FILLER                  PIC X(13)
                                       VALUE "MONTHLY-CLOSE".
           05  FILLER                  PIC X(13)   VALUE "YEAR-END".
       01  NF-MODE-NAME-TABLE REDEFINES NF-MODE-NAMES.
           05  NF-MODE-NAME            PIC X(13)   OCCURS 3 TIMES.

       01  NF-MODE-IDX                 PIC 9(01)   COMP VALUE ZERO.
       01  NF-MODE-SLOT                PIC 9(01)   COMP VALUE ZERO.
       01  NF-LOOK-MODE                PIC X(13)   VALUE SPACES.

      ******************************************************************
      * ACTIVE-SITE TABLE.  FOR EACH MODE A SITE CARRIES ITS
      * SCHEDULED JOB COUNT, ITS NIGHTS IN THE RANGE, WHETHER A
      * DEADLINE ROW AND A ROUTING ROW COVER IT ("**" ROWS COVER EVERY
      * SITE) WITH THE DEADLINE MAXIMUM IN EFFECT, AND ITS
      * PERF-STATS HISTORY: RUNS, TOTAL, LONGEST AND AVERAGE SECONDS.
      * AN ALL-SITES RUN COUNTS IN EVERY SITE'S HISTORY - THAT IS THE
      * WINDOW THE SITE SHARED.
      ******************************************************************
       01  NF-SITE-COUNT               PIC 9(02)   COMP VALUE ZERO.
       01  NF-SITE-IDX                 PIC 9(02)   COMP VALUE ZERO.

       01  NF-SITE-TABLE.
           05  NF-SITE-ENTRY           OCCURS 10 TIMES.
               10  NF-SITE-CODE-T      PIC X(02).
               10  NF-SITE-NIGHTS      PIC 9(04).
               10  NF-SITE-JOB-RUNS    PIC 9(06).
               10  NF-SITE-PROJ-SECS   PIC 9(09).
               10  NF-MODE-ENTRY       OCCURS 3 TIMES.
                   15  NF-SCHED-JOBS   PIC 9(03).
                   15  NF-MODE-NIGHTS  PIC 9(04).
                   15  NF-DL-SW        PIC X(01).
                       88  NF-DL-FOUND             VALUE "Y".
                   15  NF-DL-MAX       PIC 9(05).
                   15  NF-RT-SW        PIC X(01).
                       88  NF-RT-FOUND             VALUE "Y".
                   15  NF-HIST-RUNS    PIC 9(05).
                   15  NF-HIST-TOTAL   PIC 9(11).
                   15  NF-HIST-MAX     PIC 9(07).
                   15  NF-HIST-AVG     PIC 9(07).

      ******************************************************************
      * FORECAST NIGHTS - EVERY PROCESSING DAY IN THE RANGE FOR AN
      * ACTIVE SITE, WITH ITS SITE AND MODE SLOTS, IN CALENDAR FILE
      * ORDER.  A FULL TABLE WOULD DROP NIGHTS, SO IT IS FATAL.
      ******************************************************************
       01  NF-NIGHT-COUNT              PIC 9(04)   COMP VALUE ZERO.
       01  NF-NIGHT-IDX                PIC 9(04)   COMP VALUE ZERO.

       01  NF-NIGHT-TABLE.
           05  NF-NIGHT-ENTRY          OCCURS 4000 TIMES.
               10  NF-NIGHT-DATE       PIC X(08).
               10  NF-NIGHT-SITE       PIC 9(02).
               10  NF-NIGHT-MODE       PIC 9(01).

      ******************************************************************
      * PERF-STATS HISTORY AS READ - EACH ROW WAITS HERE UNTIL THE
      * RUN-HISTORY PASS SAYS WHICH MODE AND SITE IT RAN FOR.
      * HOUSEKEEPING KEEPS THE FILE SHORT; A FULL TABLE PROJECTS
      * FROM THE ROWS LOADED AND SAYS SO.
      ******************************************************************
       01  NF-PERF-COUNT               PIC 9(04)   COMP VALUE ZERO.
       01  NF-PERF-IDX                 PIC 9(04)   COMP VALUE ZERO.

       01  NF-PERF-TABLE.
           05  NF-PERF-ENTRY           OCCURS 3000 TIMES.
               10  NF-PERF-JOB         PIC X(08).
               10  NF-PERF-CYCLE       PIC X(08).
               10  NF-PERF-SECS        PIC 9(07).

      ******************************************************************
      * REPORT WORK AREAS.
      ******************************************************************
       01  NF-SECTION-TITLE            PIC X(132)  VALUE SPACES.
       01  NF-FLAG-TEXT                PIC X(70)   VALUE SPACES.
       01  NF-FLAG-PTR                 PIC 9(03)   COMP VALUE ZERO.
       01  NF-GAP-TEXT                 PIC X(100)  VALUE SPACES.
       01  NF-GAP-COUNT                PIC 9(05)   VALUE ZERO.
       01  NF-WARN-COUNT               PIC 9(05)   VALUE ZERO.
       01  NF-GAPS-PRINTED             PIC 9(05)   VALUE ZERO.
       01  NF-COUNT-DISP               PIC ZZ9.
       01  NF-NIGHTS-DISP              PIC ZZZ9.
       01  NF-SECS-DISP                PIC Z(6)9.
       01  NF-RUNS-DISP                PIC ZZZZ9.
       01  NF-BIG-DISP                 PIC Z(8)9.
       01  NF-JOB-RUNS-DISP            PIC Z(5)9.
       01  NF-NUM-DISP                 PIC 9(07)   VALUE ZERO.
       01  NF-MAX-DISP                 PIC 9(05)   VALUE ZERO.

      ******************************************************************
      * STEP COMPLETION CODE - MOVED TO RETURN-CODE AT MAIN-LOGIC-EXIT
      * SO THE JOB SCHEDULER HAS SOMETHING TO COND ON.
      ******************************************************************
       01  NF-RETURN-CODE              PIC 9(02)   VALUE ZERO.
           88  NF-RC-NORMAL                        VALUE 0.
           88  NF-RC-WARNING                       VALUE 4.
           88  NF-RC-FATAL                         VALUE 8.

       LINKAGE SECTION.

      ******************************************************************
      * STANDARD MVS PARM-PASSING AREA.  PASSED BY THE EXEC PARM=
      * OPERAND WHEN NITEFCST IS INVOKED: FIRST NIGHT OF THE RANGE
      * (YYYYMMDD) IN POSITIONS 1-8, LAST NIGHT IN 9-16.
      ******************************************************************
       01  NF-PARM-AREA.
           05  NF-PARM-LEN             PIC S9(04)  COMP.
           05  NF-PARM-TEXT            PIC X(16).

       PROCEDURE DIVISION USING NF-PARM-AREA.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET NF-RC-NORMAL TO TRUE.
           ACCEPT NF-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
           PERFORM 1100-LOAD-ACTIVE-SITES THRU 1100-EXIT.
           PERFORM 1200-LOAD-NIGHTS THRU 1200-EXIT.
           PERFORM 1300-COUNT-SCHEDULED-JOBS THRU 1300-EXIT.
           PERFORM 1400-LOAD-DEADLINES THRU 1400-EXIT.
           PERFORM 1500-LOAD-ROUTES THRU 1500-EXIT.
           PERFORM 2000-LOAD-PERF-STATS THRU 2000-EXIT.
           PERFORM 2100-RELATE-RUN-HISTORY THRU 2100-EXIT.
           OPEN OUTPUT FCST-RPT-FILE.
           PERFORM 3000-PRINT-FORECAST THRU 3000-EXIT.
           PERFORM 4000-PRINT-GAPS THRU 4000-EXIT.
           CLOSE FCST-RPT-FILE.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-PARSE-PARM - PULL THE FIRST AND LAST NIGHT OFF THE EXEC
      *   PARM.  BOTH ARE REQUIRED AND THE RANGE CANNOT RUN BACKWARD.
      ******************************************************************
       1000-PARSE-PARM.
           IF NF-PARM-LEN < 16
              OR NF-PARM-TEXT(1:8) NOT NUMERIC
              OR NF-PARM-TEXT(9:8) NOT NUMERIC
              OR NF-PARM-TEXT(9:8) < NF-PARM-TEXT(1:8)
               DISPLAY "NITEFCST0001E PARM MUST BE FIRST AND LAST "
                       "NIGHT (YYYYMMDDYYYYMMDD), LAST NOT BEFORE "
                       "FIRST - NO FORECAST PRODUCED"
               SET NF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           MOVE NF-PARM-TEXT(1:8)      TO NF-FROM-DATE
           MOVE NF-PARM-TEXT(9:8)      TO NF-TO-DATE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-ACTIVE-SITES - LOAD THE ACTIVE SITES FROM THE
      *   SITE-CONTROL FILE.  A MISSING FILE, A FULL TABLE OR NO
      *   ACTIVE SITE IS A FATAL SETUP ERROR.
      ******************************************************************
       1100-LOAD-ACTIVE-SITES.
           MOVE "N"                    TO NF-SITECTL-EOF-SW
           MOVE "N"                    TO NF-SITE-OVFL-SW
           MOVE ZERO                   TO NF-SITE-COUNT

           OPEN INPUT SITE-CONTROL-FILE
           IF NF-SITECTL-NOT-FOUND
               DISPLAY "NITEFCST0002E SITE-CONTROL FILE NOT FOUND - "
                       "NO FORECAST PRODUCED"
               SET NF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 1110-READ-SITE-RECORD
               UNTIL NF-SITECTL-EOF
           CLOSE SITE-CONTROL-FILE

           IF NF-SITE-OVERFLOW
               DISPLAY "NITEFCST0003E SITE-CONTROL FILE HAS MORE THAN "
                       "10 ACTIVE SITES - SITE TABLE FULL, NO "
                       "FORECAST PRODUCED"
               SET NF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF

           IF NF-SITE-COUNT = ZERO
               DISPLAY "NITEFCST0004E NO ACTIVE SITES ON THE "
                       "SITE-CONTROL FILE - NO FORECAST PRODUCED"
               SET NF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-READ-SITE-RECORD - READ ONE SITE-CONTROL RECORD AND ADD
      *   THE SITE TO THE TABLE, ALL COUNTS ZERO, WHEN IT IS ACTIVE.
      *   PERFORMED FROM 1100-LOAD-ACTIVE-SITES.
      ******************************************************************
       1110-READ-SITE-RECORD.
           READ SITE-CONTROL-FILE INTO SITE-CONTROL-RECORD
               AT END
                   SET NF-SITECTL-EOF TO TRUE
               NOT AT END
                   IF SC-SITE-ACTIVE
                       IF NF-SITE-COUNT < 10
                           ADD 1        TO NF-SITE-COUNT
                           MOVE SC-SITE-CODE
                                        TO NF-SITE-CODE-T
                                           (NF-SITE-COUNT)
                           MOVE ZERO    TO NF-SITE-NIGHTS
                                           (NF-SITE-COUNT)
                           MOVE ZERO    TO NF-SITE-JOB-RUNS
                                           (NF-SITE-COUNT)
                           MOVE ZERO    TO NF-SITE-PROJ-SECS
                                           (NF-SITE-COUNT)
                           PERFORM 1120-CLEAR-MODE-ENTRY
                               VARYING NF-MODE-IDX FROM 1 BY 1
                               UNTIL NF-MODE-IDX > 3
                       ELSE
                           SET NF-SITE-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 1120-CLEAR-MODE-ENTRY - ZERO ONE MODE ENTRY OF THE SITE JUST
      *   ADDED.  PERFORMED FROM 1110-READ-SITE-RECORD.
      ******************************************************************
       1120-CLEAR-MODE-ENTRY.
           MOVE ZERO                   TO NF-SCHED-JOBS
                                           (NF-SITE-COUNT, NF-MODE-IDX)
           MOVE ZERO                   TO NF-MODE-NIGHTS
                                           (NF-SITE-COUNT, NF-MODE-IDX)
           MOVE "N"                    TO NF-DL-SW
                                           (NF-SITE-COUNT, NF-MODE-IDX)
           MOVE ZERO                   TO NF-DL-MAX
                                           (NF-SITE-COUNT, NF-MODE-IDX)
           MOVE "N"                    TO NF-RT-SW
                                           (NF-SITE-COUNT, NF-MODE-IDX)
           MOVE ZERO                   TO NF-HIST-RUNS
                                           (NF-SITE-COUNT, NF-MODE-IDX)
           MOVE ZERO                   TO NF-HIST-TOTAL
                                           (NF-SITE-COUNT, NF-MODE-IDX)
           MOVE ZERO                   TO NF-HIST-MAX
                                           (NF-SITE-COUNT, NF-MODE-IDX)
           MOVE ZERO                   TO NF-HIST-AVG
                                           (NF-SITE-COUNT, NF-MODE-IDX).

      ******************************************************************
      * 1200-LOAD-NIGHTS - TABLE EVERY PROCESSING DAY IN THE RANGE
      *   FOR AN ACTIVE SITE WITH THE MODE IT WILL RUN.  WITHOUT THE
      *   CALENDAR THERE IS NOTHING TO FORECAST - FATAL.
      ******************************************************************
       1200-LOAD-NIGHTS.
           MOVE "N"                    TO NF-CAL-EOF-SW
           MOVE "N"                    TO NF-NIGHT-OVFL-SW
           MOVE ZERO                   TO NF-NIGHT-COUNT

           OPEN INPUT BIZCAL-FILE
           IF NF-CAL-NOT-FOUND
               DISPLAY "NITEFCST0005E BUSINESS-CALENDAR FILE NOT "
                       "FOUND - NO FORECAST PRODUCED"
               SET NF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 1210-READ-CALENDAR-RECORD
               UNTIL NF-CAL-EOF
           CLOSE BIZCAL-FILE

           IF NF-NIGHT-OVERFLOW
               DISPLAY "NITEFCST0006E MORE THAN 4000 SITE-NIGHTS IN "
                       "THE RANGE - FORECAST A SHORTER RANGE"
               SET NF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-READ-CALENDAR-RECORD - READ ONE BIZCAL RECORD AND TABLE
      *   IT WHEN IT IS A PROCESSING DAY IN THE RANGE FOR AN ACTIVE
      *   SITE.  THE MODE FOLLOWS THE CALENDAR FLAGS: YEAR-END DAY
      *   YEAR-END, MONTH-END DAY MONTHLY-CLOSE, OTHERWISE DAILY.
      *   PERFORMED FROM 1200-LOAD-NIGHTS.
      ******************************************************************
       1210-READ-CALENDAR-RECORD.
           READ BIZCAL-FILE INTO CALENDAR-RECORD
               AT END
                   SET NF-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-PROCESSING-DAY
                      AND CAL-DATE NOT < NF-FROM-DATE
                      AND CAL-DATE NOT > NF-TO-DATE
                       PERFORM 1220-ADD-NIGHT
                           VARYING NF-SITE-IDX FROM 1 BY 1
                           UNTIL NF-SITE-IDX > NF-SITE-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 1220-ADD-NIGHT - TABLE THE CALENDAR DAY IN HAND FOR THE SITE
      *   WHEN IT IS THE SITE'S.  PERFORMED FROM
      *   1210-READ-CALENDAR-RECORD.
      ******************************************************************
       1220-ADD-NIGHT.
           IF CAL-SITE-CODE = NF-SITE-CODE-T(NF-SITE-IDX)
               IF NF-NIGHT-COUNT < 4000
                   ADD 1               TO NF-NIGHT-COUNT
                   MOVE CAL-DATE       TO NF-NIGHT-DATE(NF-NIGHT-COUNT)
                   MOVE NF-SITE-IDX    TO NF-NIGHT-SITE(NF-NIGHT-COUNT)
                   EVALUATE TRUE
                       WHEN CAL-YEAR-END-DAY
                           MOVE 3      TO NF-NIGHT-MODE(NF-NIGHT-COUNT)
                       WHEN CAL-MONTH-END-DAY
                           MOVE 2      TO NF-NIGHT-MODE(NF-NIGHT-COUNT)
                       WHEN OTHER
                           MOVE 1      TO NF-NIGHT-MODE(NF-NIGHT-COUNT)
                   END-EVALUATE
                   MOVE NF-NIGHT-MODE(NF-NIGHT-COUNT) TO NF-MODE-SLOT
                   ADD 1               TO NF-SITE-NIGHTS(NF-SITE-IDX)
                   ADD 1               TO NF-MODE-NIGHTS
                                           (NF-SITE-IDX, NF-MODE-SLOT)
               ELSE
                   SET NF-NIGHT-OVERFLOW TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 1300-COUNT-SCHEDULED-JOBS - COUNT THE SCHEDULE FILE'S JOBS
      *   PER SITE AND MODE.  THE JOB COUNT IS HALF THE FORECAST, SO
      *   A MISSING SCHEDULE FILE IS FATAL.
      ******************************************************************
       1300-COUNT-SCHEDULED-JOBS.
           MOVE "N"                    TO NF-SCHED-EOF-SW

           OPEN INPUT SCHEDULE-FILE
           IF NF-SCHED-NOT-FOUND
               DISPLAY "NITEFCST0007E SCHEDULE FILE NOT FOUND - NO "
                       "FORECAST PRODUCED"
               SET NF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 1310-READ-SCHEDULE-RECORD
               UNTIL NF-SCHED-EOF
           CLOSE SCHEDULE-FILE.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-READ-SCHEDULE-RECORD - READ ONE SCHEDULE RECORD AND
      *   COUNT IT AGAINST ITS SITE AND MODE.  PERFORMED FROM
      *   1300-COUNT-SCHEDULED-JOBS.
      ******************************************************************
       1310-READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE INTO SCHEDULE-RECORD
               AT END
                   SET NF-SCHED-EOF TO TRUE
               NOT AT END
                   MOVE SCH-RUN-MODE   TO NF-LOOK-MODE
                   PERFORM 6500-FIND-MODE THRU 6500-EXIT
                   IF NF-MODE-SLOT > ZERO
                       PERFORM 1320-COUNT-SITE-JOB
                           VARYING NF-SITE-IDX FROM 1 BY 1
                           UNTIL NF-SITE-IDX > NF-SITE-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 1320-COUNT-SITE-JOB - COUNT THE SCHEDULE RECORD IN HAND FOR
      *   THE SITE WHEN IT IS THE SITE'S.  PERFORMED FROM
      *   1310-READ-SCHEDULE-RECORD.
      ******************************************************************
       1320-COUNT-SITE-JOB.
           IF SCH-SITE-CODE = NF-SITE-CODE-T(NF-SITE-IDX)
               ADD 1                   TO NF-SCHED-JOBS
                                           (NF-SITE-IDX, NF-MODE-SLOT)
           END-IF.

      ******************************************************************
      * 1400-LOAD-DEADLINES - MARK EVERY SITE AND MODE A DEADLINE ROW
      *   COVERS, TAKING THE MAXIMUM ELAPSED FROM THE FIRST ROW THAT
      *   MATCHES, AS HLWRLD DOES.  A MISSING FILE LEAVES EVERY MODE
      *   UNCOVERED, WHICH THE GAP LIST THEN SHOWS.
      ******************************************************************
       1400-LOAD-DEADLINES.
           MOVE "N"                    TO NF-DEADLN-EOF-SW

           OPEN INPUT DEADLINE-FILE
           IF NF-DEADLN-NOT-FOUND
               DISPLAY "NITEFCST0008W DEADLINE CONTROL FILE NOT "
                       "FOUND - NO NIGHT HAS A DEADLINE"
               GO TO 1400-EXIT
           END-IF
           SET NF-DEADLN-READ          TO TRUE
           PERFORM 1410-READ-DEADLINE-RECORD
               UNTIL NF-DEADLN-EOF
           CLOSE DEADLINE-FILE.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1410-READ-DEADLINE-RECORD - READ ONE DEADLINE CONTROL ROW AND
      *   APPLY IT TO THE SITES IT COVERS.  PERFORMED FROM
      *   1400-LOAD-DEADLINES.
      ******************************************************************
       1410-READ-DEADLINE-RECORD.
           READ DEADLINE-FILE INTO DEADLINE-RECORD
               AT END
                   SET NF-DEADLN-EOF TO TRUE
               NOT AT END
                   MOVE DL-RUN-MODE    TO NF-LOOK-MODE
                   PERFORM 6500-FIND-MODE THRU 6500-EXIT
                   IF NF-MODE-SLOT > ZERO
                       PERFORM 1420-COVER-SITE-DEADLINE
                           VARYING NF-SITE-IDX FROM 1 BY 1
                           UNTIL NF-SITE-IDX > NF-SITE-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 1420-COVER-SITE-DEADLINE - MARK THE SITE'S MODE COVERED BY
      *   THE DEADLINE ROW IN HAND WHEN NO EARLIER ROW ALREADY DID.
      *   PERFORMED FROM 1410-READ-DEADLINE-RECORD.
      ******************************************************************
       1420-COVER-SITE-DEADLINE.
           IF (DL-SITE-CODE = NF-SITE-CODE-T(NF-SITE-IDX)
               OR DL-SITE-CODE = "**")
              AND NOT NF-DL-FOUND(NF-SITE-IDX, NF-MODE-SLOT)
               SET NF-DL-FOUND(NF-SITE-IDX, NF-MODE-SLOT) TO TRUE
               IF DL-MAX-ELAPSED NUMERIC
                   MOVE DL-MAX-ELAPSED TO NF-DL-MAX
                                           (NF-SITE-IDX, NF-MODE-SLOT)
               END-IF
           END-IF.

      ******************************************************************
      * 1500-LOAD-ROUTES - MARK EVERY SITE AND MODE A ROUTING ROW
      *   COVERS.  A MISSING FILE LEAVES EVERY MODE UNCOVERED - ALL
      *   ITS PAGES WOULD FALL TO THE DEFAULT ON-CALL GROUP.
      ******************************************************************
       1500-LOAD-ROUTES.
           MOVE "N"                    TO NF-ROUTE-EOF-SW

           OPEN INPUT ROUTE-CTL-FILE
           IF NF-ROUTE-NOT-FOUND
               DISPLAY "NITEFCST0009W ROUTING CONTROL FILE NOT FOUND "
                       "- NO NIGHT HAS A ROUTING ROW"
               GO TO 1500-EXIT
           END-IF
           SET NF-ROUTE-READ           TO TRUE
           PERFORM 1510-READ-ROUTE-RECORD
               UNTIL NF-ROUTE-EOF
           CLOSE ROUTE-CTL-FILE.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1510-READ-ROUTE-RECORD - READ ONE ROUTING CONTROL ROW AND
      *   APPLY IT TO THE SITES IT COVERS.  PERFORMED FROM
      *   1500-LOAD-ROUTES.
      ******************************************************************
       1510-READ-ROUTE-RECORD.
           READ ROUTE-CTL-FILE INTO ROUTE-CONTROL-RECORD
               AT END
                   SET NF-ROUTE-EOF TO TRUE
               NOT AT END
                   MOVE RT-RUN-MODE    TO NF-LOOK-MODE
                   PERFORM 6500-FIND-MODE THRU 6500-EXIT
                   IF NF-MODE-SLOT > ZERO
                       PERFORM 1520-COVER-SITE-ROUTE
                           VARYING NF-SITE-IDX FROM 1 BY 1
                           UNTIL NF-SITE-IDX > NF-SITE-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 1520-COVER-SITE-ROUTE - MARK THE SITE'S MODE COVERED BY THE
      *   ROUTING ROW IN HAND.  PERFORMED FROM 1510-READ-ROUTE-RECORD.
      ******************************************************************
       1520-COVER-SITE-ROUTE.
           IF RT-SITE-CODE = NF-SITE-CODE-T(NF-SITE-IDX)
              OR RT-SITE-CODE = "**"
               SET NF-RT-FOUND(NF-SITE-IDX, NF-MODE-SLOT) TO TRUE
           END-IF.

      ******************************************************************
      * 2000-LOAD-PERF-STATS - TABLE THE PERF-STATS HISTORY.  NO FILE
      *   MEANS NO PROJECTION - EVERY NIGHT SHOWS NO HISTORY.  A FULL
      *   TABLE PROJECTS FROM THE ROWS LOADED WITH A WARNING.
      ******************************************************************
       2000-LOAD-PERF-STATS.
           MOVE "N"                    TO NF-PERF-EOF-SW
           MOVE "N"                    TO NF-PERF-OVFL-SW
           MOVE ZERO                   TO NF-PERF-COUNT

           OPEN INPUT PERF-STATS-FILE
           IF NF-PERF-NOT-FOUND
               DISPLAY "NITEFCST0010W PERF-STATS FILE NOT FOUND - NO "
                       "ELAPSED TIME CAN BE PROJECTED"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-READ-PERF-RECORD
               UNTIL NF-PERF-EOF
           CLOSE PERF-STATS-FILE

           IF NF-PERF-OVERFLOW
               DISPLAY "NITEFCST0011W MORE THAN 3000 PERF-STATS ROWS "
                       "- PROJECTION USES THE FIRST 3000 ONLY"
               SET NF-RC-WARNING TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-PERF-RECORD - READ ONE PERF-STATS ROW INTO THE
      *   TABLE.  PERFORMED FROM 2000-LOAD-PERF-STATS.
      ******************************************************************
       2010-READ-PERF-RECORD.
           READ PERF-STATS-FILE INTO PERF-STATS-RECORD
               AT END
                   SET NF-PERF-EOF TO TRUE
               NOT AT END
                   IF PS-ELAPSED-SECONDS NUMERIC
                       IF NF-PERF-COUNT < 3000
                           ADD 1        TO NF-PERF-COUNT
                           MOVE PS-JOB-NAME
                                        TO NF-PERF-JOB(NF-PERF-COUNT)
                           MOVE PS-CYCLE-DATE
                                        TO NF-PERF-CYCLE(NF-PERF-COUNT)
                           MOVE PS-ELAPSED-SECONDS
                                        TO NF-PERF-SECS(NF-PERF-COUNT)
                       ELSE
                           SET NF-PERF-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 2100-RELATE-RUN-HISTORY - READ THE RUN-HISTORY FILE IN KEY
      *   ORDER AND CREDIT EVERY TABLED PERF-STATS ROW WITH THE SAME
      *   CYCLE DATE AND RUN ID TO THE ENTRY'S MODE AND SITE.  HLWRLD
      *   STAMPS BOTH FROM ITS RUN ID AND CYCLE DATE, AND UNLIKE THE
      *   AUDIT LOG THE RUN HISTORY IS NEVER BACK-DATED BY A CATCH-UP
      *   OR TRIMMED BY HOUSEKEEPING.  A CATCH-UP STEP'S OWN ENTRY IS
      *   NOT A SCHEDULED MODE AND IS LEFT OUT OF THE PROJECTION.
      *   THE AVERAGES ARE TAKEN ONCE EVERY ROW IS CREDITED.
      ******************************************************************
       2100-RELATE-RUN-HISTORY.
           MOVE "N"                    TO NF-RUNHIST-EOF-SW
           IF NF-PERF-COUNT = ZERO
               GO TO 2100-EXIT
           END-IF

           OPEN INPUT RUN-HIST-FILE
           IF NF-RUNHIST-NOT-FOUND
               DISPLAY "NITEFCST0012W RUN-HISTORY FILE NOT FOUND - "
                       "PERF-STATS CANNOT BE TIED TO A MODE, NO "
                       "ELAPSED TIME CAN BE PROJECTED"
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-READ-RUN-HIST-RECORD
               UNTIL NF-RUNHIST-EOF
           CLOSE RUN-HIST-FILE

           PERFORM 2140-TAKE-SITE-AVERAGES
               VARYING NF-SITE-IDX FROM 1 BY 1
               UNTIL NF-SITE-IDX > NF-SITE-COUNT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-READ-RUN-HIST-RECORD - READ THE NEXT RUN-HISTORY RECORD
      *   AND, WHEN IT IS A COMPLETED RUN OF A SCHEDULED MODE, OFFER
      *   IT TO EVERY TABLED PERF-STATS ROW.  PERFORMED FROM
      *   2100-RELATE-RUN-HISTORY.
      ******************************************************************
       2110-READ-RUN-HIST-RECORD.
           READ RUN-HIST-FILE NEXT RECORD
               AT END
                   SET NF-RUNHIST-EOF TO TRUE
               NOT AT END
                   MOVE RN-RUN-MODE    TO NF-LOOK-MODE
                   PERFORM 6500-FIND-MODE THRU 6500-EXIT
                   IF NF-MODE-SLOT > ZERO
                      AND RN-STATUS-COMPLETE
                       PERFORM 2120-MATCH-PERF-ROW
                           VARYING NF-PERF-IDX FROM 1 BY 1
                           UNTIL NF-PERF-IDX > NF-PERF-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 2120-MATCH-PERF-ROW - WHEN THE TABLED PERF-STATS ROW IS THE
      *   RUN-HISTORY ENTRY'S RUN, CREDIT IT TO EVERY SITE THE ENTRY
      *   COVERS.  PERFORMED FROM 2110-READ-RUN-HIST-RECORD.
      ******************************************************************
       2120-MATCH-PERF-ROW.
           IF NF-PERF-CYCLE(NF-PERF-IDX) = RN-CYCLE-DATE
              AND NF-PERF-JOB(NF-PERF-IDX) = RN-LAST-RUN-ID
               PERFORM 2130-CREDIT-SITE-HISTORY
                   VARYING NF-SITE-IDX FROM 1 BY 1
                   UNTIL NF-SITE-IDX > NF-SITE-COUNT
           END-IF.

      ******************************************************************
      * 2130-CREDIT-SITE-HISTORY - ADD THE PERF-STATS ROW IN HAND TO
      *   THE SITE'S HISTORY FOR THE MODE WHEN THE RUN WAS THE SITE'S
      *   OR AN ALL-SITES RUN.  PERFORMED FROM 2120-MATCH-PERF-ROW.
      ******************************************************************
       2130-CREDIT-SITE-HISTORY.
           IF RN-SITE-CODE = NF-SITE-CODE-T(NF-SITE-IDX)
              OR RN-SITE-CODE = "**"
               ADD 1                   TO NF-HIST-RUNS
                                           (NF-SITE-IDX, NF-MODE-SLOT)
               ADD NF-PERF-SECS(NF-PERF-IDX)
                                        TO NF-HIST-TOTAL
                                           (NF-SITE-IDX, NF-MODE-SLOT)
               IF NF-PERF-SECS(NF-PERF-IDX)
                      > NF-HIST-MAX(NF-SITE-IDX, NF-MODE-SLOT)
                   MOVE NF-PERF-SECS(NF-PERF-IDX)
                                        TO NF-HIST-MAX
                                           (NF-SITE-IDX, NF-MODE-SLOT)
               END-IF
           END-IF.

      ******************************************************************
      * 2140-TAKE-SITE-AVERAGES - TAKE THE AVERAGE ELAPSED SECONDS
      *   FOR EVERY MODE OF ONE SITE.  PERFORMED FROM
      *   2100-RELATE-RUN-HISTORY.
      ******************************************************************
       2140-TAKE-SITE-AVERAGES.
           PERFORM 2150-TAKE-MODE-AVERAGE
               VARYING NF-MODE-IDX FROM 1 BY 1
               UNTIL NF-MODE-IDX > 3.

      ******************************************************************
      * 2150-TAKE-MODE-AVERAGE - AVERAGE ONE MODE'S HISTORY, ROUNDED.
      *   PERFORMED FROM 2140-TAKE-SITE-AVERAGES.
      ******************************************************************
       2150-TAKE-MODE-AVERAGE.
           IF NF-HIST-RUNS(NF-SITE-IDX, NF-MODE-IDX) > ZERO
               COMPUTE NF-HIST-AVG(NF-SITE-IDX, NF-MODE-IDX) ROUNDED =
                       NF-HIST-TOTAL(NF-SITE-IDX, NF-MODE-IDX)
                     / NF-HIST-RUNS(NF-SITE-IDX, NF-MODE-IDX)
           END-IF.

      ******************************************************************
      * 3000-PRINT-FORECAST - TITLE THE REPORT AND PRINT EACH SITE'S
      *   NIGHTS WITH A SITE TOTAL LINE.
      ******************************************************************
       3000-PRINT-FORECAST.
           MOVE SPACES                 TO FCL-PRINT-LINE
           MOVE "1"                    TO FCL-CARRIAGE-CONTROL
           STRING "BATCH-NIGHT FORECAST - NIGHTS " DELIMITED BY SIZE
                  NF-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  NF-TO-DATE DELIMITED BY SIZE
                  "   PRODUCED " DELIMITED BY SIZE
                  NF-TODAY-DATE DELIMITED BY SIZE
                  INTO FCL-TEXT
           END-STRING
           WRITE FCL-PRINT-LINE
           MOVE SPACES                 TO FCL-PRINT-LINE

           PERFORM 3100-PRINT-SITE THRU 3100-EXIT
               VARYING NF-SITE-IDX FROM 1 BY 1
               UNTIL NF-SITE-IDX > NF-SITE-COUNT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PRINT-SITE - PRINT ONE SITE'S NIGHTS AND ITS TOTALS.
      *   PERFORMED FROM 3000-PRINT-FORECAST.
      ******************************************************************
       3100-PRINT-SITE.
           MOVE SPACES                 TO NF-SECTION-TITLE
           STRING "SITE " DELIMITED BY SIZE
                  NF-SITE-CODE-T(NF-SITE-IDX) DELIMITED BY SIZE
                  INTO NF-SECTION-TITLE
           END-STRING
           PERFORM 6100-START-SECTION
           IF NF-SITE-NIGHTS(NF-SITE-IDX) = ZERO
               MOVE "    NO PROCESSING NIGHTS ON THE CALENDAR IN THE "
                                        TO FCL-TEXT
               MOVE "RANGE"            TO FCL-TEXT(49:5)
               PERFORM 6000-WRITE-REPORT-LINE
               GO TO 3100-EXIT
           END-IF

           MOVE "  NIGHT     MODE           JOBS   AVG SECS   MAX SECS"
                                        TO FCL-TEXT
           MOVE "RUNS  FLAGS"          TO FCL-TEXT(60:11)
           PERFORM 6000-WRITE-REPORT-LINE
           PERFORM 3110-PRINT-NIGHT-LINE THRU 3110-EXIT
               VARYING NF-NIGHT-IDX FROM 1 BY 1
               UNTIL NF-NIGHT-IDX > NF-NIGHT-COUNT

           MOVE NF-SITE-NIGHTS(NF-SITE-IDX) TO NF-NIGHTS-DISP
           MOVE NF-SITE-JOB-RUNS(NF-SITE-IDX) TO NF-JOB-RUNS-DISP
           MOVE NF-SITE-PROJ-SECS(NF-SITE-IDX) TO NF-BIG-DISP
           STRING "  TOTAL " DELIMITED BY SIZE
                  NF-NIGHTS-DISP DELIMITED BY SIZE
                  " NIGHT(S)   SCHEDULED JOB RUNS " DELIMITED BY SIZE
                  NF-JOB-RUNS-DISP DELIMITED BY SIZE
                  "   PROJECTED SECONDS " DELIMITED BY SIZE
                  NF-BIG-DISP DELIMITED BY SIZE
                  INTO FCL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE
           PERFORM 3120-PRINT-MODE-TOTAL
               VARYING NF-MODE-IDX FROM 1 BY 1
               UNTIL NF-MODE-IDX > 3.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3110-PRINT-NIGHT-LINE - PRINT ONE NIGHT WHEN IT IS THE SITE'S,
      *   WITH ITS MODE, JOB COUNT, PROJECTION AND FLAGS, AND ADD IT
      *   TO THE SITE TOTALS.  PERFORMED FROM 3100-PRINT-SITE.
      ******************************************************************
       3110-PRINT-NIGHT-LINE.
           IF NF-NIGHT-SITE(NF-NIGHT-IDX) NOT = NF-SITE-IDX
               GO TO 3110-EXIT
           END-IF
           MOVE NF-NIGHT-MODE(NF-NIGHT-IDX) TO NF-MODE-SLOT

           MOVE NF-NIGHT-DATE(NF-NIGHT-IDX) TO FCL-TEXT(3:8)
           MOVE NF-MODE-NAME(NF-MODE-SLOT) TO FCL-TEXT(13:13)
           MOVE NF-SCHED-JOBS(NF-SITE-IDX, NF-MODE-SLOT)
                                        TO NF-COUNT-DISP
           MOVE NF-COUNT-DISP          TO FCL-TEXT(29:3)
           ADD NF-SCHED-JOBS(NF-SITE-IDX, NF-MODE-SLOT)
                                        TO NF-SITE-JOB-RUNS(NF-SITE-IDX)
           IF NF-HIST-RUNS(NF-SITE-IDX, NF-MODE-SLOT) > ZERO
               MOVE NF-HIST-AVG(NF-SITE-IDX, NF-MODE-SLOT)
                                        TO NF-SECS-DISP
               MOVE NF-SECS-DISP       TO FCL-TEXT(35:7)
               MOVE NF-HIST-MAX(NF-SITE-IDX, NF-MODE-SLOT)
                                        TO NF-SECS-DISP
               MOVE NF-SECS-DISP       TO FCL-TEXT(46:7)
               ADD NF-HIST-AVG(NF-SITE-IDX, NF-MODE-SLOT)
                                        TO NF-SITE-PROJ-SECS
                                           (NF-SITE-IDX)
           END-IF
           MOVE NF-HIST-RUNS(NF-SITE-IDX, NF-MODE-SLOT)
                                        TO NF-RUNS-DISP
           MOVE NF-RUNS-DISP           TO FCL-TEXT(59:5)

           MOVE SPACES                 TO NF-FLAG-TEXT
           MOVE 1                      TO NF-FLAG-PTR
           IF NOT NF-DL-FOUND(NF-SITE-IDX, NF-MODE-SLOT)
               STRING "NO-DEADLINE " DELIMITED BY SIZE
                      INTO NF-FLAG-TEXT WITH POINTER NF-FLAG-PTR
               END-STRING
           END-IF
           IF NOT NF-RT-FOUND(NF-SITE-IDX, NF-MODE-SLOT)
               STRING "NO-ROUTING " DELIMITED BY SIZE
                      INTO NF-FLAG-TEXT WITH POINTER NF-FLAG-PTR
               END-STRING
           END-IF
           IF NF-MODE-SLOT = 3
              AND NF-SCHED-JOBS(NF-SITE-IDX, NF-MODE-SLOT) = ZERO
               STRING "NO-YEAR-END-SCHEDULE " DELIMITED BY SIZE
                      INTO NF-FLAG-TEXT WITH POINTER NF-FLAG-PTR
               END-STRING
           END-IF
           IF NF-HIST-RUNS(NF-SITE-IDX, NF-MODE-SLOT) = ZERO
               STRING "NO-HISTORY " DELIMITED BY SIZE
                      INTO NF-FLAG-TEXT WITH POINTER NF-FLAG-PTR
               END-STRING
           END-IF
           IF NF-DL-MAX(NF-SITE-IDX, NF-MODE-SLOT) > ZERO
              AND NF-HIST-AVG(NF-SITE-IDX, NF-MODE-SLOT)
                      > NF-DL-MAX(NF-SITE-IDX, NF-MODE-SLOT)
               STRING "OVER-DEADLINE-MAX " DELIMITED BY SIZE
                      INTO NF-FLAG-TEXT WITH POINTER NF-FLAG-PTR
               END-STRING
           END-IF
           MOVE NF-FLAG-TEXT           TO FCL-TEXT(66:67)
           PERFORM 6000-WRITE-REPORT-LINE.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3120-PRINT-MODE-TOTAL - PRINT HOW MANY OF THE SITE'S NIGHTS
      *   RUN ONE MODE, WHEN ANY DO.  PERFORMED FROM 3100-PRINT-SITE.
      ******************************************************************
       3120-PRINT-MODE-TOTAL.
           IF NF-MODE-NIGHTS(NF-SITE-IDX, NF-MODE-IDX) > ZERO
               MOVE NF-MODE-NIGHTS(NF-SITE-IDX, NF-MODE-IDX)
                                        TO NF-NIGHTS-DISP
               STRING "        " DELIMITED BY SIZE
                      NF-NIGHTS-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NF-MODE-NAME(NF-MODE-IDX) DELIMITED BY SPACE
                      " NIGHT(S)" DELIMITED BY SIZE
                      INTO FCL-TEXT
               END-STRING
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * 4000-PRINT-GAPS - LIST THE CONFIGURATION GAPS TO FIX BEFORE
      *   THE NIGHTS ARRIVE, ONCE PER SITE AND MODE THAT WILL RUN, AND
      *   PRINT THE VERDICT.  ANY GAP OR PROJECTED OVERRUN ENDS THE
      *   STEP RC 4 SO IT IS NOT FILED UNREAD.
      ******************************************************************
       4000-PRINT-GAPS.
           MOVE "CONFIGURATION GAPS AND RISKS" TO NF-SECTION-TITLE
           PERFORM 6100-START-SECTION
           PERFORM 4100-CHECK-SITE-GAPS
               VARYING NF-SITE-IDX FROM 1 BY 1
               UNTIL NF-SITE-IDX > NF-SITE-COUNT
           IF NF-GAPS-PRINTED = ZERO
               MOVE "    NONE"         TO FCL-TEXT
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF

           PERFORM 6000-WRITE-REPORT-LINE
           IF NF-GAP-COUNT = ZERO
              AND NF-WARN-COUNT = ZERO
               MOVE "VERDICT: EVERY NIGHT IN THE RANGE IS COVERED BY "
                                        TO FCL-TEXT
               MOVE "THE CONTROL FILES" TO FCL-TEXT(50:17)
               DISPLAY "NITEFCST0013I FORECAST " NF-FROM-DATE " TO "
                       NF-TO-DATE " - NO CONFIGURATION GAPS"
           ELSE
               STRING "VERDICT: " DELIMITED BY SIZE
                      NF-GAP-COUNT DELIMITED BY SIZE
                      " CONFIGURATION GAP(S), " DELIMITED BY SIZE
                      NF-WARN-COUNT DELIMITED BY SIZE
                      " PROJECTED OVERRUN(S) - FIX BEFORE THE NIGHTS "
                          DELIMITED BY SIZE
                      "ARRIVE" DELIMITED BY SIZE
                      INTO FCL-TEXT
               END-STRING
               DISPLAY "NITEFCST0014W FORECAST " NF-FROM-DATE " TO "
                       NF-TO-DATE " - " NF-GAP-COUNT
                       " CONFIGURATION GAP(S), " NF-WARN-COUNT
                       " PROJECTED OVERRUN(S)"
               IF NOT NF-RC-FATAL
                   SET NF-RC-WARNING TO TRUE
               END-IF
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CHECK-SITE-GAPS - LIST ONE SITE'S GAPS: NO CALENDAR FOR
      *   THE RANGE AT ALL, OR THE GAPS OF EACH MODE IT WILL RUN.
      *   PERFORMED FROM 4000-PRINT-GAPS.
      ******************************************************************
       4100-CHECK-SITE-GAPS.
           IF NF-SITE-NIGHTS(NF-SITE-IDX) = ZERO
               MOVE "NO PROCESSING NIGHTS ON BIZCAL IN THE RANGE - "
                                        TO NF-GAP-TEXT
               MOVE "HAS THE CALENDAR BEEN GENERATED?"
                                        TO NF-GAP-TEXT(47:32)
               MOVE ZERO               TO NF-MODE-IDX
               PERFORM 6200-WRITE-GAP-LINE
               ADD 1                   TO NF-GAP-COUNT
           ELSE
               PERFORM 4110-CHECK-MODE-GAPS THRU 4110-EXIT
                   VARYING NF-MODE-IDX FROM 1 BY 1
                   UNTIL NF-MODE-IDX > 3
           END-IF.

      ******************************************************************
      * 4110-CHECK-MODE-GAPS - LIST THE GAPS OF ONE MODE THE SITE
      *   WILL RUN IN THE RANGE.  PERFORMED FROM 4100-CHECK-SITE-GAPS.
      ******************************************************************
       4110-CHECK-MODE-GAPS.
           IF NF-MODE-NIGHTS(NF-SITE-IDX, NF-MODE-IDX) = ZERO
               GO TO 4110-EXIT
           END-IF

           IF NOT NF-DL-FOUND(NF-SITE-IDX, NF-MODE-IDX)
               MOVE "NO DEADLINE ROW ON DEADLN - NO LATE-START OR "
                                        TO NF-GAP-TEXT
               MOVE "OVERRUN CHECK"    TO NF-GAP-TEXT(46:13)
               PERFORM 6200-WRITE-GAP-LINE
               ADD 1                   TO NF-GAP-COUNT
           END-IF
           IF NOT NF-RT-FOUND(NF-SITE-IDX, NF-MODE-IDX)
               MOVE "NO ROUTING ROW ON RTECTL - PAGES FALL TO THE "
                                        TO NF-GAP-TEXT
               MOVE "DEFAULT ON-CALL GROUP" TO NF-GAP-TEXT(46:21)
               PERFORM 6200-WRITE-GAP-LINE
               ADD 1                   TO NF-GAP-COUNT
           END-IF
           IF NF-MODE-IDX = 3
              AND NF-SCHED-JOBS(NF-SITE-IDX, NF-MODE-IDX) = ZERO
               MOVE "YEAR-END NIGHT WITH NO YEAR-END SCHEDULE ON "
                                        TO NF-GAP-TEXT
               MOVE "SCHEDFL"          TO NF-GAP-TEXT(45:7)
               PERFORM 6200-WRITE-GAP-LINE
               ADD 1                   TO NF-GAP-COUNT
           END-IF
           IF NF-DL-MAX(NF-SITE-IDX, NF-MODE-IDX) > ZERO
              AND NF-HIST-AVG(NF-SITE-IDX, NF-MODE-IDX)
                      > NF-DL-MAX(NF-SITE-IDX, NF-MODE-IDX)
               MOVE NF-HIST-AVG(NF-SITE-IDX, NF-MODE-IDX)
                                        TO NF-NUM-DISP
               MOVE NF-DL-MAX(NF-SITE-IDX, NF-MODE-IDX)
                                        TO NF-MAX-DISP
               STRING "PROJECTED ELAPSED " DELIMITED BY SIZE
                      NF-NUM-DISP DELIMITED BY SIZE
                      " SECONDS IS OVER THE DEADLN MAXIMUM OF "
                          DELIMITED BY SIZE
                      NF-MAX-DISP DELIMITED BY SIZE
                      INTO NF-GAP-TEXT
               END-STRING
               PERFORM 6200-WRITE-GAP-LINE
               ADD 1                   TO NF-WARN-COUNT
           END-IF.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-REPORT-LINE - WRITE THE TEXT ALREADY BUILT IN
      *   FCL-TEXT AS A SINGLE-SPACED LINE AND CLEAR THE LINE.
      ******************************************************************
       6000-WRITE-REPORT-LINE.
           MOVE " "                    TO FCL-CARRIAGE-CONTROL
           WRITE FCL-PRINT-LINE
           MOVE SPACES                 TO FCL-PRINT-LINE.

      ******************************************************************
      * 6100-START-SECTION - WRITE A BLANK LINE AND THE SECTION TITLE
      *   HELD IN NF-SECTION-TITLE.
      ******************************************************************
       6100-START-SECTION.
           PERFORM 6000-WRITE-REPORT-LINE
           MOVE NF-SECTION-TITLE       TO FCL-TEXT
           PERFORM 6000-WRITE-REPORT-LINE.

      ******************************************************************
      * 6200-WRITE-GAP-LINE - WRITE ONE GAP LINE FOR THE SITE IN
      *   NF-SITE-IDX AND THE MODE IN NF-MODE-IDX (ZERO FOR A
      *   WHOLE-SITE GAP) WITH THE TEXT IN NF-GAP-TEXT, THEN CLEAR IT.
      ******************************************************************
       6200-WRITE-GAP-LINE.
           MOVE "SITE"                 TO FCL-TEXT(3:4)
           MOVE NF-SITE-CODE-T(NF-SITE-IDX) TO FCL-TEXT(8:2)
           IF NF-MODE-IDX > ZERO
               MOVE NF-MODE-NAME(NF-MODE-IDX) TO FCL-TEXT(12:13)
           END-IF
           MOVE NF-GAP-TEXT            TO FCL-TEXT(27:100)
           PERFORM 6000-WRITE-REPORT-LINE
           MOVE SPACES                 TO NF-GAP-TEXT
           ADD 1                       TO NF-GAPS-PRINTED.

      ******************************************************************
      * 6500-FIND-MODE - SET NF-MODE-SLOT TO THE SLOT OF THE RUN MODE
      *   IN NF-LOOK-MODE, ZERO WHEN IT IS NOT ONE OF THE THREE
      *   SCHEDULED MODES.
      ******************************************************************
       6500-FIND-MODE.
           MOVE ZERO                   TO NF-MODE-SLOT
           PERFORM 6510-MATCH-MODE
               VARYING NF-MODE-IDX FROM 1 BY 1
               UNTIL NF-MODE-IDX > 3
                  OR NF-MODE-SLOT > ZERO.
       6500-EXIT.
           EXIT.

      ******************************************************************
      * 6510-MATCH-MODE - CHECK ONE MODE NAME.  PERFORMED FROM
      *   6500-FIND-MODE.
      ******************************************************************
       6510-MATCH-MODE.
           IF NF-MODE-NAME(NF-MODE-IDX) = NF-LOOK-MODE
               MOVE NF-MODE-IDX        TO NF-MODE-SLOT
           END-IF.

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
      *   SO THE FINAL RETURN-CODE IS ALWAYS SET CONSISTENTLY.
      ******************************************************************
       MAIN-LOGIC-EXIT.
           MOVE NF-RETURN-CODE         TO RETURN-CODE.
           STOP RUN.
