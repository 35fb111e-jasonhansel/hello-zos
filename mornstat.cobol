      * Morning status board - one end-of-night page per site.
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.  THE DAY-SHIFT LEAD WAS READING
      *                     THE BATCH HEADER REPORT, THE STRMREC
      *                     RECONCILIATION, THE NTFYRTR OUTBOUND
      *                     MESSAGES, THE DEADLINE MESSAGES AND THE
      *                     GATECHK SYSOUT JUST TO ANSWER "ARE WE
      *                     CLEAN THIS MORNING".  FOR EVERY ACTIVE
      *                     SITE ON THE SITE-CONTROL FILE THIS STEP
      *                     TAKES THE PRIOR NIGHT FROM THE BUSINESS
      *                     CALENDAR (THE LAST PROCESSING DAY BEFORE
      *                     THE MORNING, ITS MODE FROM THE YEAR-END
      *                     AND MONTH-END FLAGS), PRINTS THE LATEST
      *                     RUN-HISTORY ENTRY AND THE LATEST CYCLE
      *                     GATE FOR EACH MODE, AND JUDGES THE NIGHT
      *                     BY THE SAME RULES AS THE STEPS IT
      *                     REPLACES READING: THE STREAM-TRACKING
      *                     RESULTS AGAINST THE SCHEDULE (STRMREC),
      *                     THE NOTIFICATIONS THAT ROUTE PAST THE
      *                     QUIET LOG (NTFYRTR) AND THE LATE-START
      *                     AND OVERRUN CHECKS AGAINST THE DEADLINE
      *                     CONTROL FILE (HLWRLD).  EACH SITE PAGE
      *                     CARRIES A GREEN / AMBER / RED STATUS WITH
      *                     THE ITEMS NEEDING ACTION, AND THE STEP
      *                     ENDS RC 0 / 4 / 8 FOR THE WORST SITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MORNSTAT.
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
                  FILE STATUS IS MS-SITECTL-STATUS.
           SELECT BIZCAL-FILE         ASSIGN TO BIZCAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MS-CAL-STATUS.
           SELECT ROUTE-CTL-FILE      ASSIGN TO RTECTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MS-ROUTE-STATUS.
           SELECT DEADLINE-FILE       ASSIGN TO DEADLN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MS-DEADLN-STATUS.
           SELECT RUN-HIST-FILE       ASSIGN TO RUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RN-RUN-KEY
                  FILE STATUS IS MS-RUNHIST-STATUS.
           SELECT CYCLE-GATE-FILE     ASSIGN TO CYCGATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MS-GATE-STATUS.
           SELECT SCHEDULE-FILE       ASSIGN TO SCHEDFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MS-SCHED-STATUS.
           SELECT STREAM-TRACK-FILE   ASSIGN TO STRMTRK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MS-TRACK-STATUS.
           SELECT NOTIFY-FILE         ASSIGN TO NOTIFY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MS-NOTIFY-STATUS.
           SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MS-AUDIT-STATUS.
           SELECT MORN-RPT-FILE       ASSIGN TO MORNRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MS-RPT-STATUS.

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

       FD  ROUTE-CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY RTECTL.

       FD  DEADLINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEADLN.

       FD  RUN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.

       FD  CYCLE-GATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CYCGATE.

       FD  SCHEDULE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SCHEDFL.

       FD  STREAM-TRACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY STRMTRK.

       FD  NOTIFY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY NOTIFY.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITLOG.

       FD  MORN-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY MORNRPT.

       WORKING-STORAGE SECTION.

      ******************************************************************
      * THE MORNING BEING REPORTED - TODAY UNLESS THE EXEC PARM NAMES
      * ANOTHER DATE.  EACH SITE'S PRIOR NIGHT IS ITS LAST PROCESSING
      * DAY BEFORE IT.
      ******************************************************************
       01  MS-AS-OF-DATE               PIC X(08)   VALUE SPACES.

       01  MS-SITECTL-STATUS           PIC X(02)   VALUE SPACES.
           88  MS-SITECTL-OK                       VALUE "00".
           88  MS-SITECTL-NOT-FOUND                VALUE "35".
       01  MS-CAL-STATUS               PIC X(02)   VALUE SPACES.
           88  MS-CAL-OK                           VALUE "00".
           88  MS-CAL-NOT-FOUND                    VALUE "35".
       01  MS-ROUTE-STATUS             PIC X(02)   VALUE SPACES.
           88  MS-ROUTE-OK                         VALUE "00".
           88  MS-ROUTE-NOT-FOUND                  VALUE "35".
       01  MS-DEADLN-STATUS            PIC X(02)   VALUE SPACES.
           88  MS-DEADLN-OK                        VALUE "00".
           88  MS-DEADLN-NOT-FOUND                 VALUE "35".
       01  MS-RUNHIST-STATUS           PIC X(02)   VALUE SPACES.
           88  MS-RUNHIST-OK                       VALUE "00".
           88  MS-RUNHIST-NOT-FOUND                VALUE "35".
       01  MS-GATE-STATUS              PIC X(02)   VALUE SPACES.
           88  MS-GATE-OK                          VALUE "00".
           88  MS-GATE-NOT-FOUND                   VALUE "35".
       01  MS-SCHED-STATUS             PIC X(02)   VALUE SPACES.
           88  MS-SCHED-OK                         VALUE "00".
           88  MS-SCHED-NOT-FOUND                  VALUE "35".
       01  MS-TRACK-STATUS             PIC X(02)   VALUE SPACES.
           88  MS-TRACK-OK                         VALUE "00".
           88  MS-TRACK-NOT-FOUND                  VALUE "35".
       01  MS-NOTIFY-STATUS            PIC X(02)   VALUE SPACES.
           88  MS-NOTIFY-OK                        VALUE "00".
           88  MS-NOTIFY-NOT-FOUND                 VALUE "35".
       01  MS-AUDIT-STATUS             PIC X(02)   VALUE SPACES.
           88  MS-AUDIT-OK                         VALUE "00".
           88  MS-AUDIT-NOT-FOUND                  VALUE "35".
       01  MS-RPT-STATUS               PIC X(02)   VALUE SPACES.

       01  MS-SWITCHES.
           05  MS-SITECTL-EOF-SW       PIC X(01)   VALUE "N".
               88  MS-SITECTL-EOF                  VALUE "Y".
           05  MS-CAL-EOF-SW           PIC X(01)   VALUE "N".
               88  MS-CAL-EOF                      VALUE "Y".
           05  MS-ROUTE-EOF-SW         PIC X(01)   VALUE "N".
               88  MS-ROUTE-EOF                    VALUE "Y".
           05  MS-DEADLN-EOF-SW        PIC X(01)   VALUE "N".
               88  MS-DEADLN-EOF                   VALUE "Y".
           05  MS-RUNHIST-EOF-SW       PIC X(01)   VALUE "N".
               88  MS-RUNHIST-EOF                  VALUE "Y".
           05  MS-GATE-EOF-SW          PIC X(01)   VALUE "N".
               88  MS-GATE-EOF                     VALUE "Y".
           05  MS-SCHED-EOF-SW         PIC X(01)   VALUE "N".
               88  MS-SCHED-EOF                    VALUE "Y".
           05  MS-TRACK-EOF-SW         PIC X(01)   VALUE "N".
               88  MS-TRACK-EOF                    VALUE "Y".
           05  MS-NOTIFY-EOF-SW        PIC X(01)   VALUE "N".
               88  MS-NOTIFY-EOF                   VALUE "Y".
           05  MS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
               88  MS-AUDIT-EOF                    VALUE "Y".
           05  MS-SITE-OVFL-SW         PIC X(01)   VALUE "N".
               88  MS-SITE-OVERFLOW                VALUE "Y".
           05  MS-ROUTE-OVFL-SW        PIC X(01)   VALUE "N".
               88  MS-ROUTE-OVERFLOW               VALUE "Y".
           05  MS-DEADLN-OVFL-SW       PIC X(01)   VALUE "N".
               88  MS-DEADLN-OVERFLOW              VALUE "Y".
           05  MS-JOB-OVFL-SW          PIC X(01)   VALUE "N".
               88  MS-JOB-OVERFLOW                 VALUE "Y".
           05  MS-SCHED-LOADED-SW      PIC X(01)   VALUE "N".
               88  MS-SCHED-LOADED                 VALUE "Y".

      ******************************************************************
      * THE THREE SCHEDULED RUN MODES, IN BOARD ORDER.  A CATCH-UP
      * STEP RECORDS ITS RECOVERED DAYS AS DAILY, SO IT NEEDS NO
      * SLOT OF ITS OWN.
      ******************************************************************
       01  MS-MODE-NAMES.
           05  FILLER                  PIC X(13)   VALUE "DAILY".
           05  FILLER                  PIC X(13)
                                       VALUE "MONTHLY-CLOSE".
           05  FILLER                  PIC X(13)   VALUE "YEAR-END".
       01  MS-MODE-NAME-TABLE REDEFINES MS-MODE-NAMES.
           05  MS-MODE-NAME            PIC X(13)   OCCURS 3 TIMES.

       01  MS-MODE-IDX                 PIC 9(01)   COMP VALUE ZERO.
       01  MS-MODE-SLOT                PIC 9(01)   COMP VALUE ZERO.
       01  MS-LOOK-MODE                PIC X(13)   VALUE SPACES.

      ******************************************************************
      * ACTIVE-SITE TABLE, LOADED FROM THE SITE-CONTROL FILE THE SAME
      * WAY THE ALL-SITES RUN DOES.  EACH SITE CARRIES ITS PRIOR
      * NIGHT AND MODE, THE DEADLINE ROW IN EFFECT FOR THAT MODE,
      * ITS STREAM COUNTS, ITS STATUS SO FAR (0 GREEN, 1 AMBER,
      * 2 RED) AND, FOR EACH MODE, THE LATEST RUN-HISTORY ENTRY AND
      * THE LATEST CYCLE-GATE RECORD.  A RECORD CARRYING SITE "**"
      * CAME FROM AN ALL-SITES STEP AND COUNTS FOR EVERY SITE.
      ******************************************************************
       01  MS-SITE-COUNT               PIC 9(02)   COMP VALUE ZERO.
       01  MS-SITE-IDX                 PIC 9(02)   COMP VALUE ZERO.

       01  MS-SITE-TABLE.
           05  MS-SITE-ENTRY           OCCURS 10 TIMES.
               10  MS-SITE-CODE-T      PIC X(02).
               10  MS-NIGHT-DATE       PIC X(08).
               10  MS-NIGHT-MODE       PIC X(13).
               10  MS-NIGHT-SLOT       PIC 9(01).
               10  MS-SITE-SEVERITY    PIC 9(01).
                   88  MS-SITE-GREEN               VALUE 0.
                   88  MS-SITE-AMBER               VALUE 1.
                   88  MS-SITE-RED                 VALUE 2.
               10  MS-ITEMS-UNLISTED   PIC 9(03).
               10  MS-DL-FOUND-SW      PIC X(01).
                   88  MS-DL-FOUND                 VALUE "Y".
               10  MS-DL-LATEST-START  PIC X(06).
               10  MS-DL-MAX-ELAPSED   PIC 9(05).
               10  MS-SCHED-JOBS       PIC 9(03).
               10  MS-JOBS-COMPLETED   PIC 9(03).
               10  MS-JOBS-FAILED      PIC 9(03).
               10  MS-JOBS-NEVER-RAN   PIC 9(03).
               10  MS-MODE-ENTRY       OCCURS 3 TIMES.
                   15  MS-RN-CYCLE     PIC X(08).
                   15  MS-RN-STATUS    PIC X(01).
                   15  MS-RN-TS        PIC X(16).
                   15  MS-GT-CYCLE     PIC X(08).
                   15  MS-GT-STATUS    PIC X(01).
                   15  MS-GT-TS        PIC X(16).
                   15  MS-GT-BY        PIC X(08).
                   15  MS-GT-REASON    PIC X(04).

      ******************************************************************
      * ROUTING CONTROL TABLE - THE NTFYRTR RULES DECIDE WHICH OF THE
      * NIGHT'S NOTIFICATIONS WENT PAST THE QUIET LOG.  NO ROW FOR
      * THE MODE/SITE MEANS A ZERO THRESHOLD, AS IN NTFYRTR.
      ******************************************************************
       01  MS-ROUTE-COUNT              PIC 9(02)   COMP VALUE ZERO.
       01  MS-ROUTE-IDX                PIC 9(02)   COMP VALUE ZERO.
       01  MS-ROUTE-SLOT               PIC 9(02)   COMP VALUE ZERO.

       01  MS-ROUTE-TABLE.
           05  MS-ROUTE-ENTRY          OCCURS 20 TIMES.
               10  MS-RT-RUN-MODE      PIC X(13).
               10  MS-RT-SITE-CODE     PIC X(02).
               10  MS-RT-THRESHOLD     PIC 9(02).
               10  MS-RT-ONCALL        PIC X(08).

       01  MS-USE-THRESHOLD            PIC 9(02)   VALUE ZERO.
       01  MS-USE-ONCALL               PIC X(08)   VALUE SPACES.
       01  MS-DEFAULT-GROUP            PIC X(08)   VALUE "ONCALL".

      ******************************************************************
      * DEADLINE CONTROL TABLE.  THE FIRST ROW MATCHING A SITE'S
      * NIGHT MODE AND SITE ("**" MATCHES ANY SITE) IS THE ONE IN
      * EFFECT, AS IN HLWRLD.  NO ROW LEAVES THE CHECKS OFF.
      ******************************************************************
       01  MS-DL-COUNT                 PIC 9(02)   COMP VALUE ZERO.
       01  MS-DL-IDX                   PIC 9(02)   COMP VALUE ZERO.

       01  MS-DL-TABLE.
           05  MS-DL-ENTRY             OCCURS 50 TIMES.
               10  MS-DL-RUN-MODE      PIC X(13).
               10  MS-DL-SITE-CODE     PIC X(02).
               10  MS-DL-LATEST-T      PIC X(06).
               10  MS-DL-MAX-T         PIC 9(05).

      ******************************************************************
      * SCHEDULED JOBS FOR EACH SITE'S NIGHT MODE WITH THE LATEST
      * COMPLETION STATE SEEN ON THE STREAM-TRACKING FILE, BY THE
      * STRMREC RULES: 0 = NEVER RAN, 1 = FAILED (RC 8 OR WORSE),
      * 2 = COMPLETED (RC UNDER 8).  THE LATEST RECORD FOR A JOB
      * WINS.
      ******************************************************************
       01  MS-JOB-COUNT                PIC 9(03)   COMP VALUE ZERO.
       01  MS-JOB-IDX                  PIC 9(03)   COMP VALUE ZERO.

       01  MS-JOB-TABLE.
           05  MS-JOB-ENTRY            OCCURS 400 TIMES.
               10  MS-JOB-SITE         PIC 9(02).
               10  MS-JOB-NAME-T       PIC X(08).
               10  MS-JOB-STATE        PIC 9(01).
               10  MS-JOB-RC           PIC 9(02).

      ******************************************************************
      * ITEMS NEEDING ACTION, IN THE ORDER FOUND, WITH THE SITE THEY
      * BELONG TO AND THEIR SEVERITY (1 AMBER, 2 RED).  A FULL TABLE
      * STILL RAISES THE SITE'S STATUS - THE PAGE SAYS HOW MANY
      * ITEMS IT COULD NOT LIST.
      ******************************************************************
       01  MS-ITEM-COUNT               PIC 9(03)   COMP VALUE ZERO.
       01  MS-ITEM-IDX                 PIC 9(03)   COMP VALUE ZERO.

       01  MS-ITEM-TABLE.
           05  MS-ITEM-ENTRY           OCCURS 300 TIMES.
               10  MS-ITEM-SITE        PIC 9(02).
               10  MS-ITEM-SEVERITY    PIC 9(01).
               10  MS-ITEM-TEXT        PIC X(100).

       01  MS-NEW-SEVERITY             PIC 9(01)   VALUE ZERO.
           88  MS-NEW-AMBER                        VALUE 1.
           88  MS-NEW-RED                          VALUE 2.
       01  MS-NEW-TEXT                 PIC X(100)  VALUE SPACES.
       01  MS-ITEMS-PRINTED            PIC 9(03)   VALUE ZERO.

      ******************************************************************
      * ELAPSED-TIME WORK AREAS FOR THE OVERRUN CHECK - START AND END
      * TIMES OF DAY IN SECONDS, A RUN THAT CROSSES MIDNIGHT GETTING
      * A DAY ADDED TO ITS END.
      ******************************************************************
       01  MS-TIME-WORK                PIC X(06)   VALUE SPACES.
       01  MS-TIME-WORK-R REDEFINES MS-TIME-WORK.
           05  MS-TW-HH                PIC 9(02).
           05  MS-TW-MM                PIC 9(02).
           05  MS-TW-SS                PIC 9(02).
       01  MS-START-SECS               PIC 9(06)   VALUE ZERO.
       01  MS-END-SECS                 PIC 9(06)   VALUE ZERO.
       01  MS-ELAPSED-SECS             PIC 9(06)   VALUE ZERO.

       01  MS-SECTION-TITLE            PIC X(132)  VALUE SPACES.
       01  MS-COUNT-DISP               PIC ZZ9.
       01  MS-STATUS-WORD              PIC X(05)   VALUE SPACES.
       01  MS-RED-SITES                PIC 9(02)   VALUE ZERO.
       01  MS-AMBER-SITES              PIC 9(02)   VALUE ZERO.
       01  MS-GREEN-SITES              PIC 9(02)   VALUE ZERO.

      ******************************************************************
      * STEP COMPLETION CODE - MOVED TO RETURN-CODE AT MAIN-LOGIC-EXIT
      * SO THE JOB SCHEDULER HAS SOMETHING TO COND ON.
      ******************************************************************
       01  MS-RETURN-CODE              PIC 9(02)   VALUE ZERO.
           88  MS-RC-NORMAL                        VALUE 0.
           88  MS-RC-WARNING                       VALUE 4.
           88  MS-RC-FATAL                         VALUE 8.

       LINKAGE SECTION.

      ******************************************************************
      * STANDARD MVS PARM-PASSING AREA.  PASSED BY THE EXEC PARM=
      * OPERAND WHEN MORNSTAT IS INVOKED: OPTIONAL MORNING DATE
      * (YYYYMMDD) IN POSITIONS 1-8 FOR A RERUN OF AN EARLIER
      * MORNING'S BOARD.  OMITTED MEANS TODAY.
      ******************************************************************
       01  MS-PARM-AREA.
           05  MS-PARM-LEN             PIC S9(04)  COMP.
           05  MS-PARM-TEXT            PIC X(08).

       PROCEDURE DIVISION USING MS-PARM-AREA.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET MS-RC-NORMAL TO TRUE.
           PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
           PERFORM 1100-LOAD-ACTIVE-SITES THRU 1100-EXIT.
           PERFORM 1200-FIND-PRIOR-NIGHTS THRU 1200-EXIT.
           PERFORM 1300-LOAD-ROUTE-TABLE THRU 1300-EXIT.
           PERFORM 1400-LOAD-DEADLINES THRU 1400-EXIT.
           PERFORM 2000-LOAD-RUN-HISTORY THRU 2000-EXIT.
           PERFORM 2100-LOAD-CYCLE-GATES THRU 2100-EXIT.
           PERFORM 2200-JUDGE-RUN-AND-GATE THRU 2200-EXIT
               VARYING MS-SITE-IDX FROM 1 BY 1
               UNTIL MS-SITE-IDX > MS-SITE-COUNT.
           PERFORM 2300-LOAD-SCHEDULED-JOBS THRU 2300-EXIT.
           PERFORM 2400-SWEEP-TRACKING-FILE THRU 2400-EXIT.
           PERFORM 2500-JUDGE-STREAM THRU 2500-EXIT
               VARYING MS-JOB-IDX FROM 1 BY 1
               UNTIL MS-JOB-IDX > MS-JOB-COUNT.
           PERFORM 2600-SWEEP-NOTIFICATIONS THRU 2600-EXIT.
           PERFORM 2700-SWEEP-AUDIT-LOG THRU 2700-EXIT.
           PERFORM 3000-PRINT-BOARD THRU 3000-EXIT.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-PARSE-PARM - TAKE THE MORNING DATE OFF THE EXEC PARM
      *   WHEN ONE IS GIVEN, OTHERWISE TODAY.
      ******************************************************************
       1000-PARSE-PARM.
           ACCEPT MS-AS-OF-DATE FROM DATE YYYYMMDD
           IF MS-PARM-LEN = ZERO
               GO TO 1000-EXIT
           END-IF

           IF MS-PARM-LEN < 08
              OR MS-PARM-TEXT(1:8) NOT NUMERIC
               DISPLAY "MORNSTAT0001E PARM MUST BE A MORNING DATE "
                       "(YYYYMMDD) OR OMITTED - NO BOARD PRODUCED"
               SET MS-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           MOVE MS-PARM-TEXT(1:8)      TO MS-AS-OF-DATE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-ACTIVE-SITES - LOAD THE ACTIVE SITES FROM THE
      *   SITE-CONTROL FILE, ONE BOARD PAGE EACH.  WITHOUT THEM THERE
      *   IS NO BOARD, SO A MISSING FILE, A FULL TABLE OR NO ACTIVE
      *   SITE IS A FATAL SETUP ERROR.
      ******************************************************************
       1100-LOAD-ACTIVE-SITES.
           MOVE "N"                    TO MS-SITECTL-EOF-SW
           MOVE "N"                    TO MS-SITE-OVFL-SW
           MOVE ZERO                   TO MS-SITE-COUNT

           OPEN INPUT SITE-CONTROL-FILE
           IF MS-SITECTL-NOT-FOUND
               DISPLAY "MORNSTAT0002E SITE-CONTROL FILE NOT FOUND - "
                       "NO BOARD PRODUCED"
               SET MS-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 1110-READ-SITE-RECORD
               UNTIL MS-SITECTL-EOF
           CLOSE SITE-CONTROL-FILE

           IF MS-SITE-OVERFLOW
               DISPLAY "MORNSTAT0003E SITE-CONTROL FILE HAS MORE THAN "
                       "10 ACTIVE SITES - SITE TABLE FULL, NO BOARD "
                       "PRODUCED"
               SET MS-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF

           IF MS-SITE-COUNT = ZERO
               DISPLAY "MORNSTAT0004E NO ACTIVE SITES ON THE "
                       "SITE-CONTROL FILE - NO BOARD PRODUCED"
               SET MS-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-READ-SITE-RECORD - READ ONE SITE-CONTROL RECORD AND ADD
      *   THE SITE TO THE TABLE WHEN IT IS ACTIVE, WITH NOTHING YET
      *   KNOWN ABOUT ITS NIGHT.  PERFORMED FROM
      *   1100-LOAD-ACTIVE-SITES.
      ******************************************************************
       1110-READ-SITE-RECORD.
           READ SITE-CONTROL-FILE INTO SITE-CONTROL-RECORD
               AT END
                   SET MS-SITECTL-EOF TO TRUE
               NOT AT END
                   IF SC-SITE-ACTIVE
                       IF MS-SITE-COUNT < 10
                           ADD 1        TO MS-SITE-COUNT
                           MOVE SPACES  TO MS-SITE-ENTRY(MS-SITE-COUNT)
                           MOVE SC-SITE-CODE
                                        TO MS-SITE-CODE-T
                                           (MS-SITE-COUNT)
                           MOVE ZERO    TO MS-NIGHT-SLOT(MS-SITE-COUNT)
                           MOVE ZERO    TO MS-SITE-SEVERITY
                                           (MS-SITE-COUNT)
                           MOVE ZERO    TO MS-ITEMS-UNLISTED
                                           (MS-SITE-COUNT)
                           MOVE "N"     TO MS-DL-FOUND-SW
                                           (MS-SITE-COUNT)
                           MOVE ZERO    TO MS-DL-MAX-ELAPSED
                                           (MS-SITE-COUNT)
                           MOVE ZERO    TO MS-SCHED-JOBS(MS-SITE-COUNT)
                           MOVE ZERO    TO MS-JOBS-COMPLETED
                                           (MS-SITE-COUNT)
                           MOVE ZERO    TO MS-JOBS-FAILED
                                           (MS-SITE-COUNT)
                           MOVE ZERO    TO MS-JOBS-NEVER-RAN
                                           (MS-SITE-COUNT)
                       ELSE
                           SET MS-SITE-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 1200-FIND-PRIOR-NIGHTS - TAKE EACH SITE'S PRIOR NIGHT FROM
      *   THE BUSINESS CALENDAR: ITS LAST PROCESSING DAY BEFORE THE
      *   MORNING.  THE NIGHT'S MODE FOLLOWS THE CALENDAR FLAGS - A
      *   YEAR-END DAY RUNS YEAR-END, A MONTH-END DAY MONTHLY-CLOSE,
      *   ANY OTHER DAY DAILY.  WITHOUT THE CALENDAR NO NIGHT CAN BE
      *   JUDGED, SO A MISSING FILE IS FATAL; A SITE WITH NO
      *   PROCESSING DAY GETS AN AMBER ITEM AND NO NIGHT CHECKS.
      ******************************************************************
       1200-FIND-PRIOR-NIGHTS.
           MOVE "N"                    TO MS-CAL-EOF-SW

           OPEN INPUT BIZCAL-FILE
           IF MS-CAL-NOT-FOUND
               DISPLAY "MORNSTAT0005E BUSINESS-CALENDAR FILE NOT "
                       "FOUND - NO BOARD PRODUCED"
               SET MS-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 1210-READ-CALENDAR-RECORD
               UNTIL MS-CAL-EOF
           CLOSE BIZCAL-FILE

           PERFORM 1230-CHECK-SITE-NIGHT
               VARYING MS-SITE-IDX FROM 1 BY 1
               UNTIL MS-SITE-IDX > MS-SITE-COUNT.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-READ-CALENDAR-RECORD - READ ONE BIZCAL RECORD AND OFFER
      *   IT TO EVERY SITE.  PERFORMED FROM 1200-FIND-PRIOR-NIGHTS.
      ******************************************************************
       1210-READ-CALENDAR-RECORD.
           READ BIZCAL-FILE INTO CALENDAR-RECORD
               AT END
                   SET MS-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-PROCESSING-DAY
                      AND CAL-DATE < MS-AS-OF-DATE
                       PERFORM 1220-TAKE-LATER-NIGHT
                           VARYING MS-SITE-IDX FROM 1 BY 1
                           UNTIL MS-SITE-IDX > MS-SITE-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 1220-TAKE-LATER-NIGHT - KEEP THE CALENDAR DAY IN HAND AS THE
      *   SITE'S PRIOR NIGHT WHEN IT IS THE SITE'S AND LATER THAN THE
      *   ONE HELD.  PERFORMED FROM 1210-READ-CALENDAR-RECORD.
      ******************************************************************
       1220-TAKE-LATER-NIGHT.
           IF CAL-SITE-CODE = MS-SITE-CODE-T(MS-SITE-IDX)
              AND CAL-DATE > MS-NIGHT-DATE(MS-SITE-IDX)
               MOVE CAL-DATE           TO MS-NIGHT-DATE(MS-SITE-IDX)
               EVALUATE TRUE
                   WHEN CAL-YEAR-END-DAY
                       MOVE 3          TO MS-NIGHT-SLOT(MS-SITE-IDX)
                   WHEN CAL-MONTH-END-DAY
                       MOVE 2          TO MS-NIGHT-SLOT(MS-SITE-IDX)
                   WHEN OTHER
                       MOVE 1          TO MS-NIGHT-SLOT(MS-SITE-IDX)
               END-EVALUATE
               MOVE MS-MODE-NAME(MS-NIGHT-SLOT(MS-SITE-IDX))
                                        TO MS-NIGHT-MODE(MS-SITE-IDX)
           END-IF.

      ******************************************************************
      * 1230-CHECK-SITE-NIGHT - RAISE THE AMBER ITEM FOR A SITE THE
      *   CALENDAR GAVE NO PRIOR NIGHT.  PERFORMED FROM
      *   1200-FIND-PRIOR-NIGHTS.
      ******************************************************************
       1230-CHECK-SITE-NIGHT.
           IF MS-NIGHT-DATE(MS-SITE-IDX) = SPACES
               MOVE SPACES             TO MS-NEW-TEXT
               STRING "NO PROCESSING DAY ON THE BUSINESS CALENDAR "
                          DELIMITED BY SIZE
                      "BEFORE " DELIMITED BY SIZE
                      MS-AS-OF-DATE DELIMITED BY SIZE
                      " - NIGHT NOT CHECKED" DELIMITED BY SIZE
                      INTO MS-NEW-TEXT
               END-STRING
               SET MS-NEW-AMBER        TO TRUE
               PERFORM 6600-ADD-ITEM THRU 6600-EXIT
           END-IF.

      ******************************************************************
      * 1300-LOAD-ROUTE-TABLE - LOAD THE ROUTING CONTROL FILE.  A
      *   MISSING FILE LEAVES EVERY THRESHOLD AT ZERO, EXACTLY AS
      *   NTFYRTR ROUTES WITHOUT ONE.
      ******************************************************************
       1300-LOAD-ROUTE-TABLE.
           MOVE "N"                    TO MS-ROUTE-EOF-SW
           MOVE "N"                    TO MS-ROUTE-OVFL-SW
           MOVE ZERO                   TO MS-ROUTE-COUNT

           OPEN INPUT ROUTE-CTL-FILE
           IF MS-ROUTE-NOT-FOUND
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-ROUTE-RECORD
               UNTIL MS-ROUTE-EOF
           CLOSE ROUTE-CTL-FILE.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-READ-ROUTE-RECORD - READ ONE ROUTING CONTROL ROW INTO
      *   THE TABLE.  ROWS PAST THE TWENTIETH ARE IGNORED, AS IN
      *   NTFYRTR.  PERFORMED FROM 1300-LOAD-ROUTE-TABLE.
      ******************************************************************
       1310-READ-ROUTE-RECORD.
           READ ROUTE-CTL-FILE INTO ROUTE-CONTROL-RECORD
               AT END
                   SET MS-ROUTE-EOF TO TRUE
               NOT AT END
                   IF MS-ROUTE-COUNT < 20
                       ADD 1            TO MS-ROUTE-COUNT
                       MOVE RT-RUN-MODE TO MS-RT-RUN-MODE
                                           (MS-ROUTE-COUNT)
                       MOVE RT-SITE-CODE
                                        TO MS-RT-SITE-CODE
                                           (MS-ROUTE-COUNT)
                       IF RT-RC-THRESHOLD NUMERIC
                           MOVE RT-RC-THRESHOLD
                                        TO MS-RT-THRESHOLD
                                           (MS-ROUTE-COUNT)
                       ELSE
                           MOVE ZERO    TO MS-RT-THRESHOLD
                                           (MS-ROUTE-COUNT)
                       END-IF
                       MOVE RT-ONCALL-GROUP
                                        TO MS-RT-ONCALL(MS-ROUTE-COUNT)
                   ELSE
                       SET MS-ROUTE-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 1400-LOAD-DEADLINES - LOAD THE DEADLINE CONTROL FILE AND SET
      *   EACH SITE'S ROW IN EFFECT FOR ITS NIGHT MODE.  NO FILE OR
      *   NO ROW LEAVES THE SITE'S DEADLINE CHECKS OFF, AS IN HLWRLD.
      ******************************************************************
       1400-LOAD-DEADLINES.
           MOVE "N"                    TO MS-DEADLN-EOF-SW
           MOVE "N"                    TO MS-DEADLN-OVFL-SW
           MOVE ZERO                   TO MS-DL-COUNT

           OPEN INPUT DEADLINE-FILE
           IF MS-DEADLN-NOT-FOUND
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-READ-DEADLINE-RECORD
               UNTIL MS-DEADLN-EOF
           CLOSE DEADLINE-FILE

           IF MS-DEADLN-OVERFLOW
               DISPLAY "MORNSTAT0006W DEADLINE CONTROL FILE HAS MORE "
                       "THAN 50 ROWS - EXTRA ROWS IGNORED"
               SET MS-RC-WARNING TO TRUE
           END-IF

           PERFORM 1420-SET-SITE-DEADLINE
               VARYING MS-SITE-IDX FROM 1 BY 1
               UNTIL MS-SITE-IDX > MS-SITE-COUNT.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1410-READ-DEADLINE-RECORD - READ ONE DEADLINE CONTROL ROW
      *   INTO THE TABLE.  PERFORMED FROM 1400-LOAD-DEADLINES.
      ******************************************************************
       1410-READ-DEADLINE-RECORD.
           READ DEADLINE-FILE INTO DEADLINE-RECORD
               AT END
                   SET MS-DEADLN-EOF TO TRUE
               NOT AT END
                   IF MS-DL-COUNT < 50
                       ADD 1            TO MS-DL-COUNT
                       MOVE DL-RUN-MODE TO MS-DL-RUN-MODE(MS-DL-COUNT)
                       MOVE DL-SITE-CODE
                                        TO MS-DL-SITE-CODE(MS-DL-COUNT)
                       MOVE DL-LATEST-START
                                        TO MS-DL-LATEST-T(MS-DL-COUNT)
                       IF DL-MAX-ELAPSED NUMERIC
                           MOVE DL-MAX-ELAPSED
                                        TO MS-DL-MAX-T(MS-DL-COUNT)
                       ELSE
                           MOVE ZERO    TO MS-DL-MAX-T(MS-DL-COUNT)
                       END-IF
                   ELSE
                       SET MS-DEADLN-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 1420-SET-SITE-DEADLINE - FIND THE FIRST DEADLINE ROW FOR THE
      *   SITE'S NIGHT MODE AND SITE.  PERFORMED FROM
      *   1400-LOAD-DEADLINES.
      ******************************************************************
       1420-SET-SITE-DEADLINE.
           IF MS-NIGHT-DATE(MS-SITE-IDX) NOT = SPACES
               PERFORM 1430-MATCH-DEADLINE-ROW
                   VARYING MS-DL-IDX FROM 1 BY 1
                   UNTIL MS-DL-IDX > MS-DL-COUNT
                      OR MS-DL-FOUND(MS-SITE-IDX)
           END-IF.

      ******************************************************************
      * 1430-MATCH-DEADLINE-ROW - TAKE ONE DEADLINE ROW FOR THE SITE
      *   WHEN ITS MODE AND SITE MATCH.  PERFORMED FROM
      *   1420-SET-SITE-DEADLINE.
      ******************************************************************
       1430-MATCH-DEADLINE-ROW.
           IF MS-DL-RUN-MODE(MS-DL-IDX) = MS-NIGHT-MODE(MS-SITE-IDX)
              AND (MS-DL-SITE-CODE(MS-DL-IDX)
                       = MS-SITE-CODE-T(MS-SITE-IDX)
                   OR MS-DL-SITE-CODE(MS-DL-IDX) = "**")
               SET MS-DL-FOUND(MS-SITE-IDX) TO TRUE
               MOVE MS-DL-LATEST-T(MS-DL-IDX)
                                        TO MS-DL-LATEST-START
                                           (MS-SITE-IDX)
               MOVE MS-DL-MAX-T(MS-DL-IDX)
                                        TO MS-DL-MAX-ELAPSED
                                           (MS-SITE-IDX)
           END-IF.

      ******************************************************************
      * 2000-LOAD-RUN-HISTORY - READ THE RUN-HISTORY FILE IN KEY
      *   ORDER AND KEEP THE LATEST ENTRY PER MODE FOR EVERY SITE.
      *   A MISSING FILE IS REPORTED AND TREATED AS EMPTY - EVERY
      *   NIGHT THEN SHOWS RED FOR ITS MISSING RUN, WHICH IS THE
      *   POINT.
      ******************************************************************
       2000-LOAD-RUN-HISTORY.
           MOVE "N"                    TO MS-RUNHIST-EOF-SW

           OPEN INPUT RUN-HIST-FILE
           IF MS-RUNHIST-NOT-FOUND
               DISPLAY "MORNSTAT0007W RUN-HISTORY FILE NOT FOUND - "
                       "NO RUN CAN BE SHOWN AS COMPLETE"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-READ-RUN-HIST-RECORD
               UNTIL MS-RUNHIST-EOF
           CLOSE RUN-HIST-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-RUN-HIST-RECORD - READ THE NEXT RUN-HISTORY RECORD
      *   AND OFFER IT TO EVERY SITE.  PERFORMED FROM
      *   2000-LOAD-RUN-HISTORY.
      ******************************************************************
       2010-READ-RUN-HIST-RECORD.
           READ RUN-HIST-FILE NEXT RECORD
               AT END
                   SET MS-RUNHIST-EOF TO TRUE
               NOT AT END
                   MOVE RN-RUN-MODE    TO MS-LOOK-MODE
                   PERFORM 6500-FIND-MODE THRU 6500-EXIT
                   IF MS-MODE-SLOT > ZERO
                       PERFORM 2020-TAKE-LATER-RUN
                           VARYING MS-SITE-IDX FROM 1 BY 1
                           UNTIL MS-SITE-IDX > MS-SITE-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 2020-TAKE-LATER-RUN - KEEP THE RUN-HISTORY ENTRY IN HAND AS
      *   THE SITE'S LATEST FOR ITS MODE WHEN IT IS THE SITE'S (OR AN
      *   ALL-SITES ENTRY) AND NOT EARLIER THAN THE ONE HELD.
      *   PERFORMED FROM 2010-READ-RUN-HIST-RECORD.
      ******************************************************************
       2020-TAKE-LATER-RUN.
           IF (RN-SITE-CODE = MS-SITE-CODE-T(MS-SITE-IDX)
               OR RN-SITE-CODE = "**")
              AND RN-CYCLE-DATE NOT <
                  MS-RN-CYCLE(MS-SITE-IDX, MS-MODE-SLOT)
               MOVE RN-CYCLE-DATE      TO MS-RN-CYCLE
                                           (MS-SITE-IDX, MS-MODE-SLOT)
               MOVE RN-RUN-STATUS      TO MS-RN-STATUS
                                           (MS-SITE-IDX, MS-MODE-SLOT)
               MOVE RN-COMPLETED-TS    TO MS-RN-TS
                                           (MS-SITE-IDX, MS-MODE-SLOT)
           END-IF.

      ******************************************************************
      * 2100-LOAD-CYCLE-GATES - READ THE CYCLE-GATE FILE AND KEEP THE
      *   LATEST GATE PER MODE FOR EVERY SITE.  THE FILE IS IN TIME
      *   ORDER, SO FOR ONE CYCLE THE LAST RECORD DECIDES - A CLOSE
      *   APPENDED BY GATEMNT AFTER THE OPEN WINS, AS IN GATECHK.
      ******************************************************************
       2100-LOAD-CYCLE-GATES.
           MOVE "N"                    TO MS-GATE-EOF-SW

           OPEN INPUT CYCLE-GATE-FILE
           IF MS-GATE-NOT-FOUND
               DISPLAY "MORNSTAT0008W CYCLE-GATE FILE NOT FOUND - "
                       "NO GATE CAN BE SHOWN AS OPEN"
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-READ-GATE-RECORD
               UNTIL MS-GATE-EOF
           CLOSE CYCLE-GATE-FILE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-READ-GATE-RECORD - READ ONE GATE RECORD AND OFFER IT TO
      *   EVERY SITE.  PERFORMED FROM 2100-LOAD-CYCLE-GATES.
      ******************************************************************
       2110-READ-GATE-RECORD.
           READ CYCLE-GATE-FILE INTO CYCLE-GATE-RECORD
               AT END
                   SET MS-GATE-EOF TO TRUE
               NOT AT END
                   MOVE GT-RUN-MODE    TO MS-LOOK-MODE
                   PERFORM 6500-FIND-MODE THRU 6500-EXIT
                   IF MS-MODE-SLOT > ZERO
                       PERFORM 2120-TAKE-LATER-GATE
                           VARYING MS-SITE-IDX FROM 1 BY 1
                           UNTIL MS-SITE-IDX > MS-SITE-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 2120-TAKE-LATER-GATE - KEEP THE GATE RECORD IN HAND AS THE
      *   SITE'S LATEST FOR ITS MODE WHEN IT IS THE SITE'S (OR AN
      *   ALL-SITES GATE) AND NOT FOR AN EARLIER CYCLE THAN THE ONE
      *   HELD.  PERFORMED FROM 2110-READ-GATE-RECORD.
      ******************************************************************
       2120-TAKE-LATER-GATE.
           IF (GT-SITE-CODE = MS-SITE-CODE-T(MS-SITE-IDX)
               OR GT-SITE-CODE = "**")
              AND GT-CYCLE-DATE NOT <
                  MS-GT-CYCLE(MS-SITE-IDX, MS-MODE-SLOT)
               MOVE GT-CYCLE-DATE      TO MS-GT-CYCLE
                                           (MS-SITE-IDX, MS-MODE-SLOT)
               MOVE GT-GATE-STATUS     TO MS-GT-STATUS
                                           (MS-SITE-IDX, MS-MODE-SLOT)
               MOVE GT-TIMESTAMP       TO MS-GT-TS
                                           (MS-SITE-IDX, MS-MODE-SLOT)
               MOVE GT-CLOSED-BY       TO MS-GT-BY
                                           (MS-SITE-IDX, MS-MODE-SLOT)
               MOVE GT-CLOSE-REASON    TO MS-GT-REASON
                                           (MS-SITE-IDX, MS-MODE-SLOT)
           END-IF.

      ******************************************************************
      * 2200-JUDGE-RUN-AND-GATE - JUDGE ONE SITE'S NIGHT AGAINST THE
      *   LATEST RUN AND GATE FOR THE NIGHT'S MODE.  NO COMPLETED RUN
      *   FOR THE NIGHT, OR NO GATE FOR IT (THE DOWNSTREAM STREAM IS
      *   HELD), IS RED; A GATE CLOSED OUT BY GATEMNT IS AMBER - SOMEONE
      *   PULLED IT BACK ON PURPOSE, BUT THE DESK MUST KNOW.
      *   PERFORMED FROM MAIN-LOGIC.
      ******************************************************************
       2200-JUDGE-RUN-AND-GATE.
           IF MS-NIGHT-DATE(MS-SITE-IDX) = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE MS-NIGHT-SLOT(MS-SITE-IDX) TO MS-MODE-SLOT

           MOVE SPACES                 TO MS-NEW-TEXT
           EVALUATE TRUE
               WHEN MS-RN-CYCLE(MS-SITE-IDX, MS-MODE-SLOT)
                        < MS-NIGHT-DATE(MS-SITE-IDX)
                   STRING "NO " DELIMITED BY SIZE
                          MS-NIGHT-MODE(MS-SITE-IDX)
                              DELIMITED BY SPACE
                          " RUN ON THE RUN HISTORY FOR CYCLE "
                              DELIMITED BY SIZE
                          MS-NIGHT-DATE(MS-SITE-IDX) DELIMITED BY SIZE
                          " - CHECK THE HLWRLD STEP" DELIMITED BY SIZE
                          INTO MS-NEW-TEXT
                   END-STRING
               WHEN MS-RN-CYCLE(MS-SITE-IDX, MS-MODE-SLOT)
                        = MS-NIGHT-DATE(MS-SITE-IDX)
                AND MS-RN-STATUS(MS-SITE-IDX, MS-MODE-SLOT) NOT = "C"
                   STRING MS-NIGHT-MODE(MS-SITE-IDX)
                              DELIMITED BY SPACE
                          " RUN FOR CYCLE " DELIMITED BY SIZE
                          MS-NIGHT-DATE(MS-SITE-IDX) DELIMITED BY SIZE
                          " IS NOT MARKED COMPLETE ON THE RUN HISTORY"
                              DELIMITED BY SIZE
                          INTO MS-NEW-TEXT
                   END-STRING
           END-EVALUATE
           IF MS-NEW-TEXT NOT = SPACES
               SET MS-NEW-RED          TO TRUE
               PERFORM 6600-ADD-ITEM THRU 6600-EXIT
           END-IF

           MOVE SPACES                 TO MS-NEW-TEXT
           EVALUATE TRUE
               WHEN MS-GT-CYCLE(MS-SITE-IDX, MS-MODE-SLOT)
                        < MS-NIGHT-DATE(MS-SITE-IDX)
                   STRING "NO " DELIMITED BY SIZE
                          MS-NIGHT-MODE(MS-SITE-IDX)
                              DELIMITED BY SPACE
                          " GATE FOR CYCLE " DELIMITED BY SIZE
                          MS-NIGHT-DATE(MS-SITE-IDX) DELIMITED BY SIZE
                          " - THE DOWNSTREAM STREAM IS HELD"
                              DELIMITED BY SIZE
                          INTO MS-NEW-TEXT
                   END-STRING
                   SET MS-NEW-RED      TO TRUE
               WHEN MS-GT-CYCLE(MS-SITE-IDX, MS-MODE-SLOT)
                        = MS-NIGHT-DATE(MS-SITE-IDX)
                AND MS-GT-STATUS(MS-SITE-IDX, MS-MODE-SLOT) = "C"
                   STRING MS-NIGHT-MODE(MS-SITE-IDX)
                              DELIMITED BY SPACE
                          " GATE FOR CYCLE " DELIMITED BY SIZE
                          MS-NIGHT-DATE(MS-SITE-IDX) DELIMITED BY SIZE
                          " CLOSED BY " DELIMITED BY SIZE
                          MS-GT-BY(MS-SITE-IDX, MS-MODE-SLOT)
                              DELIMITED BY SPACE
                          " REASON " DELIMITED BY SIZE
                          MS-GT-REASON(MS-SITE-IDX, MS-MODE-SLOT)
                              DELIMITED BY SPACE
                          " - CONFIRM THE CLOSE-OUT" DELIMITED BY SIZE
                          INTO MS-NEW-TEXT
                   END-STRING
                   SET MS-NEW-AMBER    TO TRUE
           END-EVALUATE
           IF MS-NEW-TEXT NOT = SPACES
               PERFORM 6600-ADD-ITEM THRU 6600-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LOAD-SCHEDULED-JOBS - LOAD THE JOBS SCHEDULED FOR EACH
      *   SITE'S NIGHT MODE, EVERY ONE STARTING AS NEVER RAN.  NO
      *   SCHEDULE FILE MEANS NO STREAM CAN BE RECONCILED - AMBER ON
      *   EVERY SITE.  A FULL JOB TABLE WOULD HIDE MISSES, SO IT IS
      *   FATAL.
      ******************************************************************
       2300-LOAD-SCHEDULED-JOBS.
           MOVE "N"                    TO MS-SCHED-EOF-SW
           MOVE "N"                    TO MS-JOB-OVFL-SW
           MOVE ZERO                   TO MS-JOB-COUNT

           OPEN INPUT SCHEDULE-FILE
           IF MS-SCHED-NOT-FOUND
               DISPLAY "MORNSTAT0009W SCHEDULE FILE NOT FOUND - NO "
                       "STREAM CAN BE RECONCILED"
               MOVE "SCHEDULE FILE NOT FOUND - THE STREAM WAS NOT "
                                        TO MS-NEW-TEXT
               MOVE "RECONCILED"        TO MS-NEW-TEXT(46:10)
               SET MS-NEW-AMBER        TO TRUE
               PERFORM 6600-ADD-ITEM THRU 6600-EXIT
                   VARYING MS-SITE-IDX FROM 1 BY 1
                   UNTIL MS-SITE-IDX > MS-SITE-COUNT
               GO TO 2300-EXIT
           END-IF
           SET MS-SCHED-LOADED         TO TRUE
           PERFORM 2310-READ-SCHEDULE-RECORD
               UNTIL MS-SCHED-EOF
           CLOSE SCHEDULE-FILE

           IF MS-JOB-OVERFLOW
               DISPLAY "MORNSTAT0010E MORE THAN 400 SCHEDULED JOBS "
                       "FOR THE NIGHT ACROSS ALL SITES - JOB TABLE "
                       "FULL, NO BOARD PRODUCED"
               SET MS-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-READ-SCHEDULE-RECORD - READ ONE SCHEDULE RECORD AND
      *   OFFER IT TO EVERY SITE.  PERFORMED FROM
      *   2300-LOAD-SCHEDULED-JOBS.
      ******************************************************************
       2310-READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE INTO SCHEDULE-RECORD
               AT END
                   SET MS-SCHED-EOF TO TRUE
               NOT AT END
                   PERFORM 2320-ADD-SCHEDULED-JOB
                       VARYING MS-SITE-IDX FROM 1 BY 1
                       UNTIL MS-SITE-IDX > MS-SITE-COUNT
           END-READ.

      ******************************************************************
      * 2320-ADD-SCHEDULED-JOB - TABLE THE SCHEDULE RECORD IN HAND
      *   FOR THE SITE WHEN IT IS FOR THE SITE'S NIGHT MODE.
      *   PERFORMED FROM 2310-READ-SCHEDULE-RECORD.
      ******************************************************************
       2320-ADD-SCHEDULED-JOB.
           IF SCH-SITE-CODE = MS-SITE-CODE-T(MS-SITE-IDX)
              AND MS-NIGHT-DATE(MS-SITE-IDX) NOT = SPACES
              AND SCH-RUN-MODE = MS-NIGHT-MODE(MS-SITE-IDX)
               IF MS-JOB-COUNT < 400
                   ADD 1               TO MS-JOB-COUNT
                   MOVE MS-SITE-IDX    TO MS-JOB-SITE(MS-JOB-COUNT)
                   MOVE SCH-JOB-NAME   TO MS-JOB-NAME-T(MS-JOB-COUNT)
                   MOVE ZERO           TO MS-JOB-STATE(MS-JOB-COUNT)
                   MOVE ZERO           TO MS-JOB-RC(MS-JOB-COUNT)
                   ADD 1               TO MS-SCHED-JOBS(MS-SITE-IDX)
               ELSE
                   SET MS-JOB-OVERFLOW TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * 2400-SWEEP-TRACKING-FILE - APPLY EVERY STREAM-TRACKING
      *   COMPLETION RECORD FOR A SITE'S NIGHT TO ITS SCHEDULED JOB.
      *   A MISSING FILE MEANS NO DOWNSTREAM JOB REPORTED - EVERY
      *   JOB STAYS NEVER RAN, AS IN STRMREC.
      ******************************************************************
       2400-SWEEP-TRACKING-FILE.
           MOVE "N"                    TO MS-TRACK-EOF-SW
           IF MS-JOB-COUNT = ZERO
               GO TO 2400-EXIT
           END-IF

           OPEN INPUT STREAM-TRACK-FILE
           IF MS-TRACK-NOT-FOUND
               DISPLAY "MORNSTAT0011W STREAM-TRACKING FILE NOT FOUND "
                       "- NO DOWNSTREAM JOB HAS REPORTED"
               GO TO 2400-EXIT
           END-IF
           PERFORM 2410-READ-TRACK-RECORD
               UNTIL MS-TRACK-EOF
           CLOSE STREAM-TRACK-FILE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2410-READ-TRACK-RECORD - READ ONE COMPLETION RECORD AND OFFER
      *   IT TO EVERY SCHEDULED JOB.  FILE ORDER IS TIME ORDER, SO
      *   THE LATEST RECORD FOR A JOB WINS.  PERFORMED FROM
      *   2400-SWEEP-TRACKING-FILE.
      ******************************************************************
       2410-READ-TRACK-RECORD.
           READ STREAM-TRACK-FILE INTO STREAM-TRACK-RECORD
               AT END
                   SET MS-TRACK-EOF TO TRUE
               NOT AT END
                   PERFORM 2420-APPLY-COMPLETION
                       VARYING MS-JOB-IDX FROM 1 BY 1
                       UNTIL MS-JOB-IDX > MS-JOB-COUNT
           END-READ.

      ******************************************************************
      * 2420-APPLY-COMPLETION - APPLY THE COMPLETION RECORD IN HAND
      *   TO ONE SCHEDULED JOB WHEN IT IS THAT JOB ON ITS SITE'S
      *   NIGHT.  PERFORMED FROM 2410-READ-TRACK-RECORD.
      ******************************************************************
       2420-APPLY-COMPLETION.
           MOVE MS-JOB-SITE(MS-JOB-IDX) TO MS-SITE-IDX
           IF MS-JOB-NAME-T(MS-JOB-IDX) = ST-JOB-NAME
              AND ST-SITE-CODE = MS-SITE-CODE-T(MS-SITE-IDX)
              AND ST-CYCLE-DATE = MS-NIGHT-DATE(MS-SITE-IDX)
              AND ST-RUN-MODE = MS-NIGHT-MODE(MS-SITE-IDX)
               IF ST-RETURN-CODE NUMERIC
                  AND ST-RETURN-CODE < 08
                   MOVE 2              TO MS-JOB-STATE(MS-JOB-IDX)
               ELSE
                   MOVE 1              TO MS-JOB-STATE(MS-JOB-IDX)
               END-IF
               IF ST-RETURN-CODE NUMERIC
                   MOVE ST-RETURN-CODE TO MS-JOB-RC(MS-JOB-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * 2500-JUDGE-STREAM - COUNT ONE SCHEDULED JOB UNDER ITS SITE
      *   AND RAISE A RED ITEM WHEN IT FAILED OR NEVER RAN - STRMREC
      *   CALLS THAT STREAM INCOMPLETE.  PERFORMED FROM MAIN-LOGIC.
      ******************************************************************
       2500-JUDGE-STREAM.
           MOVE MS-JOB-SITE(MS-JOB-IDX) TO MS-SITE-IDX
           MOVE SPACES                 TO MS-NEW-TEXT
           EVALUATE MS-JOB-STATE(MS-JOB-IDX)
               WHEN 2
                   ADD 1               TO MS-JOBS-COMPLETED
                                           (MS-SITE-IDX)
               WHEN 1
                   ADD 1               TO MS-JOBS-FAILED(MS-SITE-IDX)
                   STRING "DOWNSTREAM JOB " DELIMITED BY SIZE
                          MS-JOB-NAME-T(MS-JOB-IDX) DELIMITED BY SPACE
                          " FAILED RC " DELIMITED BY SIZE
                          MS-JOB-RC(MS-JOB-IDX) DELIMITED BY SIZE
                          " - STREAM INCOMPLETE" DELIMITED BY SIZE
                          INTO MS-NEW-TEXT
                   END-STRING
               WHEN OTHER
                   ADD 1               TO MS-JOBS-NEVER-RAN
                                           (MS-SITE-IDX)
                   STRING "DOWNSTREAM JOB " DELIMITED BY SIZE
                          MS-JOB-NAME-T(MS-JOB-IDX) DELIMITED BY SPACE
                          " NEVER RAN - STREAM INCOMPLETE"
                              DELIMITED BY SIZE
                          INTO MS-NEW-TEXT
                   END-STRING
           END-EVALUATE
           IF MS-NEW-TEXT NOT = SPACES
               SET MS-NEW-RED          TO TRUE
               PERFORM 6600-ADD-ITEM THRU 6600-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-SWEEP-NOTIFICATIONS - READ THE NOTIFY FILE FOR THE
      *   NIGHT'S NOTIFICATIONS THAT NTFYRTR ROUTES PAST THE QUIET
      *   LOG.  A MISSING FILE MEANS THE NIGHT'S PAGES CANNOT BE
      *   CHECKED - AMBER ON EVERY SITE.
      ******************************************************************
       2600-SWEEP-NOTIFICATIONS.
           MOVE "N"                    TO MS-NOTIFY-EOF-SW

           OPEN INPUT NOTIFY-FILE
           IF MS-NOTIFY-NOT-FOUND
               DISPLAY "MORNSTAT0012W NOTIFY FILE NOT FOUND - "
                       "ESCALATIONS NOT CHECKED"
               MOVE "NOTIFY FILE NOT FOUND - THE NIGHT'S ESCALATIONS "
                                        TO MS-NEW-TEXT
               MOVE "WERE NOT CHECKED"  TO MS-NEW-TEXT(49:16)
               SET MS-NEW-AMBER        TO TRUE
               PERFORM 6600-ADD-ITEM THRU 6600-EXIT
                   VARYING MS-SITE-IDX FROM 1 BY 1
                   UNTIL MS-SITE-IDX > MS-SITE-COUNT
               GO TO 2600-EXIT
           END-IF
           PERFORM 2610-READ-NOTIFY-RECORD
               UNTIL MS-NOTIFY-EOF
           CLOSE NOTIFY-FILE.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2610-READ-NOTIFY-RECORD - READ ONE NOTIFY RECORD AND OFFER IT
      *   TO EVERY SITE.  PERFORMED FROM 2600-SWEEP-NOTIFICATIONS.
      ******************************************************************
       2610-READ-NOTIFY-RECORD.
           READ NOTIFY-FILE INTO NOTIFY-RECORD
               AT END
                   SET MS-NOTIFY-EOF TO TRUE
               NOT AT END
                   PERFORM 2620-JUDGE-NOTIFICATION THRU 2620-EXIT
                       VARYING MS-SITE-IDX FROM 1 BY 1
                       UNTIL MS-SITE-IDX > MS-SITE-COUNT
           END-READ.

      ******************************************************************
      * 2620-JUDGE-NOTIFICATION - WHEN THE NOTIFICATION IN HAND IS
      *   FOR THE SITE'S NIGHT, ROUTE IT BY THE NTFYRTR RULES: RC 0
      *   OR UNDER THE ROUTING THRESHOLD IS QUIET AND NEEDS NOTHING,
      *   UNDER 8 PAGED THE ON-CALL GROUP (AMBER), 8 OR WORSE - OR
      *   NO READABLE RC - IS A FAILURE (RED).  PERFORMED FROM
      *   2610-READ-NOTIFY-RECORD.
      ******************************************************************
       2620-JUDGE-NOTIFICATION.
           IF (NT-SITE-CODE NOT = MS-SITE-CODE-T(MS-SITE-IDX)
               AND NT-SITE-CODE NOT = "**")
              OR NT-CYCLE-DATE NOT = MS-NIGHT-DATE(MS-SITE-IDX)
               GO TO 2620-EXIT
           END-IF

           PERFORM 2630-FIND-ROUTE-ROW THRU 2630-EXIT
           IF NT-RETURN-CODE NUMERIC
              AND (NT-RETURN-CODE = ZERO
                   OR NT-RETURN-CODE < MS-USE-THRESHOLD)
               GO TO 2620-EXIT
           END-IF

           MOVE SPACES                 TO MS-NEW-TEXT
           STRING "JOB " DELIMITED BY SIZE
                  NT-JOB-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NT-RUN-MODE DELIMITED BY SPACE
                  " ENDED RC " DELIMITED BY SIZE
                  NT-RETURN-CODE DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  NT-TIMESTAMP DELIMITED BY SIZE
                  " - ON-CALL GROUP " DELIMITED BY SIZE
                  MS-USE-ONCALL DELIMITED BY SPACE
                  " PAGED" DELIMITED BY SIZE
                  INTO MS-NEW-TEXT
           END-STRING
           IF NT-RETURN-CODE NUMERIC
              AND NT-RETURN-CODE < 08
               SET MS-NEW-AMBER        TO TRUE
           ELSE
               SET MS-NEW-RED          TO TRUE
           END-IF
           PERFORM 6600-ADD-ITEM THRU 6600-EXIT.
       2620-EXIT.
           EXIT.

      ******************************************************************
      * 2630-FIND-ROUTE-ROW - FIND THE FIRST ROUTING ROW MATCHING THE
      *   NOTIFICATION'S MODE AND SITE ("**" ON THE ROW MATCHES ANY
      *   SITE).  NO MATCH IS A ZERO THRESHOLD AND THE DEFAULT
      *   ON-CALL GROUP, AS IN NTFYRTR.  PERFORMED FROM
      *   2620-JUDGE-NOTIFICATION.
      ******************************************************************
       2630-FIND-ROUTE-ROW.
           MOVE ZERO                   TO MS-ROUTE-SLOT
           PERFORM 2635-MATCH-ROUTE-ROW
               VARYING MS-ROUTE-IDX FROM 1 BY 1
               UNTIL MS-ROUTE-IDX > MS-ROUTE-COUNT
                  OR MS-ROUTE-SLOT > ZERO

           IF MS-ROUTE-SLOT > ZERO
               MOVE MS-RT-THRESHOLD(MS-ROUTE-SLOT)
                                        TO MS-USE-THRESHOLD
               MOVE MS-RT-ONCALL(MS-ROUTE-SLOT) TO MS-USE-ONCALL
           ELSE
               MOVE ZERO               TO MS-USE-THRESHOLD
               MOVE MS-DEFAULT-GROUP   TO MS-USE-ONCALL
           END-IF.
       2630-EXIT.
           EXIT.

      ******************************************************************
      * 2635-MATCH-ROUTE-ROW - CHECK ONE ROUTING ROW AGAINST THE
      *   NOTIFICATION IN HAND.  PERFORMED FROM 2630-FIND-ROUTE-ROW.
      ******************************************************************
       2635-MATCH-ROUTE-ROW.
           IF MS-RT-RUN-MODE(MS-ROUTE-IDX) = NT-RUN-MODE
              AND (MS-RT-SITE-CODE(MS-ROUTE-IDX) = NT-SITE-CODE
                   OR MS-RT-SITE-CODE(MS-ROUTE-IDX) = "**")
               MOVE MS-ROUTE-IDX       TO MS-ROUTE-SLOT
           END-IF.

      ******************************************************************
      * 2700-SWEEP-AUDIT-LOG - READ THE AUDIT LOG FOR THE NIGHT'S END
      *   RECORDS AND REPEAT THE HLWRLD DEADLINE CHECKS ON THEM.  A
      *   MISSING LOG MEANS DEADLINE MISSES CANNOT BE CHECKED - AMBER
      *   ON EVERY SITE THAT HAS A DEADLINE ROW.
      ******************************************************************
       2700-SWEEP-AUDIT-LOG.
           MOVE "N"                    TO MS-AUDIT-EOF-SW

           OPEN INPUT AUDIT-LOG-FILE
           IF MS-AUDIT-NOT-FOUND
               DISPLAY "MORNSTAT0013W AUDIT-LOG FILE NOT FOUND - "
                       "DEADLINE MISSES NOT CHECKED"
               PERFORM 2705-FLAG-DEADLINE-UNCHECKED
                   VARYING MS-SITE-IDX FROM 1 BY 1
                   UNTIL MS-SITE-IDX > MS-SITE-COUNT
               GO TO 2700-EXIT
           END-IF
           PERFORM 2710-READ-AUDIT-RECORD
               UNTIL MS-AUDIT-EOF
           CLOSE AUDIT-LOG-FILE.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2705-FLAG-DEADLINE-UNCHECKED - RAISE THE AMBER ITEM FOR A
      *   SITE WITH A DEADLINE ROW WHEN THERE IS NO AUDIT LOG TO
      *   CHECK IT AGAINST.  PERFORMED FROM 2700-SWEEP-AUDIT-LOG.
      ******************************************************************
       2705-FLAG-DEADLINE-UNCHECKED.
           IF MS-DL-FOUND(MS-SITE-IDX)
               MOVE "AUDIT LOG NOT FOUND - DEADLINE MISSES WERE NOT "
                                        TO MS-NEW-TEXT
               MOVE "CHECKED"          TO MS-NEW-TEXT(48:7)
               SET MS-NEW-AMBER        TO TRUE
               PERFORM 6600-ADD-ITEM THRU 6600-EXIT
           END-IF.

      ******************************************************************
      * 2710-READ-AUDIT-RECORD - READ ONE AUDIT RECORD AND OFFER
      *   EVERY END RECORD TO EVERY SITE.  PERFORMED FROM
      *   2700-SWEEP-AUDIT-LOG.
      ******************************************************************
       2710-READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
               AT END
                   SET MS-AUDIT-EOF TO TRUE
               NOT AT END
                   IF AL-TYPE-END
                       PERFORM 2720-CHECK-DEADLINE THRU 2720-EXIT
                           VARYING MS-SITE-IDX FROM 1 BY 1
                           UNTIL MS-SITE-IDX > MS-SITE-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 2720-CHECK-DEADLINE - JUDGE THE END RECORD IN HAND AGAINST
      *   THE SITE'S DEADLINE ROW WHEN IT IS THE SITE'S (OR AN
      *   ALL-SITES) RUN OF THE NIGHT'S MODE, BELONGING TO THE NIGHT
      *   BY ITS START DATE AS IN THE MONTH RECONCILIATION.  A START
      *   AFTER THE LATEST ACCEPTABLE START AND AN ELAPSED TIME OVER
      *   THE MAXIMUM ARE BOTH AMBER - HLWRLD ENDS RC 4 OR WARNS FOR
      *   THEM.  A CATCH-UP STEP'S RECOVERED-DAY RECORD CARRIES THE
      *   CYCLE DATE WITH THE RECOVERY'S OWN TIME OF DAY, SO ITS
      *   START AND END TIMES OF DAY ARE IDENTICAL ON DIFFERENT
      *   DATES; IT DID NOT RUN IN THE NIGHT'S WINDOW AND IS SKIPPED.
      *   PERFORMED FROM 2710-READ-AUDIT-RECORD.
      ******************************************************************
       2720-CHECK-DEADLINE.
           IF NOT MS-DL-FOUND(MS-SITE-IDX)
              OR (AL-SITE-CODE NOT = MS-SITE-CODE-T(MS-SITE-IDX)
                  AND AL-SITE-CODE NOT = "**")
              OR AL-RUN-MODE NOT = MS-NIGHT-MODE(MS-SITE-IDX)
              OR AL-START-TS(1:8) NOT = MS-NIGHT-DATE(MS-SITE-IDX)
               GO TO 2720-EXIT
           END-IF
           IF AL-START-TS(9:8) = AL-END-TS(9:8)
              AND AL-START-TS(1:8) NOT = AL-END-TS(1:8)
               GO TO 2720-EXIT
           END-IF

           IF AL-START-TS(9:6) > MS-DL-LATEST-START(MS-SITE-IDX)
               MOVE SPACES             TO MS-NEW-TEXT
               STRING "RUN " DELIMITED BY SIZE
                      AL-JOB-NAME DELIMITED BY SPACE
                      " STARTED AT " DELIMITED BY SIZE
                      AL-START-TS(9:6) DELIMITED BY SIZE
                      " - AFTER THE LATEST ACCEPTABLE START "
                          DELIMITED BY SIZE
                      MS-DL-LATEST-START(MS-SITE-IDX)
                          DELIMITED BY SIZE
                      INTO MS-NEW-TEXT
               END-STRING
               SET MS-NEW-AMBER        TO TRUE
               PERFORM 6600-ADD-ITEM THRU 6600-EXIT
           END-IF

           IF MS-DL-MAX-ELAPSED(MS-SITE-IDX) = ZERO
              OR AL-END-TS(1:8) NOT NUMERIC
               GO TO 2720-EXIT
           END-IF
           MOVE AL-START-TS(9:6)       TO MS-TIME-WORK
           COMPUTE MS-START-SECS = MS-TW-HH * 3600
                                 + MS-TW-MM * 60 + MS-TW-SS
           MOVE AL-END-TS(9:6)         TO MS-TIME-WORK
           COMPUTE MS-END-SECS = MS-TW-HH * 3600
                               + MS-TW-MM * 60 + MS-TW-SS
           IF AL-END-TS(1:8) > AL-START-TS(1:8)
               ADD 86400               TO MS-END-SECS
           END-IF
           IF MS-END-SECS < MS-START-SECS
               GO TO 2720-EXIT
           END-IF
           COMPUTE MS-ELAPSED-SECS = MS-END-SECS - MS-START-SECS
           IF MS-ELAPSED-SECS > MS-DL-MAX-ELAPSED(MS-SITE-IDX)
               MOVE SPACES             TO MS-NEW-TEXT
               STRING "RUN " DELIMITED BY SIZE
                      AL-JOB-NAME DELIMITED BY SPACE
                      " ELAPSED " DELIMITED BY SIZE
                      MS-ELAPSED-SECS DELIMITED BY SIZE
                      " SECONDS - OVER THE " DELIMITED BY SIZE
                      MS-DL-MAX-ELAPSED(MS-SITE-IDX)
                          DELIMITED BY SIZE
                      " SECOND MAXIMUM" DELIMITED BY SIZE
                      INTO MS-NEW-TEXT
               END-STRING
               SET MS-NEW-AMBER        TO TRUE
               PERFORM 6600-ADD-ITEM THRU 6600-EXIT
           END-IF.
       2720-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-BOARD - PRINT ONE PAGE PER ACTIVE SITE AND SET
      *   THE STEP RC FROM THE WORST SITE: RED 8, AMBER 4, GREEN 0.
      ******************************************************************
       3000-PRINT-BOARD.
           OPEN OUTPUT MORN-RPT-FILE
           PERFORM 3100-PRINT-SITE-PAGE THRU 3100-EXIT
               VARYING MS-SITE-IDX FROM 1 BY 1
               UNTIL MS-SITE-IDX > MS-SITE-COUNT
           CLOSE MORN-RPT-FILE

           EVALUATE TRUE
               WHEN MS-RED-SITES > ZERO
                   SET MS-RC-FATAL     TO TRUE
               WHEN MS-AMBER-SITES > ZERO
                   SET MS-RC-WARNING   TO TRUE
           END-EVALUATE
           DISPLAY "MORNSTAT0014I BOARD FOR " MS-AS-OF-DATE ": "
                   MS-GREEN-SITES " GREEN, " MS-AMBER-SITES
                   " AMBER, " MS-RED-SITES " RED".
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PRINT-SITE-PAGE - PRINT ONE SITE'S PAGE: TITLE AND
      *   STATUS, LATEST RUN AND GATE BY MODE, STREAM COUNTS, ITEMS
      *   NEEDING ACTION AND THE VERDICT.  PERFORMED FROM
      *   3000-PRINT-BOARD.
      ******************************************************************
       3100-PRINT-SITE-PAGE.
           EVALUATE TRUE
               WHEN MS-SITE-RED(MS-SITE-IDX)
                   MOVE "RED"          TO MS-STATUS-WORD
                   ADD 1               TO MS-RED-SITES
               WHEN MS-SITE-AMBER(MS-SITE-IDX)
                   MOVE "AMBER"        TO MS-STATUS-WORD
                   ADD 1               TO MS-AMBER-SITES
               WHEN OTHER
                   MOVE "GREEN"        TO MS-STATUS-WORD
                   ADD 1               TO MS-GREEN-SITES
           END-EVALUATE

           MOVE SPACES                 TO MBL-PRINT-LINE
           MOVE "1"                    TO MBL-CARRIAGE-CONTROL
           STRING "MORNING STATUS BOARD - SITE " DELIMITED BY SIZE
                  MS-SITE-CODE-T(MS-SITE-IDX) DELIMITED BY SIZE
                  "   NIGHT OF " DELIMITED BY SIZE
                  MS-NIGHT-DATE(MS-SITE-IDX) DELIMITED BY SIZE
                  "   MODE " DELIMITED BY SIZE
                  MS-NIGHT-MODE(MS-SITE-IDX) DELIMITED BY SPACE
                  "   MORNING OF " DELIMITED BY SIZE
                  MS-AS-OF-DATE DELIMITED BY SIZE
                  INTO MBL-TEXT
           END-STRING
           WRITE MBL-PRINT-LINE
           MOVE SPACES                 TO MBL-PRINT-LINE
           PERFORM 6000-WRITE-REPORT-LINE
           STRING "OVERALL STATUS:  " DELIMITED BY SIZE
                  MS-STATUS-WORD DELIMITED BY SIZE
                  INTO MBL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE

           MOVE "LATEST RUN HISTORY AND CYCLE GATE BY MODE"
                                        TO MS-SECTION-TITLE
           PERFORM 6100-START-SECTION
           MOVE "  MODE           RUN CYCLE  RUN STATUS  COMPLETED"
                                        TO MBL-TEXT
           MOVE "GATE CYCLE  GATE    GATE TIME         CLOSED BY"
                                        TO MBL-TEXT(58:48)
           MOVE "REASON"               TO MBL-TEXT(108:6)
           PERFORM 6000-WRITE-REPORT-LINE
           PERFORM 3110-PRINT-MODE-LINE
               VARYING MS-MODE-IDX FROM 1 BY 1
               UNTIL MS-MODE-IDX > 3

           MOVE "STREAM COMPLETION AGAINST THE SCHEDULE"
                                        TO MS-SECTION-TITLE
           PERFORM 6100-START-SECTION
           PERFORM 3120-PRINT-STREAM-COUNTS THRU 3120-EXIT

           MOVE "ITEMS NEEDING ACTION" TO MS-SECTION-TITLE
           PERFORM 6100-START-SECTION
           MOVE ZERO                   TO MS-ITEMS-PRINTED
           PERFORM 3130-PRINT-ITEM-LINE
               VARYING MS-ITEM-IDX FROM 1 BY 1
               UNTIL MS-ITEM-IDX > MS-ITEM-COUNT
           IF MS-ITEMS-UNLISTED(MS-SITE-IDX) > ZERO
               MOVE MS-ITEMS-UNLISTED(MS-SITE-IDX) TO MS-COUNT-DISP
               STRING "  " DELIMITED BY SIZE
                      MS-COUNT-DISP DELIMITED BY SIZE
                      " FURTHER ITEM(S) NOT LISTED - ITEM TABLE FULL"
                          DELIMITED BY SIZE
                      INTO MBL-TEXT
               END-STRING
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF
           IF MS-ITEMS-PRINTED = ZERO
              AND MS-ITEMS-UNLISTED(MS-SITE-IDX) = ZERO
               MOVE "    NONE"         TO MBL-TEXT
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF

           PERFORM 6000-WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN MS-SITE-RED(MS-SITE-IDX)
                   MOVE "VERDICT: RED - ACT ON THE ITEMS ABOVE BEFORE "
                                        TO MBL-TEXT
                   MOVE "THE DAY'S WORK"  TO MBL-TEXT(46:14)
                   DISPLAY "MORNSTAT0015E SITE "
                           MS-SITE-CODE-T(MS-SITE-IDX) " NIGHT OF "
                           MS-NIGHT-DATE(MS-SITE-IDX) " IS RED"
               WHEN MS-SITE-AMBER(MS-SITE-IDX)
                   MOVE "VERDICT: AMBER - REVIEW THE ITEMS ABOVE"
                                        TO MBL-TEXT
                   DISPLAY "MORNSTAT0016W SITE "
                           MS-SITE-CODE-T(MS-SITE-IDX) " NIGHT OF "
                           MS-NIGHT-DATE(MS-SITE-IDX) " IS AMBER"
               WHEN OTHER
                   MOVE "VERDICT: GREEN - CLEAN THIS MORNING"
                                        TO MBL-TEXT
           END-EVALUATE
           PERFORM 6000-WRITE-REPORT-LINE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3110-PRINT-MODE-LINE - PRINT THE SITE'S LATEST RUN-HISTORY
      *   ENTRY AND LATEST GATE FOR ONE MODE.  PERFORMED FROM
      *   3100-PRINT-SITE-PAGE.
      ******************************************************************
       3110-PRINT-MODE-LINE.
           MOVE MS-MODE-NAME(MS-MODE-IDX) TO MBL-TEXT(3:13)
           IF MS-RN-CYCLE(MS-SITE-IDX, MS-MODE-IDX) = SPACES
               MOVE "NONE"             TO MBL-TEXT(18:4)
           ELSE
               MOVE MS-RN-CYCLE(MS-SITE-IDX, MS-MODE-IDX)
                                        TO MBL-TEXT(18:8)
               IF MS-RN-STATUS(MS-SITE-IDX, MS-MODE-IDX) = "C"
                   MOVE "COMPLETE"     TO MBL-TEXT(29:10)
               ELSE
                   MOVE "INCOMPLETE"   TO MBL-TEXT(29:10)
               END-IF
               MOVE MS-RN-TS(MS-SITE-IDX, MS-MODE-IDX)
                                        TO MBL-TEXT(41:16)
           END-IF
           IF MS-GT-CYCLE(MS-SITE-IDX, MS-MODE-IDX) = SPACES
               MOVE "NONE"             TO MBL-TEXT(58:4)
           ELSE
               MOVE MS-GT-CYCLE(MS-SITE-IDX, MS-MODE-IDX)
                                        TO MBL-TEXT(58:8)
               IF MS-GT-STATUS(MS-SITE-IDX, MS-MODE-IDX) = "C"
                   MOVE "CLOSED"       TO MBL-TEXT(70:6)
                   MOVE MS-GT-BY(MS-SITE-IDX, MS-MODE-IDX)
                                        TO MBL-TEXT(96:8)
                   MOVE MS-GT-REASON(MS-SITE-IDX, MS-MODE-IDX)
                                        TO MBL-TEXT(108:4)
               ELSE
                   MOVE "OPEN"         TO MBL-TEXT(70:6)
               END-IF
               MOVE MS-GT-TS(MS-SITE-IDX, MS-MODE-IDX)
                                        TO MBL-TEXT(78:16)
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE.

      ******************************************************************
      * 3120-PRINT-STREAM-COUNTS - PRINT THE SITE'S STREAM COUNTS FOR
      *   THE NIGHT, OR WHY THERE ARE NONE.  PERFORMED FROM
      *   3100-PRINT-SITE-PAGE.
      ******************************************************************
       3120-PRINT-STREAM-COUNTS.
           EVALUATE TRUE
               WHEN MS-NIGHT-DATE(MS-SITE-IDX) = SPACES
                   MOVE "    NO NIGHT TO RECONCILE" TO MBL-TEXT
               WHEN NOT MS-SCHED-LOADED
                   MOVE "    NO SCHEDULE FILE"      TO MBL-TEXT
               WHEN MS-SCHED-JOBS(MS-SITE-IDX) = ZERO
                   MOVE "    NOTHING SCHEDULED FOR THIS MODE/SITE"
                                        TO MBL-TEXT
               WHEN OTHER
                   MOVE "  SCHEDULED"  TO MBL-TEXT
                   MOVE MS-SCHED-JOBS(MS-SITE-IDX) TO MS-COUNT-DISP
                   MOVE MS-COUNT-DISP  TO MBL-TEXT(13:3)
                   MOVE "COMPLETED"    TO MBL-TEXT(19:9)
                   MOVE MS-JOBS-COMPLETED(MS-SITE-IDX)
                                        TO MS-COUNT-DISP
                   MOVE MS-COUNT-DISP  TO MBL-TEXT(29:3)
                   MOVE "FAILED"       TO MBL-TEXT(35:6)
                   MOVE MS-JOBS-FAILED(MS-SITE-IDX) TO MS-COUNT-DISP
                   MOVE MS-COUNT-DISP  TO MBL-TEXT(42:3)
                   MOVE "NEVER RAN"    TO MBL-TEXT(48:9)
                   MOVE MS-JOBS-NEVER-RAN(MS-SITE-IDX)
                                        TO MS-COUNT-DISP
                   MOVE MS-COUNT-DISP  TO MBL-TEXT(58:3)
           END-EVALUATE
           PERFORM 6000-WRITE-REPORT-LINE.
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 3130-PRINT-ITEM-LINE - PRINT ONE ACTION ITEM WHEN IT BELONGS
      *   TO THE SITE.  PERFORMED FROM 3100-PRINT-SITE-PAGE.
      ******************************************************************
       3130-PRINT-ITEM-LINE.
           IF MS-ITEM-SITE(MS-ITEM-IDX) = MS-SITE-IDX
               IF MS-ITEM-SEVERITY(MS-ITEM-IDX) = 2
                   MOVE "RED"          TO MBL-TEXT(3:5)
               ELSE
                   MOVE "AMBER"        TO MBL-TEXT(3:5)
               END-IF
               MOVE MS-ITEM-TEXT(MS-ITEM-IDX) TO MBL-TEXT(10:100)
               PERFORM 6000-WRITE-REPORT-LINE
               ADD 1                   TO MS-ITEMS-PRINTED
           END-IF.

      ******************************************************************
      * 6000-WRITE-REPORT-LINE - WRITE THE TEXT ALREADY BUILT IN
      *   MBL-TEXT AS A SINGLE-SPACED LINE AND CLEAR THE LINE.
      ******************************************************************
       6000-WRITE-REPORT-LINE.
           MOVE " "                    TO MBL-CARRIAGE-CONTROL
           WRITE MBL-PRINT-LINE
           MOVE SPACES                 TO MBL-PRINT-LINE.

      ******************************************************************
      * 6100-START-SECTION - WRITE A BLANK LINE AND THE SECTION TITLE
      *   HELD IN MS-SECTION-TITLE.
      ******************************************************************
       6100-START-SECTION.
           PERFORM 6000-WRITE-REPORT-LINE
           MOVE MS-SECTION-TITLE       TO MBL-TEXT
           PERFORM 6000-WRITE-REPORT-LINE.

      ******************************************************************
      * 6500-FIND-MODE - SET MS-MODE-SLOT TO THE BOARD SLOT OF THE
      *   RUN MODE IN MS-LOOK-MODE, ZERO WHEN IT IS NOT ONE OF THE
      *   THREE SCHEDULED MODES.
      ******************************************************************
       6500-FIND-MODE.
           MOVE ZERO                   TO MS-MODE-SLOT
           PERFORM 6510-MATCH-MODE
               VARYING MS-MODE-IDX FROM 1 BY 1
               UNTIL MS-MODE-IDX > 3
                  OR MS-MODE-SLOT > ZERO.
       6500-EXIT.
           EXIT.

      ******************************************************************
      * 6510-MATCH-MODE - CHECK ONE MODE NAME.  PERFORMED FROM
      *   6500-FIND-MODE.
      ******************************************************************
       6510-MATCH-MODE.
           IF MS-MODE-NAME(MS-MODE-IDX) = MS-LOOK-MODE
               MOVE MS-MODE-IDX        TO MS-MODE-SLOT
           END-IF.

      ******************************************************************
      * 6600-ADD-ITEM - RECORD AN ACTION ITEM FOR THE SITE IN
      *   MS-SITE-IDX WITH THE SEVERITY AND TEXT ALREADY SET, AND
      *   RAISE THE SITE'S STATUS TO MATCH.  A FULL TABLE STILL
      *   RAISES THE STATUS AND COUNTS THE ITEM AS UNLISTED.
      ******************************************************************
       6600-ADD-ITEM.
           IF MS-NEW-SEVERITY > MS-SITE-SEVERITY(MS-SITE-IDX)
               MOVE MS-NEW-SEVERITY    TO MS-SITE-SEVERITY(MS-SITE-IDX)
           END-IF
           IF MS-ITEM-COUNT < 300
               ADD 1                   TO MS-ITEM-COUNT
               MOVE MS-SITE-IDX        TO MS-ITEM-SITE(MS-ITEM-COUNT)
               MOVE MS-NEW-SEVERITY    TO MS-ITEM-SEVERITY
                                           (MS-ITEM-COUNT)
               MOVE MS-NEW-TEXT        TO MS-ITEM-TEXT(MS-ITEM-COUNT)
           ELSE
               ADD 1                   TO MS-ITEMS-UNLISTED
                                           (MS-SITE-IDX)
           END-IF.
       6600-EXIT.
           EXIT.

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
      *   SO THE FINAL RETURN-CODE IS ALWAYS SET CONSISTENTLY.
      ******************************************************************
       MAIN-LOGIC-EXIT.
           MOVE MS-RETURN-CODE         TO RETURN-CODE.
           STOP RUN.
