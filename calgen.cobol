      * Business-calendar generation from site holidays and weekends.
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.  THE BUSINESS CALENDAR WAS TYPED
      *                     IN BY HAND EVERY YEAR FOR EVERY SITE -
      *                     ABOUT 365 ROWS A SITE, WITH THE MONTH-END
      *                     AND YEAR-END FLAGS SET BY EYE.  THIS STEP
      *                     BUILDS THE WHOLE YEAR FOR EACH ACTIVE SITE
      *                     FROM THE SITE'S WEEKEND RULE ON SITECTL
      *                     AND ITS ROWS ON THE HOLIDAY FILE, SETS
      *                     THE MONTH-END FLAG ON THE LAST PROCESSING
      *                     DAY OF EACH MONTH AND THE YEAR-END FLAG ON
      *                     THE LAST PROCESSING DAY OF THE YEAR, AND
      *                     PRINTS A PROOF LISTING FOR THE CALENDAR
      *                     OWNER TO SIGN OFF.  THE NEW YEAR GOES TO
      *                     BIZNEW; ONCE SIGNED OFF IT IS ADDED TO
      *                     BIZCAL AND CALAUD CONFIRMS THE LOAD.
      *                     A HOLIDAY THAT IS NOT A REAL DATE, OR A
      *                     MONTH LEFT WITH NO PROCESSING DAY, FAILS
      *                     THE STEP RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CALGEN.
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
                  FILE STATUS IS CG-SITECTL-STATUS.
           SELECT HOLIDAY-FILE        ASSIGN TO HOLIDAY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CG-HOL-STATUS.
           SELECT NEW-CAL-FILE        ASSIGN TO BIZNEW
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CG-CAL-STATUS.
           SELECT PROOF-RPT-FILE      ASSIGN TO CALGRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CG-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SITE-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SITECTL.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY HOLIDAY.

       FD  NEW-CAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BIZCAL.

       FD  PROOF-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CALGRPT.

       WORKING-STORAGE SECTION.

      ******************************************************************
      * GENERATION CONTROLS - THE YEAR TO BUILD IS TAKEN FROM THE
      * EXEC PARM; WITHOUT ONE IT IS NEXT YEAR.
      ******************************************************************
       01  CG-GEN-YEAR                 PIC 9(04)   VALUE ZERO.
       01  CG-TODAY-DATE               PIC 9(08)   VALUE ZERO.
       01  CG-TODAY-DATE-R REDEFINES CG-TODAY-DATE.
           05  CG-TODAY-YEAR           PIC 9(04).
           05  FILLER                  PIC 9(04).

       01  CG-SITECTL-STATUS           PIC X(02)   VALUE SPACES.
           88  CG-SITECTL-OK                       VALUE "00".
           88  CG-SITECTL-NOT-FOUND                VALUE "35".
       01  CG-HOL-STATUS               PIC X(02)   VALUE SPACES.
           88  CG-HOL-OK                           VALUE "00".
           88  CG-HOL-NOT-FOUND                    VALUE "35".
       01  CG-CAL-STATUS               PIC X(02)   VALUE SPACES.
       01  CG-RPT-STATUS               PIC X(02)   VALUE SPACES.

       01  CG-SWITCHES.
           05  CG-SITECTL-EOF-SW       PIC X(01)   VALUE "N".
               88  CG-SITECTL-EOF                  VALUE "Y".
           05  CG-HOL-EOF-SW           PIC X(01)   VALUE "N".
               88  CG-HOL-EOF                      VALUE "Y".
           05  CG-SITE-OVFL-SW         PIC X(01)   VALUE "N".
               88  CG-SITE-OVERFLOW                VALUE "Y".
           05  CG-HOL-OVFL-SW          PIC X(01)   VALUE "N".
               88  CG-HOL-OVERFLOW                 VALUE "Y".
           05  CG-HOL-FOUND-SW         PIC X(01)   VALUE "N".
               88  CG-HOL-FOUND                    VALUE "Y".
           05  CG-DATE-VALID-SW        PIC X(01)   VALUE "N".
               88  CG-DATE-VALID                   VALUE "Y".

      ******************************************************************
      * ACTIVE SITES TO BUILD, LOADED FROM THE SITE-CONTROL FILE THE
      * SAME WAY THE ALL-SITES RUN LOADS THEM, WITH EACH SITE'S
      * WEEKEND FLAGS (MONDAY FIRST).  A BLANK RULE IS THE USUAL
      * SATURDAY/SUNDAY WEEKEND.
      ******************************************************************
       01  CG-SITE-COUNT               PIC 9(02)   COMP VALUE ZERO.
       01  CG-SITE-IDX                 PIC 9(02)   COMP VALUE ZERO.
       01  CG-GEN-SITE                 PIC X(02)   VALUE SPACES.

       01  CG-SITE-TABLE.
           05  CG-SITE-ENTRY           OCCURS 10 TIMES.
               10  CG-SITE-CODE-T      PIC X(02).
               10  CG-SITE-WEEKEND-T   PIC X(07).

       01  CG-DEFAULT-WEEKEND          PIC X(07)   VALUE "NNNNNYY".
       01  CG-SITE-WEEKEND             PIC X(07)   VALUE SPACES.
       01  CG-SITE-WEEKEND-R REDEFINES CG-SITE-WEEKEND.
           05  CG-WEEKEND-FLAG         PIC X(01)   OCCURS 7 TIMES.

      ******************************************************************
      * HOLIDAYS FOR THE YEAR BEING BUILT.  ROWS FOR OTHER YEARS ARE
      * SKIPPED AS THE FILE IS READ.
      ******************************************************************
       01  CG-HOL-COUNT                PIC 9(03)   COMP VALUE ZERO.
       01  CG-HOL-IDX                  PIC 9(03)   COMP VALUE ZERO.
       01  CG-HOL-MATCH                PIC 9(03)   COMP VALUE ZERO.

       01  CG-HOL-TABLE.
           05  CG-HOL-ENTRY            OCCURS 300 TIMES.
               10  CG-HOL-SITE-T       PIC X(02).
               10  CG-HOL-DATE-T       PIC X(08).
               10  CG-HOL-DESC-T       PIC X(30).
               10  CG-HOL-USED-T       PIC X(01).

      ******************************************************************
      * THE YEAR BEING BUILT FOR ONE SITE, ONE ENTRY PER DAY.  THE
      * DAY TYPES ARE SET ON THE FORWARD PASS; THE MONTH-END AND
      * YEAR-END FLAGS ARE SET AFTER IT, ONCE THE LAST PROCESSING DAY
      * OF EACH MONTH IS KNOWN.
      ******************************************************************
       01  CG-DAY-COUNT                PIC 9(03)   COMP VALUE ZERO.
       01  CG-DAY-IDX                  PIC 9(03)   COMP VALUE ZERO.
       01  CG-DAY-TABLE.
           05  CG-DAY-ENTRY            OCCURS 366 TIMES.
               10  CG-DY-DATE          PIC X(08).
               10  CG-DY-TYPE          PIC X(01).
                   88  CG-DY-PROCESSING            VALUE "P".
                   88  CG-DY-HOLIDAY               VALUE "H".
                   88  CG-DY-WEEKEND               VALUE "W".
               10  CG-DY-MONTH-END     PIC X(01).
               10  CG-DY-YEAR-END      PIC X(01).
               10  CG-DY-WEEKDAY       PIC 9(01).
               10  CG-DY-HOL-IDX       PIC 9(03)   COMP.

      ******************************************************************
      * PER-MONTH AND PER-SITE COUNTS FOR THE PROOF LISTING.  THE
      * LAST PROCESSING DAY SEEN IN THE MONTH AND IN THE YEAR
      * BECOMES THE MONTH-END AND YEAR-END DAY.
      ******************************************************************
       01  CG-CUR-MONTH                PIC X(06)   VALUE SPACES.
       01  CG-MONTH-LAST-P             PIC 9(03)   COMP VALUE ZERO.
       01  CG-YEAR-LAST-P              PIC 9(03)   COMP VALUE ZERO.
       01  CG-MONTH-END-DATE           PIC X(08)   VALUE SPACES.
       01  CG-MONTH-DAYS-CT            PIC 9(03)   VALUE ZERO.
       01  CG-MONTH-PROC-CT            PIC 9(03)   VALUE ZERO.
       01  CG-MONTH-WKND-CT            PIC 9(03)   VALUE ZERO.
       01  CG-MONTH-HOL-CT             PIC 9(03)   VALUE ZERO.
       01  CG-SITE-PROC-CT             PIC 9(03)   VALUE ZERO.
       01  CG-SITE-WKND-CT             PIC 9(03)   VALUE ZERO.
       01  CG-SITE-HOL-CT              PIC 9(03)   VALUE ZERO.
       01  CG-YEAR-END-DATE            PIC X(08)   VALUE SPACES.

       01  CG-TOTAL-ERROR-COUNT        PIC 9(05)   VALUE ZERO.
       01  CG-TOTAL-WARN-COUNT         PIC 9(05)   VALUE ZERO.
       01  CG-TOTAL-REC-COUNT          PIC 9(05)   VALUE ZERO.

      ******************************************************************
      * DATE WORK AREAS - THE NEXT-DAY DERIVATION IS THE ONE CALAUD
      * USES FOR ITS GAP CHECK.  THE DAY OF THE WEEK (1 = MONDAY
      * THROUGH 7 = SUNDAY) IS WORKED OUT ONCE FOR 1 JANUARY AND
      * STEPPED WITH THE DATE.
      ******************************************************************
       01  CG-WORK-DATE                PIC 9(08)   VALUE ZERO.
       01  CG-WORK-DATE-R REDEFINES CG-WORK-DATE.
           05  CG-WORK-YEAR            PIC 9(04).
           05  CG-WORK-MONTH           PIC 9(02).
           05  CG-WORK-DAY             PIC 9(02).
       01  CG-WORK-DATE-X              PIC X(08)   VALUE SPACES.

       01  CG-MONTH-DAYS-VALUES.
           05  FILLER                  PIC X(24)
               VALUE "312831303130313130313031".
       01  CG-MONTH-DAYS-R REDEFINES CG-MONTH-DAYS-VALUES.
           05  CG-MONTH-DAYS           PIC 9(02)   OCCURS 12 TIMES.

       01  CG-DAYS-IN-MONTH            PIC 9(02)   VALUE ZERO.
       01  CG-LEAP-QUOTIENT            PIC 9(04)   COMP VALUE ZERO.
       01  CG-LEAP-REMAINDER           PIC 9(04)   COMP VALUE ZERO.
       01  CG-LEAP-SW                  PIC X(01)   VALUE "N".
           88  CG-LEAP-YEAR                        VALUE "Y".

       01  CG-JAN1-WEEKDAY             PIC 9(01)   VALUE ZERO.
       01  CG-WEEKDAY                  PIC 9(01)   VALUE ZERO.
       01  CG-PRIOR-YEAR               PIC 9(04)   COMP VALUE ZERO.
       01  CG-REM-4                    PIC 9(04)   COMP VALUE ZERO.
       01  CG-REM-100                  PIC 9(04)   COMP VALUE ZERO.
       01  CG-REM-400                  PIC 9(04)   COMP VALUE ZERO.
       01  CG-WEEKDAY-SUM              PIC 9(05)   COMP VALUE ZERO.
       01  CG-WEEKDAY-QUOT             PIC 9(05)   COMP VALUE ZERO.
       01  CG-WEEKDAY-REM              PIC 9(01)   COMP VALUE ZERO.

       01  CG-WEEKDAY-NAME-VALUES.
           05  FILLER                  PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  CG-WEEKDAY-NAME-R REDEFINES CG-WEEKDAY-NAME-VALUES.
           05  CG-WEEKDAY-NAME         PIC X(03)   OCCURS 7 TIMES.

      ******************************************************************
      * STEP COMPLETION CODE - MOVED TO RETURN-CODE AT MAIN-LOGIC-EXIT
      * SO THE JOB SCHEDULER HAS SOMETHING TO COND ON.
      ******************************************************************
       01  CG-RETURN-CODE              PIC 9(02)   VALUE ZERO.
           88  CG-RC-NORMAL                        VALUE 0.
           88  CG-RC-WARNING                       VALUE 4.
           88  CG-RC-FATAL                         VALUE 8.

       LINKAGE SECTION.

      ******************************************************************
      * STANDARD MVS PARM-PASSING AREA.  PASSED BY THE EXEC PARM=
      * OPERAND WHEN CALGEN IS INVOKED: OPTIONAL CALENDAR YEAR TO
      * BUILD (YYYY) IN POSITIONS 1-4.
      ******************************************************************
       01  CG-PARM-AREA.
           05  CG-PARM-LEN             PIC S9(04)  COMP.
           05  CG-PARM-TEXT            PIC X(04).

       PROCEDURE DIVISION USING CG-PARM-AREA.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET CG-RC-NORMAL TO TRUE.
           ACCEPT CG-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
           PERFORM 1100-LOAD-SITE-TABLE THRU 1100-EXIT.
           PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
           PERFORM 1300-FIND-JAN1-WEEKDAY THRU 1300-EXIT.
           OPEN OUTPUT NEW-CAL-FILE.
           OPEN OUTPUT PROOF-RPT-FILE.
           PERFORM 2000-PRINT-REPORT-HEADER THRU 2000-EXIT.
           PERFORM 3000-GENERATE-SITE THRU 3000-EXIT
               VARYING CG-SITE-IDX FROM 1 BY 1
               UNTIL CG-SITE-IDX > CG-SITE-COUNT.
           PERFORM 4000-CHECK-UNUSED-HOLIDAYS THRU 4000-EXIT.
           PERFORM 5000-PRINT-VERDICT THRU 5000-EXIT.
           CLOSE NEW-CAL-FILE.
           CLOSE PROOF-RPT-FILE.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-PARSE-PARM - PULL THE YEAR TO BUILD OFF THE EXEC PARM.
      *   ABSENT MEANS NEXT YEAR; A NON-NUMERIC YEAR, OR ONE THE
      *   GREGORIAN RULES BELOW DO NOT COVER, IS FATAL.
      ******************************************************************
       1000-PARSE-PARM.
           COMPUTE CG-GEN-YEAR = CG-TODAY-YEAR + 1
           IF CG-PARM-LEN < 04
               GO TO 1000-EXIT
           END-IF
           IF CG-PARM-TEXT(1:4) NOT NUMERIC
              OR CG-PARM-TEXT(1:4) < "1601"
               DISPLAY "CALGEN0001E PARM YEAR '" CG-PARM-TEXT(1:4)
                       "' IS NOT A VALID YYYY YEAR - NO CALENDAR "
                       "BUILT"
               SET CG-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           MOVE CG-PARM-TEXT(1:4)      TO CG-GEN-YEAR.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-SITE-TABLE - LOAD THE ACTIVE SITES AND THEIR
      *   WEEKEND RULES FROM THE SITE-CONTROL FILE.  WITHOUT IT THERE
      *   IS NOTHING TO BUILD, SO A MISSING FILE IS FATAL.
      ******************************************************************
       1100-LOAD-SITE-TABLE.
           MOVE "N"                    TO CG-SITECTL-EOF-SW
           MOVE "N"                    TO CG-SITE-OVFL-SW
           MOVE ZERO                   TO CG-SITE-COUNT

           OPEN INPUT SITE-CONTROL-FILE
           IF CG-SITECTL-NOT-FOUND
               DISPLAY "CALGEN0002E SITE-CONTROL FILE NOT FOUND - "
                       "NO CALENDAR BUILT"
               SET CG-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 1110-READ-SITE-RECORD
               UNTIL CG-SITECTL-EOF
           CLOSE SITE-CONTROL-FILE

           IF CG-SITE-OVERFLOW
               DISPLAY "CALGEN0003E SITE-CONTROL FILE HAS MORE THAN "
                       "10 ACTIVE SITES - SITE TABLE FULL, NO "
                       "CALENDAR BUILT"
               SET CG-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF

           IF CG-SITE-COUNT = ZERO
               DISPLAY "CALGEN0004E NO ACTIVE SITES ON THE "
                       "SITE-CONTROL FILE - NOTHING TO BUILD"
               SET CG-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-READ-SITE-RECORD - READ ONE SITE-CONTROL RECORD AND ADD
      *   IT TO THE SITE TABLE WHEN THE SITE IS ACTIVE.  PERFORMED
      *   FROM 1100-LOAD-SITE-TABLE.
      ******************************************************************
       1110-READ-SITE-RECORD.
           READ SITE-CONTROL-FILE INTO SITE-CONTROL-RECORD
               AT END
                   SET CG-SITECTL-EOF TO TRUE
               NOT AT END
                   IF SC-SITE-ACTIVE
                       IF CG-SITE-COUNT < 10
                           ADD 1        TO CG-SITE-COUNT
                           MOVE SC-SITE-CODE
                                        TO CG-SITE-CODE-T
                                           (CG-SITE-COUNT)
                           IF SC-WEEKEND-DAYS = SPACES
                               MOVE CG-DEFAULT-WEEKEND
                                        TO CG-SITE-WEEKEND-T
                                           (CG-SITE-COUNT)
                           ELSE
                               MOVE SC-WEEKEND-DAYS
                                        TO CG-SITE-WEEKEND-T
                                           (CG-SITE-COUNT)
                           END-IF
                       ELSE
                           SET CG-SITE-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 1200-LOAD-HOLIDAYS - LOAD THE HOLIDAY ROWS FOR THE YEAR BEING
      *   BUILT.  A MISSING HOLIDAY FILE IS ALLOWED (A CALENDAR OF
      *   WEEKENDS ONLY) BUT WARNED, SINCE IT IS ALMOST NEVER RIGHT.
      ******************************************************************
       1200-LOAD-HOLIDAYS.
           MOVE "N"                    TO CG-HOL-EOF-SW
           MOVE "N"                    TO CG-HOL-OVFL-SW
           MOVE ZERO                   TO CG-HOL-COUNT

           OPEN INPUT HOLIDAY-FILE
           IF CG-HOL-NOT-FOUND
               DISPLAY "CALGEN0005W HOLIDAY FILE NOT FOUND - "
                       "CALENDAR WILL CARRY WEEKENDS ONLY"
               ADD 1                   TO CG-TOTAL-WARN-COUNT
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-HOLIDAY-RECORD
               UNTIL CG-HOL-EOF
           CLOSE HOLIDAY-FILE

           IF CG-HOL-OVERFLOW
               DISPLAY "CALGEN0006E MORE THAN 300 HOLIDAY ROWS FOR "
                       CG-GEN-YEAR " - HOLIDAY TABLE FULL, NO "
                       "CALENDAR BUILT"
               SET CG-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-READ-HOLIDAY-RECORD - READ ONE HOLIDAY ROW AND KEEP IT
      *   WHEN IT FALLS IN THE YEAR BEING BUILT.  PERFORMED FROM
      *   1200-LOAD-HOLIDAYS.
      ******************************************************************
       1210-READ-HOLIDAY-RECORD.
           READ HOLIDAY-FILE INTO HOLIDAY-RECORD
               AT END
                   SET CG-HOL-EOF TO TRUE
               NOT AT END
                   IF HOL-DATE(1:4) = CG-GEN-YEAR
                       IF CG-HOL-COUNT < 300
                           ADD 1        TO CG-HOL-COUNT
                           MOVE HOL-SITE-CODE
                                        TO CG-HOL-SITE-T
                                           (CG-HOL-COUNT)
                           MOVE HOL-DATE
                                        TO CG-HOL-DATE-T
                                           (CG-HOL-COUNT)
                           MOVE HOL-DESCRIPTION
                                        TO CG-HOL-DESC-T
                                           (CG-HOL-COUNT)
                           MOVE "N"     TO CG-HOL-USED-T
                                           (CG-HOL-COUNT)
                       ELSE
                           SET CG-HOL-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 1300-FIND-JAN1-WEEKDAY - WORK OUT THE DAY OF THE WEEK OF
      *   1 JANUARY OF THE YEAR BEING BUILT (GAUSS'S RULE), AS
      *   1 = MONDAY THROUGH 7 = SUNDAY.
      ******************************************************************
       1300-FIND-JAN1-WEEKDAY.
           COMPUTE CG-PRIOR-YEAR = CG-GEN-YEAR - 1
           DIVIDE CG-PRIOR-YEAR BY 4
               GIVING CG-LEAP-QUOTIENT
               REMAINDER CG-REM-4
           DIVIDE CG-PRIOR-YEAR BY 100
               GIVING CG-LEAP-QUOTIENT
               REMAINDER CG-REM-100
           DIVIDE CG-PRIOR-YEAR BY 400
               GIVING CG-LEAP-QUOTIENT
               REMAINDER CG-REM-400
           COMPUTE CG-WEEKDAY-SUM = 1 + (5 * CG-REM-4)
                                      + (4 * CG-REM-100)
                                      + (6 * CG-REM-400)
           DIVIDE CG-WEEKDAY-SUM BY 7
               GIVING CG-WEEKDAY-QUOT
               REMAINDER CG-WEEKDAY-REM
           IF CG-WEEKDAY-REM = ZERO
               MOVE 7                  TO CG-JAN1-WEEKDAY
           ELSE
               MOVE CG-WEEKDAY-REM     TO CG-JAN1-WEEKDAY
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PRINT-REPORT-HEADER - PRINT THE PROOF LISTING TITLE AND
      *   THE YEAR BEING BUILT.
      ******************************************************************
       2000-PRINT-REPORT-HEADER.
           MOVE SPACES                 TO CGL-PRINT-LINE
           MOVE "1"                    TO CGL-CARRIAGE-CONTROL
           STRING "BUSINESS-CALENDAR GENERATION PROOF LISTING - YEAR "
                      DELIMITED BY SIZE
                  CG-GEN-YEAR DELIMITED BY SIZE
                  INTO CGL-TEXT
           END-STRING
           WRITE CGL-PRINT-LINE
           MOVE SPACES                 TO CGL-PRINT-LINE

           STRING "GENERATED: " DELIMITED BY SIZE
                  CG-TODAY-DATE DELIMITED BY SIZE
                  "   1 JANUARY FALLS ON A " DELIMITED BY SIZE
                  CG-WEEKDAY-NAME(CG-JAN1-WEEKDAY) DELIMITED BY SIZE
                  INTO CGL-TEXT
           END-STRING
           PERFORM 6000-WRITE-PROOF-LINE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GENERATE-SITE - BUILD, WRITE AND PROVE THE YEAR FOR ONE
      *   ACTIVE SITE: TYPE EVERY DAY, FLAG THE MONTH-END AND
      *   YEAR-END DAYS, THEN WRITE THE CALENDAR RECORDS AND THE
      *   PROOF LINES.  PERFORMED FROM BEGIN, ONCE PER ACTIVE SITE.
      ******************************************************************
       3000-GENERATE-SITE.
           MOVE CG-SITE-CODE-T(CG-SITE-IDX) TO CG-GEN-SITE
           MOVE CG-SITE-WEEKEND-T(CG-SITE-IDX) TO CG-SITE-WEEKEND
           MOVE ZERO                   TO CG-DAY-COUNT
           MOVE ZERO                   TO CG-SITE-PROC-CT
           MOVE ZERO                   TO CG-SITE-WKND-CT
           MOVE ZERO                   TO CG-SITE-HOL-CT
           MOVE SPACES                 TO CG-YEAR-END-DATE

           MOVE SPACES                 TO CGL-PRINT-LINE
           PERFORM 6000-WRITE-PROOF-LINE
           STRING "SITE " DELIMITED BY SIZE
                  CG-GEN-SITE DELIMITED BY SIZE
                  "   WEEKEND DAYS (MTWTFSS): " DELIMITED BY SIZE
                  CG-SITE-WEEKEND DELIMITED BY SIZE
                  INTO CGL-TEXT
           END-STRING
           PERFORM 6000-WRITE-PROOF-LINE

           MOVE CG-GEN-YEAR            TO CG-WORK-YEAR
           MOVE 1                      TO CG-WORK-MONTH
           MOVE 1                      TO CG-WORK-DAY
           MOVE CG-JAN1-WEEKDAY        TO CG-WEEKDAY
           PERFORM 3100-BUILD-ONE-DAY THRU 3100-EXIT
               UNTIL CG-WORK-YEAR NOT = CG-GEN-YEAR

           PERFORM 3200-FLAG-CLOSE-DAYS THRU 3200-EXIT

           MOVE SPACES                 TO CG-CUR-MONTH
           PERFORM 3300-WRITE-ONE-DAY THRU 3300-EXIT
               VARYING CG-DAY-IDX FROM 1 BY 1
               UNTIL CG-DAY-IDX > CG-DAY-COUNT
           PERFORM 3400-PRINT-MONTH-SUMMARY THRU 3400-EXIT

           MOVE SPACES                 TO CGL-PRINT-LINE
           IF CG-YEAR-END-DATE = SPACES
               STRING "    NO PROCESSING DAY IN " DELIMITED BY SIZE
                      CG-GEN-YEAR DELIMITED BY SIZE
                      " - NO YEAR-END DAY" DELIMITED BY SIZE
                      INTO CGL-TEXT
               END-STRING
               PERFORM 6100-WRITE-EXCEPTION-LINE
           ELSE
               STRING "    YEAR-END DAY " DELIMITED BY SIZE
                      CG-YEAR-END-DATE DELIMITED BY SIZE
                      "   PROCESSING DAYS " DELIMITED BY SIZE
                      CG-SITE-PROC-CT DELIMITED BY SIZE
                      "   WEEKEND DAYS " DELIMITED BY SIZE
                      CG-SITE-WKND-CT DELIMITED BY SIZE
                      "   HOLIDAYS " DELIMITED BY SIZE
                      CG-SITE-HOL-CT DELIMITED BY SIZE
                      INTO CGL-TEXT
               END-STRING
               PERFORM 6000-WRITE-PROOF-LINE
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-BUILD-ONE-DAY - TYPE ONE DAY FOR THE SITE: A WEEKEND DAY
      *   BY THE SITE'S RULE, ELSE A HOLIDAY WHEN THE HOLIDAY FILE
      *   NAMES IT FOR THE SITE OR FOR ALL SITES, ELSE A PROCESSING
      *   DAY.  A HOLIDAY ON A WEEKEND DAY STAYS A WEEKEND DAY AND IS
      *   NOTED ON THE PROOF.  THEN STEP TO THE NEXT DATE AND
      *   WEEKDAY.  PERFORMED FROM 3000-GENERATE-SITE.
      ******************************************************************
       3100-BUILD-ONE-DAY.
           ADD 1                       TO CG-DAY-COUNT
           MOVE CG-WORK-DATE           TO CG-WORK-DATE-X
           MOVE CG-WORK-DATE-X         TO CG-DY-DATE(CG-DAY-COUNT)
           MOVE "N"                    TO CG-DY-MONTH-END(CG-DAY-COUNT)
           MOVE "N"                    TO CG-DY-YEAR-END(CG-DAY-COUNT)
           MOVE ZERO                   TO CG-DY-HOL-IDX(CG-DAY-COUNT)
           MOVE CG-WEEKDAY             TO CG-DY-WEEKDAY(CG-DAY-COUNT)

           PERFORM 3110-FIND-HOLIDAY THRU 3110-EXIT
           IF CG-HOL-FOUND
               MOVE CG-HOL-MATCH       TO CG-DY-HOL-IDX(CG-DAY-COUNT)
               MOVE "Y"                TO CG-HOL-USED-T(CG-HOL-MATCH)
           END-IF

           EVALUATE TRUE
               WHEN CG-WEEKEND-FLAG(CG-WEEKDAY) = "Y"
                   SET CG-DY-WEEKEND(CG-DAY-COUNT) TO TRUE
                   ADD 1               TO CG-SITE-WKND-CT
               WHEN CG-HOL-FOUND
                   SET CG-DY-HOLIDAY(CG-DAY-COUNT) TO TRUE
                   ADD 1               TO CG-SITE-HOL-CT
               WHEN OTHER
                   SET CG-DY-PROCESSING(CG-DAY-COUNT) TO TRUE
                   ADD 1               TO CG-SITE-PROC-CT
           END-EVALUATE

           PERFORM 9100-BUMP-DATE THRU 9100-EXIT
           IF CG-WEEKDAY < 7
               ADD 1                   TO CG-WEEKDAY
           ELSE
               MOVE 1                  TO CG-WEEKDAY
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3110-FIND-HOLIDAY - LOOK FOR A HOLIDAY ROW FOR THE DATE IN
      *   CG-WORK-DATE-X AND THE SITE BEING BUILT (OR "**").
      *   CG-HOL-MATCH IS THE FIRST MATCHING ROW.  PERFORMED FROM
      *   3100-BUILD-ONE-DAY.
      ******************************************************************
       3110-FIND-HOLIDAY.
           MOVE "N"                    TO CG-HOL-FOUND-SW
           MOVE ZERO                   TO CG-HOL-MATCH
           PERFORM 3115-MATCH-HOLIDAY
               VARYING CG-HOL-IDX FROM 1 BY 1
               UNTIL CG-HOL-IDX > CG-HOL-COUNT
                  OR CG-HOL-FOUND.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3115-MATCH-HOLIDAY - CHECK ONE HOLIDAY ROW AGAINST THE WORK
      *   DATE FOR THE SITE BEING BUILT OR "**".  PERFORMED FROM
      *   3110-FIND-HOLIDAY.
      ******************************************************************
       3115-MATCH-HOLIDAY.
           IF CG-HOL-DATE-T(CG-HOL-IDX) = CG-WORK-DATE-X
              AND (CG-HOL-SITE-T(CG-HOL-IDX) = CG-GEN-SITE
                   OR CG-HOL-SITE-T(CG-HOL-IDX) = "**")
               SET CG-HOL-FOUND        TO TRUE
               MOVE CG-HOL-IDX         TO CG-HOL-MATCH
           END-IF.

      ******************************************************************
      * 3200-FLAG-CLOSE-DAYS - WALK THE YEAR AND PUT THE MONTH-END
      *   FLAG ON THE LAST PROCESSING DAY OF EACH MONTH AND THE
      *   YEAR-END FLAG ON THE LAST PROCESSING DAY OF THE YEAR.
      *   PERFORMED FROM 3000-GENERATE-SITE.
      ******************************************************************
       3200-FLAG-CLOSE-DAYS.
           MOVE SPACES                 TO CG-CUR-MONTH
           MOVE ZERO                   TO CG-MONTH-LAST-P
           MOVE ZERO                   TO CG-YEAR-LAST-P
           PERFORM 3210-TRACK-LAST-PROCESSING-DAY
               VARYING CG-DAY-IDX FROM 1 BY 1
               UNTIL CG-DAY-IDX > CG-DAY-COUNT
           IF CG-MONTH-LAST-P > ZERO
               MOVE "Y"                TO CG-DY-MONTH-END
                                           (CG-MONTH-LAST-P)
           END-IF
           IF CG-YEAR-LAST-P > ZERO
               MOVE "Y"                TO CG-DY-YEAR-END
                                           (CG-YEAR-LAST-P)
               MOVE CG-DY-DATE(CG-YEAR-LAST-P) TO CG-YEAR-END-DATE
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-TRACK-LAST-PROCESSING-DAY - AT A MONTH BREAK, FLAG THE
      *   LAST PROCESSING DAY OF THE MONTH JUST ENDED; THEN REMEMBER
      *   THIS DAY IF IT IS A PROCESSING DAY.  PERFORMED FROM
      *   3200-FLAG-CLOSE-DAYS.
      ******************************************************************
       3210-TRACK-LAST-PROCESSING-DAY.
           IF CG-DY-DATE(CG-DAY-IDX)(1:6) NOT = CG-CUR-MONTH
               IF CG-MONTH-LAST-P > ZERO
                   MOVE "Y"            TO CG-DY-MONTH-END
                                           (CG-MONTH-LAST-P)
               END-IF
               MOVE CG-DY-DATE(CG-DAY-IDX)(1:6) TO CG-CUR-MONTH
               MOVE ZERO               TO CG-MONTH-LAST-P
           END-IF
           IF CG-DY-PROCESSING(CG-DAY-IDX)
               MOVE CG-DAY-IDX         TO CG-MONTH-LAST-P
               MOVE CG-DAY-IDX         TO CG-YEAR-LAST-P
           END-IF.

      ******************************************************************
      * 3300-WRITE-ONE-DAY - WRITE ONE CALENDAR RECORD, PRINT THE DAY
      *   WHEN IT IS A HOLIDAY (OR A HOLIDAY FALLING ON A WEEKEND),
      *   AND KEEP THE MONTH COUNTS, PRINTING EACH MONTH'S SUMMARY AT
      *   THE MONTH BREAK.  PERFORMED FROM 3000-GENERATE-SITE.
      ******************************************************************
       3300-WRITE-ONE-DAY.
           IF CG-DY-DATE(CG-DAY-IDX)(1:6) NOT = CG-CUR-MONTH
               PERFORM 3400-PRINT-MONTH-SUMMARY THRU 3400-EXIT
               MOVE CG-DY-DATE(CG-DAY-IDX)(1:6) TO CG-CUR-MONTH
               MOVE ZERO               TO CG-MONTH-DAYS-CT
               MOVE ZERO               TO CG-MONTH-PROC-CT
               MOVE ZERO               TO CG-MONTH-WKND-CT
               MOVE ZERO               TO CG-MONTH-HOL-CT
               MOVE SPACES             TO CG-MONTH-END-DATE
           END-IF

           MOVE SPACES                 TO CALENDAR-RECORD
           MOVE CG-GEN-SITE            TO CAL-SITE-CODE
           MOVE CG-DY-DATE(CG-DAY-IDX) TO CAL-DATE
           MOVE CG-DY-TYPE(CG-DAY-IDX) TO CAL-DAY-TYPE
           MOVE CG-DY-MONTH-END(CG-DAY-IDX) TO CAL-MONTH-END-FLAG
           MOVE CG-DY-YEAR-END(CG-DAY-IDX) TO CAL-YEAR-END-FLAG
           WRITE CALENDAR-RECORD
           ADD 1                       TO CG-TOTAL-REC-COUNT

           ADD 1                       TO CG-MONTH-DAYS-CT
           EVALUATE TRUE
               WHEN CG-DY-PROCESSING(CG-DAY-IDX)
                   ADD 1               TO CG-MONTH-PROC-CT
               WHEN CG-DY-WEEKEND(CG-DAY-IDX)
                   ADD 1               TO CG-MONTH-WKND-CT
               WHEN CG-DY-HOLIDAY(CG-DAY-IDX)
                   ADD 1               TO CG-MONTH-HOL-CT
           END-EVALUATE
           IF CG-DY-MONTH-END(CG-DAY-IDX) = "Y"
               MOVE CG-DY-DATE(CG-DAY-IDX) TO CG-MONTH-END-DATE
           END-IF

           IF CG-DY-HOL-IDX(CG-DAY-IDX) = ZERO
               GO TO 3300-EXIT
           END-IF
           MOVE CG-DY-HOL-IDX(CG-DAY-IDX) TO CG-HOL-IDX
           MOVE CG-DY-WEEKDAY(CG-DAY-IDX) TO CG-WEEKDAY
           IF CG-DY-HOLIDAY(CG-DAY-IDX)
               STRING "    HOLIDAY  " DELIMITED BY SIZE
                      CG-DY-DATE(CG-DAY-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CG-WEEKDAY-NAME(CG-WEEKDAY) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CG-HOL-DESC-T(CG-HOL-IDX) DELIMITED BY SIZE
                      INTO CGL-TEXT
               END-STRING
           ELSE
               STRING "    HOLIDAY  " DELIMITED BY SIZE
                      CG-DY-DATE(CG-DAY-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CG-HOL-DESC-T(CG-HOL-IDX) DELIMITED BY SIZE
                      "  FALLS ON A WEEKEND DAY - NO EXTRA DAY OFF "
                          DELIMITED BY SIZE
                      "GENERATED" DELIMITED BY SIZE
                      INTO CGL-TEXT
               END-STRING
               ADD 1                   TO CG-TOTAL-WARN-COUNT
           END-IF
           PERFORM 6000-WRITE-PROOF-LINE.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-PRINT-MONTH-SUMMARY - PRINT THE COUNTS AND MONTH-END DAY
      *   FOR THE MONTH JUST WRITTEN.  A MONTH WITH NO PROCESSING DAY
      *   HAS NO MONTH-END DAY, WHICH THE CLOSE RUNS CANNOT LIVE
      *   WITH.  PERFORMED FROM 3300-WRITE-ONE-DAY AT EACH MONTH
      *   BREAK AND FROM 3000-GENERATE-SITE FOR THE LAST MONTH.
      ******************************************************************
       3400-PRINT-MONTH-SUMMARY.
           IF CG-CUR-MONTH = SPACES
               GO TO 3400-EXIT
           END-IF
           IF CG-MONTH-END-DATE = SPACES
               STRING "    MONTH " DELIMITED BY SIZE
                      CG-CUR-MONTH DELIMITED BY SIZE
                      " HAS NO PROCESSING DAY - NO MONTH-END DAY"
                          DELIMITED BY SIZE
                      INTO CGL-TEXT
               END-STRING
               PERFORM 6100-WRITE-EXCEPTION-LINE
               GO TO 3400-EXIT
           END-IF
           STRING "  MONTH " DELIMITED BY SIZE
                  CG-CUR-MONTH DELIMITED BY SIZE
                  "  DAYS " DELIMITED BY SIZE
                  CG-MONTH-DAYS-CT DELIMITED BY SIZE
                  "  PROCESSING " DELIMITED BY SIZE
                  CG-MONTH-PROC-CT DELIMITED BY SIZE
                  "  WEEKEND " DELIMITED BY SIZE
                  CG-MONTH-WKND-CT DELIMITED BY SIZE
                  "  HOLIDAY " DELIMITED BY SIZE
                  CG-MONTH-HOL-CT DELIMITED BY SIZE
                  "  MONTH-END DAY " DELIMITED BY SIZE
                  CG-MONTH-END-DATE DELIMITED BY SIZE
                  INTO CGL-TEXT
           END-STRING
           PERFORM 6000-WRITE-PROOF-LINE.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHECK-UNUSED-HOLIDAYS - A HOLIDAY ROW FOR THE YEAR THAT
      *   NO SITE PICKED UP IS FOR A SITE THAT IS NOT ACTIVE OR
      *   REPEATS A DATE ALREADY TAKEN (WARNING), OR CARRIES A DATE
      *   THAT DOES NOT EXIST (ERROR - THE HOLIDAY THE OWNER MEANT IS
      *   MISSING FROM THE CALENDAR).
      ******************************************************************
       4000-CHECK-UNUSED-HOLIDAYS.
           MOVE SPACES                 TO CGL-PRINT-LINE
           PERFORM 6000-WRITE-PROOF-LINE
           PERFORM 4010-CHECK-ONE-HOLIDAY THRU 4010-EXIT
               VARYING CG-HOL-IDX FROM 1 BY 1
               UNTIL CG-HOL-IDX > CG-HOL-COUNT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4010-CHECK-ONE-HOLIDAY - REPORT ONE UNUSED HOLIDAY ROW.
      *   PERFORMED FROM 4000-CHECK-UNUSED-HOLIDAYS.
      ******************************************************************
       4010-CHECK-ONE-HOLIDAY.
           IF CG-HOL-USED-T(CG-HOL-IDX) = "Y"
               GO TO 4010-EXIT
           END-IF
           PERFORM 4020-VALIDATE-HOLIDAY-DATE THRU 4020-EXIT
           IF NOT CG-DATE-VALID
               STRING "    HOLIDAY ROW SITE " DELIMITED BY SIZE
                      CG-HOL-SITE-T(CG-HOL-IDX) DELIMITED BY SIZE
                      " DATE '" DELIMITED BY SIZE
                      CG-HOL-DATE-T(CG-HOL-IDX) DELIMITED BY SIZE
                      "' IS NOT A REAL DATE - " DELIMITED BY SIZE
                      CG-HOL-DESC-T(CG-HOL-IDX) DELIMITED BY SIZE
                      INTO CGL-TEXT
               END-STRING
               PERFORM 6100-WRITE-EXCEPTION-LINE
               GO TO 4010-EXIT
           END-IF
           STRING "    HOLIDAY ROW SITE " DELIMITED BY SIZE
                  CG-HOL-SITE-T(CG-HOL-IDX) DELIMITED BY SIZE
                  " DATE " DELIMITED BY SIZE
                  CG-HOL-DATE-T(CG-HOL-IDX) DELIMITED BY SIZE
                  " NOT USED - SITE NOT ACTIVE OR DATE REPEATED"
                      DELIMITED BY SIZE
                  INTO CGL-TEXT
           END-STRING
           PERFORM 6000-WRITE-PROOF-LINE
           ADD 1                       TO CG-TOTAL-WARN-COUNT.
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 4020-VALIDATE-HOLIDAY-DATE - SET CG-DATE-VALID WHEN HOLIDAY
      *   ROW CG-HOL-IDX CARRIES A REAL CALENDAR DATE.  PERFORMED
      *   FROM 4010-CHECK-ONE-HOLIDAY.
      ******************************************************************
       4020-VALIDATE-HOLIDAY-DATE.
           MOVE "N"                    TO CG-DATE-VALID-SW
           IF CG-HOL-DATE-T(CG-HOL-IDX) NOT NUMERIC
               GO TO 4020-EXIT
           END-IF
           MOVE CG-HOL-DATE-T(CG-HOL-IDX) TO CG-WORK-DATE
           IF CG-WORK-MONTH < 1
              OR CG-WORK-MONTH > 12
              OR CG-WORK-DAY < 1
               GO TO 4020-EXIT
           END-IF
           MOVE CG-MONTH-DAYS(CG-WORK-MONTH) TO CG-DAYS-IN-MONTH
           IF CG-WORK-MONTH = 2
               PERFORM 9110-CHECK-LEAP-YEAR THRU 9110-EXIT
               IF CG-LEAP-YEAR
                   MOVE 29             TO CG-DAYS-IN-MONTH
               END-IF
           END-IF
           IF CG-WORK-DAY NOT > CG-DAYS-IN-MONTH
               SET CG-DATE-VALID       TO TRUE
           END-IF.
       4020-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-VERDICT - PRINT THE VERDICT AND THE SIGN-OFF BLOCK
      *   AND SET THE STEP RETURN CODE: ANY EXCEPTION FAILS THE
      *   GENERATION RC 8, WARNINGS ALONE END RC 4.
      ******************************************************************
       5000-PRINT-VERDICT.
           MOVE SPACES                 TO CGL-PRINT-LINE
           PERFORM 6000-WRITE-PROOF-LINE
           STRING "CALENDAR RECORDS WRITTEN: " DELIMITED BY SIZE
                  CG-TOTAL-REC-COUNT DELIMITED BY SIZE
                  "   EXCEPTIONS: " DELIMITED BY SIZE
                  CG-TOTAL-ERROR-COUNT DELIMITED BY SIZE
                  "   WARNINGS: " DELIMITED BY SIZE
                  CG-TOTAL-WARN-COUNT DELIMITED BY SIZE
                  INTO CGL-TEXT
           END-STRING
           PERFORM 6000-WRITE-PROOF-LINE

           IF CG-TOTAL-ERROR-COUNT > ZERO
               MOVE "VERDICT: CALENDAR GENERATION FAILED - DO NOT "
                                        TO CGL-TEXT
               MOVE "LOAD THIS CALENDAR" TO CGL-TEXT(46:18)
               SET CG-RC-FATAL TO TRUE
               DISPLAY "CALGEN0007E CALENDAR GENERATION FOR "
                       CG-GEN-YEAR " FAILED WITH "
                       CG-TOTAL-ERROR-COUNT " EXCEPTION(S) - SEE "
                       "THE PROOF LISTING"
           ELSE
               IF CG-TOTAL-WARN-COUNT > ZERO
                   MOVE "VERDICT: CALENDAR GENERATED WITH WARNINGS - "
                                        TO CGL-TEXT
                   MOVE "REVIEW BEFORE SIGN-OFF"
                                        TO CGL-TEXT(45:22)
                   SET CG-RC-WARNING TO TRUE
                   DISPLAY "CALGEN0008W CALENDAR FOR " CG-GEN-YEAR
                           " GENERATED WITH " CG-TOTAL-WARN-COUNT
                           " WARNING(S)"
               ELSE
                   MOVE "VERDICT: CALENDAR GENERATED - READY FOR "
                                        TO CGL-TEXT
                   MOVE "SIGN-OFF"     TO CGL-TEXT(41:8)
                   DISPLAY "CALGEN0009I CALENDAR FOR " CG-GEN-YEAR
                           " GENERATED FOR " CG-SITE-COUNT
                           " ACTIVE SITE(S)"
               END-IF
           END-IF
           PERFORM 6000-WRITE-PROOF-LINE

           MOVE SPACES                 TO CGL-PRINT-LINE
           PERFORM 6000-WRITE-PROOF-LINE
           MOVE "CALENDAR OWNER SIGN-OFF: ______________________   "
                                        TO CGL-TEXT
           MOVE "DATE: ____________"   TO CGL-TEXT(52:18)
           PERFORM 6000-WRITE-PROOF-LINE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-PROOF-LINE - WRITE THE TEXT ALREADY BUILT IN
      *   CGL-TEXT AND CLEAR THE LINE.
      ******************************************************************
       6000-WRITE-PROOF-LINE.
           MOVE " "                    TO CGL-CARRIAGE-CONTROL
           WRITE CGL-PRINT-LINE
           MOVE SPACES                 TO CGL-PRINT-LINE.

      ******************************************************************
      * 6100-WRITE-EXCEPTION-LINE - WRITE THE EXCEPTION TEXT ALREADY
      *   BUILT IN CGL-TEXT AND COUNT IT AGAINST THE RUN.
      ******************************************************************
       6100-WRITE-EXCEPTION-LINE.
           PERFORM 6000-WRITE-PROOF-LINE
           ADD 1                       TO CG-TOTAL-ERROR-COUNT.

      ******************************************************************
      * 9100-BUMP-DATE - ADVANCE CG-WORK-DATE BY ONE CALENDAR DAY,
      *   STANDARD GREGORIAN RULES.  PERFORMED FROM
      *   3100-BUILD-ONE-DAY.
      ******************************************************************
       9100-BUMP-DATE.
           MOVE CG-MONTH-DAYS(CG-WORK-MONTH) TO CG-DAYS-IN-MONTH
           IF CG-WORK-MONTH = 2
               PERFORM 9110-CHECK-LEAP-YEAR THRU 9110-EXIT
               IF CG-LEAP-YEAR
                   MOVE 29             TO CG-DAYS-IN-MONTH
               END-IF
           END-IF

           IF CG-WORK-DAY < CG-DAYS-IN-MONTH
               ADD 1                   TO CG-WORK-DAY
           ELSE
               MOVE 1                  TO CG-WORK-DAY
               IF CG-WORK-MONTH < 12
                   ADD 1               TO CG-WORK-MONTH
               ELSE
                   MOVE 1              TO CG-WORK-MONTH
                   ADD 1               TO CG-WORK-YEAR
               END-IF
           END-IF.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * 9110-CHECK-LEAP-YEAR - SET THE LEAP-YEAR SWITCH FOR
      *   CG-WORK-YEAR: DIVISIBLE BY 4, EXCEPT CENTURIES NOT
      *   DIVISIBLE BY 400.  PERFORMED FROM 9100-BUMP-DATE AND
      *   4020-VALIDATE-HOLIDAY-DATE.
      ******************************************************************
       9110-CHECK-LEAP-YEAR.
           MOVE "N"                    TO CG-LEAP-SW
           DIVIDE CG-WORK-YEAR BY 4
               GIVING CG-LEAP-QUOTIENT
               REMAINDER CG-LEAP-REMAINDER
           IF CG-LEAP-REMAINDER = ZERO
               SET CG-LEAP-YEAR TO TRUE
               DIVIDE CG-WORK-YEAR BY 100
                   GIVING CG-LEAP-QUOTIENT
                   REMAINDER CG-LEAP-REMAINDER
               IF CG-LEAP-REMAINDER = ZERO
                   DIVIDE CG-WORK-YEAR BY 400
                       GIVING CG-LEAP-QUOTIENT
                       REMAINDER CG-LEAP-REMAINDER
                   IF CG-LEAP-REMAINDER NOT = ZERO
                       MOVE "N"        TO CG-LEAP-SW
                   END-IF
               END-IF
           END-IF.
       9110-EXIT.
           EXIT.

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
      *   SO THE FINAL RETURN-CODE IS ALWAYS SET CONSISTENTLY.
      ******************************************************************
       MAIN-LOGIC-EXIT.
           MOVE CG-RETURN-CODE         TO RETURN-CODE.
           STOP RUN.
