      * Annual control-evidence report for the external auditors.
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.  EVERY YEAR THE EXTERNAL AUDITORS
      *                     ASK FOR PROOF THAT THE BATCH CONTROL RAN
      *                     ON EVERY PROCESSING DAY, FOR EVERY FORCED
      *                     RERUN WITH THE SUPERVISOR AND REASON, AND
      *                     FOR EVERY GATE CLOSE-OUT WITH WHO AND WHY,
      *                     AND IT WAS BEING PIECED TOGETHER BY HAND
      *                     FROM OPSRPT OUTPUT AND SYSOUT.  FOR ONE
      *                     CALENDAR YEAR AND SITE THIS STEP WALKS THE
      *                     BIZCAL PROCESSING DAYS AND GRADES EACH ONE
      *                     FROM THE AUDIT LOG THE SAME WAY THE
      *                     MONTHLY-CLOSE RECONCILIATION IN HLWRLD
      *                     DOES, LISTS EVERY "O" OVERRIDE AND EVERY
      *                     "C" GATE CLOSURE, AND ENDS WITH AN
      *                     ATTESTATION PAGE OF EXCEPTION COUNTS.  THE
      *                     AUDIT RECORDS COME FROM THE LIVE AUDITLOG
      *                     AND FROM THE HSKEEP ARCHIVE GENERATIONS
      *                     (DD AUDITARC, ALL GENERATIONS CONCATENATED)
      *                     SO MONTHS ALREADY ROLLED OFF THE LIVE LOG
      *                     ARE STILL COVERED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EVIDRPT.
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
           SELECT BIZCAL-FILE         ASSIGN TO BIZCAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EV-CAL-STATUS.
           SELECT AUDIT-ARCH-FILE     ASSIGN TO AUDITARC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EV-AUDARC-STATUS.
           SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EV-AUDIT-STATUS.
           SELECT EVID-RPT-FILE       ASSIGN TO EVDNRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EV-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BIZCAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY BIZCAL.

      ******************************************************************
      * THE ARCHIVE AND LIVE AUDIT LOGS SHARE ONE LAYOUT.  BOTH ARE
      * READ INTO THE AUDIT-LOG LAYOUT IN WORKING STORAGE SO ONE SET
      * OF PARAGRAPHS GRADES A RECORD WHICHEVER FILE IT CAME FROM.
      ******************************************************************
       FD  AUDIT-ARCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCH-RECORD           PIC X(70).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LIVE-RECORD           PIC X(70).

       FD  EVID-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EVDNRPT.

       WORKING-STORAGE SECTION.

       COPY AUDITLOG.

      ******************************************************************
      * RUN SELECTION - THE CALENDAR YEAR AND SITE, FROM THE EXEC
      * PARM, AND TODAY'S DATE SO A YEAR STILL IN PROGRESS DOES NOT
      * REPORT ITS FUTURE DAYS AS MISSED.
      ******************************************************************
       01  EV-REPORT-YEAR              PIC X(04)   VALUE SPACES.
       01  EV-SITE-CODE                PIC X(02)   VALUE SPACES.
       01  EV-TODAY-DATE               PIC X(08)   VALUE SPACES.

       01  EV-CAL-STATUS               PIC X(02)   VALUE SPACES.
           88  EV-CAL-OK                           VALUE "00".
           88  EV-CAL-NOT-FOUND                    VALUE "35".
       01  EV-AUDARC-STATUS            PIC X(02)   VALUE SPACES.
           88  EV-AUDARC-OK                        VALUE "00".
           88  EV-AUDARC-NOT-FOUND                 VALUE "35".
       01  EV-AUDIT-STATUS             PIC X(02)   VALUE SPACES.
           88  EV-AUDIT-OK                         VALUE "00".
           88  EV-AUDIT-NOT-FOUND                  VALUE "35".
       01  EV-RPT-STATUS               PIC X(02)   VALUE SPACES.

       01  EV-SWITCHES.
           05  EV-CAL-EOF-SW           PIC X(01)   VALUE "N".
               88  EV-CAL-EOF                      VALUE "Y".
           05  EV-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
               88  EV-AUDIT-EOF                    VALUE "Y".
           05  EV-ARCH-READ-SW         PIC X(01)   VALUE "N".
               88  EV-ARCH-READ                    VALUE "Y".
           05  EV-LIVE-READ-SW         PIC X(01)   VALUE "N".
               88  EV-LIVE-READ                    VALUE "Y".
           05  EV-LIST-OVFL-SW         PIC X(01)   VALUE "N".
               88  EV-LIST-OVERFLOW                VALUE "Y".

      ******************************************************************
      * PROCESSING-DAY TABLE - ONE ENTRY PER BIZCAL PROCESSING DAY OF
      * THE YEAR FOR THE SITE.  THE GRADE FOLLOWS THE HLWRLD MONTH
      * RECONCILIATION: 3 COMPLETED CLEAN, 2 COMPLETED WITH RC 4,
      * 1 FAILED (A BAD END, OR A START WITH NO END), 0 NO RUN AT ALL.
      * THE BEST GRADE SEEN FOR THE DAY IS KEPT.
      ******************************************************************
       01  EV-DAY-COUNT                PIC 9(03)   COMP VALUE ZERO.
       01  EV-DAY-IDX                  PIC 9(03)   COMP VALUE ZERO.
       01  EV-DAY-SLOT                 PIC 9(03)   COMP VALUE ZERO.

       01  EV-DAY-TABLE.
           05  EV-DAY-ENTRY            OCCURS 366 TIMES.
               10  EV-DAY-DATE         PIC X(08).
               10  EV-DAY-GRADE        PIC 9(01).
               10  EV-DAY-ATTEMPTS     PIC 9(03).
               10  EV-DAY-OVERRIDES    PIC 9(03).
               10  EV-DAY-CLOSURES     PIC 9(03).

       01  EV-THIS-GRADE               PIC 9(01)   VALUE ZERO.

      ******************************************************************
      * OVERRIDE AND GATE-CLOSURE LISTS, IN THE ORDER FOUND (ARCHIVE
      * GENERATIONS FIRST, THEN THE LIVE LOG).  EVIDENCE MUST NOT BE
      * SILENTLY DROPPED, SO A FULL LIST IS FATAL.
      ******************************************************************
       01  EV-OVR-COUNT                PIC 9(04)   COMP VALUE ZERO.
       01  EV-OVR-IDX                  PIC 9(04)   COMP VALUE ZERO.
       01  EV-OVR-TABLE.
           05  EV-OVR-ENTRY            OCCURS 1000 TIMES.
               10  EV-OVR-TS           PIC X(16).
               10  EV-OVR-JOB          PIC X(08).
               10  EV-OVR-MODE         PIC X(13).
               10  EV-OVR-USER         PIC X(08).
               10  EV-OVR-REASON       PIC X(04).

       01  EV-CLS-COUNT                PIC 9(04)   COMP VALUE ZERO.
       01  EV-CLS-IDX                  PIC 9(04)   COMP VALUE ZERO.
       01  EV-CLS-TABLE.
           05  EV-CLS-ENTRY            OCCURS 1000 TIMES.
               10  EV-CLS-TS           PIC X(16).
               10  EV-CLS-MODE         PIC X(13).
               10  EV-CLS-USER         PIC X(08).
               10  EV-CLS-REASON       PIC X(04).

      ******************************************************************
      * ATTESTATION COUNTS.
      ******************************************************************
       01  EV-ARCH-RECORDS             PIC 9(09)   VALUE ZERO.
       01  EV-LIVE-RECORDS             PIC 9(09)   VALUE ZERO.
       01  EV-CLEAN-COUNT              PIC 9(05)   VALUE ZERO.
       01  EV-RC4-COUNT                PIC 9(05)   VALUE ZERO.
       01  EV-FAILED-COUNT             PIC 9(05)   VALUE ZERO.
       01  EV-MISSING-COUNT            PIC 9(05)   VALUE ZERO.
       01  EV-NOT-DUE-COUNT            PIC 9(05)   VALUE ZERO.
       01  EV-EXCEPTION-COUNT          PIC 9(05)   VALUE ZERO.
       01  EV-COUNT-DISP               PIC 9(05)   VALUE ZERO.
       01  EV-SMALL-DISP               PIC ZZ9.

       01  EV-SECTION-TITLE            PIC X(132)  VALUE SPACES.
       01  EV-SUMMARY-LABEL            PIC X(40)   VALUE SPACES.

      ******************************************************************
      * STEP COMPLETION CODE - MOVED TO RETURN-CODE AT MAIN-LOGIC-EXIT
      * SO THE JOB SCHEDULER HAS SOMETHING TO COND ON.
      ******************************************************************
       01  EV-RETURN-CODE              PIC 9(02)   VALUE ZERO.
           88  EV-RC-NORMAL                        VALUE 0.
           88  EV-RC-WARNING                       VALUE 4.
           88  EV-RC-FATAL                         VALUE 8.

       LINKAGE SECTION.

      ******************************************************************
      * STANDARD MVS PARM-PASSING AREA.  PASSED BY THE EXEC PARM=
      * OPERAND WHEN EVIDRPT IS INVOKED: CALENDAR YEAR IN POSITIONS
      * 1-4, SITE CODE IN POSITIONS 5-6.
      ******************************************************************
       01  EV-PARM-AREA.
           05  EV-PARM-LEN             PIC S9(04)  COMP.
           05  EV-PARM-TEXT            PIC X(06).

       PROCEDURE DIVISION USING EV-PARM-AREA.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET EV-RC-NORMAL TO TRUE.
           ACCEPT EV-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
           PERFORM 1100-LOAD-PROCESSING-DAYS THRU 1100-EXIT.
           PERFORM 2000-SWEEP-ARCHIVE THRU 2000-EXIT.
           PERFORM 2100-SWEEP-LIVE-LOG THRU 2100-EXIT.
           IF EV-LIST-OVERFLOW
               DISPLAY "EVIDRPT0006E MORE THAN 1000 OVERRIDES OR GATE "
                       "CLOSURES FOR THE YEAR - LIST FULL, EVIDENCE "
                       "WOULD BE INCOMPLETE"
               SET EV-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
           OPEN OUTPUT EVID-RPT-FILE.
           PERFORM 3000-PRINT-DAY-STATUS THRU 3000-EXIT.
           PERFORM 3100-PRINT-OVERRIDES THRU 3100-EXIT.
           PERFORM 3200-PRINT-CLOSURES THRU 3200-EXIT.
           PERFORM 4000-PRINT-ATTESTATION THRU 4000-EXIT.
           CLOSE EVID-RPT-FILE.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-PARSE-PARM - PULL THE YEAR AND SITE OFF THE EXEC PARM.
      *   EVIDENCE IS ALWAYS FOR ONE NAMED YEAR AND SITE, SO BOTH ARE
      *   REQUIRED.
      ******************************************************************
       1000-PARSE-PARM.
           IF EV-PARM-LEN < 06
              OR EV-PARM-TEXT(1:4) NOT NUMERIC
              OR EV-PARM-TEXT(5:2) = SPACES
               DISPLAY "EVIDRPT0001E PARM MUST BE YEAR (YYYY) AND "
                       "SITE CODE - NO EVIDENCE REPORT PRODUCED"
               SET EV-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           MOVE EV-PARM-TEXT(1:4)      TO EV-REPORT-YEAR
           MOVE EV-PARM-TEXT(5:2)      TO EV-SITE-CODE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-PROCESSING-DAYS - LOAD THE SITE'S PROCESSING DAYS
      *   FOR THE YEAR FROM BIZCAL.  WITHOUT THEM THERE IS NOTHING TO
      *   ATTEST TO, SO A MISSING FILE OR AN EMPTY YEAR IS FATAL.
      ******************************************************************
       1100-LOAD-PROCESSING-DAYS.
           MOVE "N"                    TO EV-CAL-EOF-SW
           MOVE ZERO                   TO EV-DAY-COUNT

           OPEN INPUT BIZCAL-FILE
           IF EV-CAL-NOT-FOUND
               DISPLAY "EVIDRPT0002E BUSINESS-CALENDAR FILE NOT FOUND "
                       "- NO EVIDENCE REPORT PRODUCED"
               SET EV-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 1110-READ-CALENDAR-RECORD
               UNTIL EV-CAL-EOF
           CLOSE BIZCAL-FILE

           IF EV-DAY-COUNT = ZERO
               DISPLAY "EVIDRPT0003E NO PROCESSING DAYS ON BIZCAL FOR "
                       "SITE " EV-SITE-CODE " IN " EV-REPORT-YEAR
                       " - NO EVIDENCE REPORT PRODUCED"
               SET EV-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-READ-CALENDAR-RECORD - READ ONE BIZCAL RECORD AND TABLE
      *   IT WHEN IT IS A PROCESSING DAY OF THE YEAR FOR THE SITE.
      *   EVERY DAY STARTS WITH NO RUN UNTIL THE AUDIT SWEEPS SAY
      *   BETTER.  PERFORMED FROM 1100-LOAD-PROCESSING-DAYS.
      ******************************************************************
       1110-READ-CALENDAR-RECORD.
           READ BIZCAL-FILE INTO CALENDAR-RECORD
               AT END
                   SET EV-CAL-EOF TO TRUE
               NOT AT END
                   IF CAL-SITE-CODE = EV-SITE-CODE
                      AND CAL-DATE(1:4) = EV-REPORT-YEAR
                      AND CAL-PROCESSING-DAY
                      AND EV-DAY-COUNT < 366
                       ADD 1            TO EV-DAY-COUNT
                       MOVE CAL-DATE    TO EV-DAY-DATE(EV-DAY-COUNT)
                       MOVE ZERO        TO EV-DAY-GRADE(EV-DAY-COUNT)
                       MOVE ZERO        TO EV-DAY-ATTEMPTS
                                           (EV-DAY-COUNT)
                       MOVE ZERO        TO EV-DAY-OVERRIDES
                                           (EV-DAY-COUNT)
                       MOVE ZERO        TO EV-DAY-CLOSURES
                                           (EV-DAY-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      * 2000-SWEEP-ARCHIVE - APPLY EVERY RECORD ON THE HSKEEP ARCHIVE
      *   GENERATIONS.  NO ARCHIVE AT ALL IS ONLY A WARNING - THE LOG
      *   MAY NEVER HAVE BEEN ROLLED - BUT THE ATTESTATION PAGE SAYS
      *   SO.
      ******************************************************************
       2000-SWEEP-ARCHIVE.
           MOVE "N"                    TO EV-AUDIT-EOF-SW
           OPEN INPUT AUDIT-ARCH-FILE
           IF EV-AUDARC-NOT-FOUND
               DISPLAY "EVIDRPT0004W AUDIT-LOG ARCHIVE NOT FOUND - "
                       "EVIDENCE TAKEN FROM THE LIVE LOG ONLY"
               SET EV-RC-WARNING TO TRUE
               GO TO 2000-EXIT
           END-IF
           SET EV-ARCH-READ            TO TRUE
           PERFORM 2010-READ-ARCHIVE-RECORD
               UNTIL EV-AUDIT-EOF
           CLOSE AUDIT-ARCH-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-ARCHIVE-RECORD - READ ONE ARCHIVED AUDIT RECORD AND
      *   APPLY IT.  PERFORMED FROM 2000-SWEEP-ARCHIVE.
      ******************************************************************
       2010-READ-ARCHIVE-RECORD.
           READ AUDIT-ARCH-FILE INTO AUDIT-LOG-RECORD
               AT END
                   SET EV-AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1                TO EV-ARCH-RECORDS
                   PERFORM 2200-APPLY-AUDIT-RECORD THRU 2200-EXIT
           END-READ.

      ******************************************************************
      * 2100-SWEEP-LIVE-LOG - APPLY EVERY RECORD ON THE LIVE AUDIT
      *   LOG.  NO LIVE LOG IS ALSO ONLY A WARNING AS LONG AS THE
      *   ARCHIVE WAS READ; WITH NEITHER THERE IS NO EVIDENCE AT ALL.
      ******************************************************************
       2100-SWEEP-LIVE-LOG.
           MOVE "N"                    TO EV-AUDIT-EOF-SW
           OPEN INPUT AUDIT-LOG-FILE
           IF EV-AUDIT-NOT-FOUND
               IF NOT EV-ARCH-READ
                   DISPLAY "EVIDRPT0005E NEITHER THE AUDIT LOG NOR "
                           "ITS ARCHIVE WAS FOUND - NO EVIDENCE "
                           "REPORT PRODUCED"
                   SET EV-RC-FATAL TO TRUE
                   GO TO MAIN-LOGIC-EXIT
               END-IF
               DISPLAY "EVIDRPT0004W LIVE AUDIT LOG NOT FOUND - "
                       "EVIDENCE TAKEN FROM THE ARCHIVE ONLY"
               SET EV-RC-WARNING TO TRUE
               GO TO 2100-EXIT
           END-IF
           SET EV-LIVE-READ            TO TRUE
           PERFORM 2110-READ-LIVE-RECORD
               UNTIL EV-AUDIT-EOF
           CLOSE AUDIT-LOG-FILE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-READ-LIVE-RECORD - READ ONE LIVE AUDIT RECORD AND APPLY
      *   IT.  PERFORMED FROM 2100-SWEEP-LIVE-LOG.
      ******************************************************************
       2110-READ-LIVE-RECORD.
           READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
               AT END
                   SET EV-AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1                TO EV-LIVE-RECORDS
                   PERFORM 2200-APPLY-AUDIT-RECORD THRU 2200-EXIT
           END-READ.

      ******************************************************************
      * 2200-APPLY-AUDIT-RECORD - APPLY ONE AUDIT RECORD OF THE YEAR
      *   FOR THE SITE (OR FOR AN ALL-SITES "**" STEP, WHICH COVERS
      *   THE SITE TOO).  LIKE THE MONTH RECONCILIATION, A RECORD
      *   BELONGS TO THE DAY OF ITS START TIMESTAMP - HLWRLD STAMPS
      *   A CATCH-UP DAY'S START WITH THE RECOVERED CYCLE DATE FOR
      *   EXACTLY THIS.  STARTS AND ENDS GRADE THE DAY; OVERRIDES AND
      *   CLOSURES ARE LISTED AND COUNTED AGAINST THE DAY.  PERFORMED
      *   FROM 2010-READ-ARCHIVE-RECORD AND 2110-READ-LIVE-RECORD.
      ******************************************************************
       2200-APPLY-AUDIT-RECORD.
           IF AL-START-TS(1:4) NOT = EV-REPORT-YEAR
              OR (AL-SITE-CODE NOT = EV-SITE-CODE
                  AND AL-SITE-CODE NOT = "**")
               GO TO 2200-EXIT
           END-IF

           MOVE ZERO                   TO EV-DAY-SLOT
           PERFORM 2210-MATCH-DAY
               VARYING EV-DAY-IDX FROM 1 BY 1
               UNTIL EV-DAY-IDX > EV-DAY-COUNT
                  OR EV-DAY-SLOT > ZERO

           EVALUATE TRUE
               WHEN AL-TYPE-START
                   IF EV-DAY-SLOT > ZERO
                       ADD 1            TO EV-DAY-ATTEMPTS(EV-DAY-SLOT)
                       MOVE 1           TO EV-THIS-GRADE
                       PERFORM 2220-GRADE-DAY
                   END-IF
               WHEN AL-TYPE-END
                   IF EV-DAY-SLOT > ZERO
                       EVALUATE TRUE
                           WHEN AL-RETURN-CODE = ZERO
                               MOVE 3   TO EV-THIS-GRADE
                           WHEN AL-RETURN-CODE = 04
                               MOVE 2   TO EV-THIS-GRADE
                           WHEN OTHER
                               MOVE 1   TO EV-THIS-GRADE
                       END-EVALUATE
                       PERFORM 2220-GRADE-DAY
                   END-IF
               WHEN AL-TYPE-OVERRIDE
                   IF EV-DAY-SLOT > ZERO
                       ADD 1            TO EV-DAY-OVERRIDES
                                           (EV-DAY-SLOT)
                   END-IF
                   IF EV-OVR-COUNT < 1000
                       ADD 1            TO EV-OVR-COUNT
                       MOVE AL-START-TS TO EV-OVR-TS(EV-OVR-COUNT)
                       MOVE AL-JOB-NAME TO EV-OVR-JOB(EV-OVR-COUNT)
                       MOVE AL-RUN-MODE TO EV-OVR-MODE(EV-OVR-COUNT)
                       MOVE AL-OVERRIDE-USER
                                        TO EV-OVR-USER(EV-OVR-COUNT)
                       MOVE AL-OVERRIDE-REASON
                                        TO EV-OVR-REASON(EV-OVR-COUNT)
                   ELSE
                       SET EV-LIST-OVERFLOW TO TRUE
                   END-IF
               WHEN AL-TYPE-GATE-CLOSE
                   IF EV-DAY-SLOT > ZERO
                       ADD 1            TO EV-DAY-CLOSURES(EV-DAY-SLOT)
                   END-IF
                   IF EV-CLS-COUNT < 1000
                       ADD 1            TO EV-CLS-COUNT
                       MOVE AL-START-TS TO EV-CLS-TS(EV-CLS-COUNT)
                       MOVE AL-RUN-MODE TO EV-CLS-MODE(EV-CLS-COUNT)
                       MOVE AL-OVERRIDE-USER
                                        TO EV-CLS-USER(EV-CLS-COUNT)
                       MOVE AL-OVERRIDE-REASON
                                        TO EV-CLS-REASON(EV-CLS-COUNT)
                   ELSE
                       SET EV-LIST-OVERFLOW TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-MATCH-DAY - CHECK ONE PROCESSING DAY AGAINST THE START
      *   DATE OF THE AUDIT RECORD IN HAND.  PERFORMED FROM
      *   2200-APPLY-AUDIT-RECORD.
      ******************************************************************
       2210-MATCH-DAY.
           IF EV-DAY-DATE(EV-DAY-IDX) = AL-START-TS(1:8)
               MOVE EV-DAY-IDX         TO EV-DAY-SLOT
           END-IF.

      ******************************************************************
      * 2220-GRADE-DAY - KEEP THE BEST GRADE SEEN FOR THE DAY.
      *   PERFORMED FROM 2200-APPLY-AUDIT-RECORD.
      ******************************************************************
       2220-GRADE-DAY.
           IF EV-THIS-GRADE > EV-DAY-GRADE(EV-DAY-SLOT)
               MOVE EV-THIS-GRADE      TO EV-DAY-GRADE(EV-DAY-SLOT)
           END-IF.

      ******************************************************************
      * 3000-PRINT-DAY-STATUS - TITLE THE REPORT AND PRINT ONE LINE
      *   PER PROCESSING DAY WITH ITS RUN STATUS, ATTEMPTS, OVERRIDES
      *   AND CLOSURES.  A DAY AFTER TODAY IS NOT YET DUE AND IS NOT
      *   AN EXCEPTION.
      ******************************************************************
       3000-PRINT-DAY-STATUS.
           MOVE SPACES                 TO EVL-PRINT-LINE
           MOVE "1"                    TO EVL-CARRIAGE-CONTROL
           STRING "ANNUAL CONTROL EVIDENCE - YEAR " DELIMITED BY SIZE
                  EV-REPORT-YEAR DELIMITED BY SIZE
                  "   SITE " DELIMITED BY SIZE
                  EV-SITE-CODE DELIMITED BY SIZE
                  "   PRODUCED " DELIMITED BY SIZE
                  EV-TODAY-DATE DELIMITED BY SIZE
                  INTO EVL-TEXT
           END-STRING
           WRITE EVL-PRINT-LINE
           MOVE SPACES                 TO EVL-PRINT-LINE

           MOVE "PROCESSING-DAY RUN STATUS"
                                        TO EV-SECTION-TITLE
           PERFORM 6100-START-SECTION
           MOVE "  DATE       STATUS                ATTEMPTS  "
                                        TO EVL-TEXT
           MOVE "OVERRIDES  CLOSURES"  TO EVL-TEXT(47:19)
           PERFORM 6000-WRITE-REPORT-LINE

           PERFORM 3010-PRINT-DAY-LINE
               VARYING EV-DAY-IDX FROM 1 BY 1
               UNTIL EV-DAY-IDX > EV-DAY-COUNT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-PRINT-DAY-LINE - PRINT ONE PROCESSING DAY AND COUNT IT
      *   UNDER ITS STATUS.  PERFORMED FROM 3000-PRINT-DAY-STATUS.
      ******************************************************************
       3010-PRINT-DAY-LINE.
           MOVE EV-DAY-DATE(EV-DAY-IDX) TO EVL-TEXT(3:8)
           EVALUATE TRUE
               WHEN EV-DAY-GRADE(EV-DAY-IDX) = 3
                   MOVE "COMPLETED CLEAN"     TO EVL-TEXT(14:20)
                   ADD 1                      TO EV-CLEAN-COUNT
               WHEN EV-DAY-GRADE(EV-DAY-IDX) = 2
                   MOVE "COMPLETED WITH RC 4" TO EVL-TEXT(14:20)
                   ADD 1                      TO EV-RC4-COUNT
               WHEN EV-DAY-DATE(EV-DAY-IDX) > EV-TODAY-DATE
                   MOVE "NOT YET DUE"         TO EVL-TEXT(14:20)
                   ADD 1                      TO EV-NOT-DUE-COUNT
               WHEN EV-DAY-GRADE(EV-DAY-IDX) = 1
                   MOVE "FAILED"              TO EVL-TEXT(14:20)
                   ADD 1                      TO EV-FAILED-COUNT
               WHEN OTHER
                   MOVE "MISSING ENTIRELY"    TO EVL-TEXT(14:20)
                   ADD 1                      TO EV-MISSING-COUNT
           END-EVALUATE
           MOVE EV-DAY-ATTEMPTS(EV-DAY-IDX) TO EV-SMALL-DISP
           MOVE EV-SMALL-DISP          TO EVL-TEXT(38:3)
           MOVE EV-DAY-OVERRIDES(EV-DAY-IDX) TO EV-SMALL-DISP
           MOVE EV-SMALL-DISP          TO EVL-TEXT(49:3)
           MOVE EV-DAY-CLOSURES(EV-DAY-IDX) TO EV-SMALL-DISP
           MOVE EV-SMALL-DISP          TO EVL-TEXT(60:3)
           PERFORM 6000-WRITE-REPORT-LINE.

      ******************************************************************
      * 3100-PRINT-OVERRIDES - LIST EVERY FORCED RERUN OF THE YEAR
      *   WITH THE SUPERVISOR WHO AUTHORIZED IT AND THE REASON CODE.
      ******************************************************************
       3100-PRINT-OVERRIDES.
           MOVE "FORCED RERUNS (AUDIT LOG TYPE O)"
                                        TO EV-SECTION-TITLE
           PERFORM 6100-START-SECTION
           IF EV-OVR-COUNT = ZERO
               MOVE "    NONE"         TO EVL-TEXT
               PERFORM 6000-WRITE-REPORT-LINE
               GO TO 3100-EXIT
           END-IF
           MOVE "  TIMESTAMP         JOB       MODE           "
                                        TO EVL-TEXT
           MOVE "SUPERVISOR  REASON"   TO EVL-TEXT(48:18)
           PERFORM 6000-WRITE-REPORT-LINE
           PERFORM 3110-PRINT-OVERRIDE-LINE
               VARYING EV-OVR-IDX FROM 1 BY 1
               UNTIL EV-OVR-IDX > EV-OVR-COUNT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3110-PRINT-OVERRIDE-LINE - PRINT ONE FORCED RERUN.  PERFORMED
      *   FROM 3100-PRINT-OVERRIDES.
      ******************************************************************
       3110-PRINT-OVERRIDE-LINE.
           MOVE EV-OVR-TS(EV-OVR-IDX)  TO EVL-TEXT(3:16)
           MOVE EV-OVR-JOB(EV-OVR-IDX) TO EVL-TEXT(21:8)
           MOVE EV-OVR-MODE(EV-OVR-IDX) TO EVL-TEXT(31:13)
           MOVE EV-OVR-USER(EV-OVR-IDX) TO EVL-TEXT(48:8)
           MOVE EV-OVR-REASON(EV-OVR-IDX) TO EVL-TEXT(60:4)
           PERFORM 6000-WRITE-REPORT-LINE.

      ******************************************************************
      * 3200-PRINT-CLOSURES - LIST EVERY GATE CLOSE-OUT OF THE YEAR
      *   WITH WHO CLOSED THE GATE AND WHY.
      ******************************************************************
       3200-PRINT-CLOSURES.
           MOVE "GATE CLOSE-OUTS (AUDIT LOG TYPE C)"
                                        TO EV-SECTION-TITLE
           PERFORM 6100-START-SECTION
           IF EV-CLS-COUNT = ZERO
               MOVE "    NONE"         TO EVL-TEXT
               PERFORM 6000-WRITE-REPORT-LINE
               GO TO 3200-EXIT
           END-IF
           MOVE "  TIMESTAMP         MODE           CLOSED BY  "
                                        TO EVL-TEXT
           MOVE "REASON"               TO EVL-TEXT(48:6)
           PERFORM 6000-WRITE-REPORT-LINE
           PERFORM 3210-PRINT-CLOSURE-LINE
               VARYING EV-CLS-IDX FROM 1 BY 1
               UNTIL EV-CLS-IDX > EV-CLS-COUNT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-PRINT-CLOSURE-LINE - PRINT ONE GATE CLOSE-OUT.
      *   PERFORMED FROM 3200-PRINT-CLOSURES.
      ******************************************************************
       3210-PRINT-CLOSURE-LINE.
           MOVE EV-CLS-TS(EV-CLS-IDX)  TO EVL-TEXT(3:16)
           MOVE EV-CLS-MODE(EV-CLS-IDX) TO EVL-TEXT(21:13)
           MOVE EV-CLS-USER(EV-CLS-IDX) TO EVL-TEXT(36:8)
           MOVE EV-CLS-REASON(EV-CLS-IDX) TO EVL-TEXT(48:4)
           PERFORM 6000-WRITE-REPORT-LINE.

      ******************************************************************
      * 4000-PRINT-ATTESTATION - NEW PAGE: THE SUMMARY ATTESTATION
      *   WITH THE SOURCES READ, THE DAY COUNTS BY STATUS, THE
      *   OVERRIDE AND CLOSURE COUNTS, AND THE VERDICT.  A FAILED OR
      *   MISSING PROCESSING DAY IS AN EXCEPTION AND ENDS THE STEP
      *   RC 4 SO IT IS NOT FILED UNREAD.
      ******************************************************************
       4000-PRINT-ATTESTATION.
           COMPUTE EV-EXCEPTION-COUNT =
                   EV-FAILED-COUNT + EV-MISSING-COUNT

           MOVE SPACES                 TO EVL-PRINT-LINE
           MOVE "1"                    TO EVL-CARRIAGE-CONTROL
           STRING "SUMMARY ATTESTATION - YEAR " DELIMITED BY SIZE
                  EV-REPORT-YEAR DELIMITED BY SIZE
                  "   SITE " DELIMITED BY SIZE
                  EV-SITE-CODE DELIMITED BY SIZE
                  INTO EVL-TEXT
           END-STRING
           WRITE EVL-PRINT-LINE
           MOVE SPACES                 TO EVL-PRINT-LINE
           PERFORM 6000-WRITE-REPORT-LINE

           IF EV-ARCH-READ
               STRING "AUDIT-LOG ARCHIVE RECORDS READ   "
                          DELIMITED BY SIZE
                      EV-ARCH-RECORDS DELIMITED BY SIZE
                      INTO EVL-TEXT
               END-STRING
           ELSE
               MOVE "AUDIT-LOG ARCHIVE RECORDS READ   NOT AVAILABLE"
                                        TO EVL-TEXT
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE
           IF EV-LIVE-READ
               STRING "LIVE AUDIT-LOG RECORDS READ      "
                          DELIMITED BY SIZE
                      EV-LIVE-RECORDS DELIMITED BY SIZE
                      INTO EVL-TEXT
               END-STRING
           ELSE
               MOVE "LIVE AUDIT-LOG RECORDS READ      NOT AVAILABLE"
                                        TO EVL-TEXT
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE
           PERFORM 6000-WRITE-REPORT-LINE

           MOVE "PROCESSING DAYS ON THE CALENDAR" TO EV-SUMMARY-LABEL
           MOVE EV-DAY-COUNT           TO EV-COUNT-DISP
           PERFORM 6200-WRITE-SUMMARY-LINE
           MOVE "  COMPLETED CLEAN"    TO EV-SUMMARY-LABEL
           MOVE EV-CLEAN-COUNT         TO EV-COUNT-DISP
           PERFORM 6200-WRITE-SUMMARY-LINE
           MOVE "  COMPLETED WITH RC 4" TO EV-SUMMARY-LABEL
           MOVE EV-RC4-COUNT           TO EV-COUNT-DISP
           PERFORM 6200-WRITE-SUMMARY-LINE
           MOVE "  FAILED"             TO EV-SUMMARY-LABEL
           MOVE EV-FAILED-COUNT        TO EV-COUNT-DISP
           PERFORM 6200-WRITE-SUMMARY-LINE
           MOVE "  MISSING ENTIRELY"   TO EV-SUMMARY-LABEL
           MOVE EV-MISSING-COUNT       TO EV-COUNT-DISP
           PERFORM 6200-WRITE-SUMMARY-LINE
           MOVE "  NOT YET DUE"        TO EV-SUMMARY-LABEL
           MOVE EV-NOT-DUE-COUNT       TO EV-COUNT-DISP
           PERFORM 6200-WRITE-SUMMARY-LINE
           PERFORM 6000-WRITE-REPORT-LINE
           MOVE "FORCED RERUNS (OVERRIDES)" TO EV-SUMMARY-LABEL
           MOVE EV-OVR-COUNT           TO EV-COUNT-DISP
           PERFORM 6200-WRITE-SUMMARY-LINE
           MOVE "GATE CLOSE-OUTS"      TO EV-SUMMARY-LABEL
           MOVE EV-CLS-COUNT           TO EV-COUNT-DISP
           PERFORM 6200-WRITE-SUMMARY-LINE
           MOVE "DAYS WITH EXCEPTIONS (FAILED OR MISSING)"
                                        TO EV-SUMMARY-LABEL
           MOVE EV-EXCEPTION-COUNT     TO EV-COUNT-DISP
           PERFORM 6200-WRITE-SUMMARY-LINE
           PERFORM 6000-WRITE-REPORT-LINE

           IF EV-EXCEPTION-COUNT = ZERO
               MOVE "VERDICT: THE BATCH CONTROL COMPLETED ON EVERY "
                                        TO EVL-TEXT
               MOVE "PROCESSING DAY DUE" TO EVL-TEXT(47:25)
               DISPLAY "EVIDRPT0007I " EV-REPORT-YEAR " SITE "
                       EV-SITE-CODE " - CONTROL COMPLETED ON EVERY "
                       "PROCESSING DAY DUE"
           ELSE
               MOVE "VERDICT: EXCEPTIONS FOUND - SEE FAILED AND "
                                        TO EVL-TEXT
               MOVE "MISSING DAYS ABOVE"  TO EVL-TEXT(44:18)
               DISPLAY "EVIDRPT0008W " EV-REPORT-YEAR " SITE "
                       EV-SITE-CODE " - " EV-EXCEPTION-COUNT
                       " PROCESSING DAY(S) FAILED OR MISSING"
               IF NOT EV-RC-FATAL
                   SET EV-RC-WARNING TO TRUE
               END-IF
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE
           PERFORM 6000-WRITE-REPORT-LINE
           PERFORM 6000-WRITE-REPORT-LINE
           MOVE "ATTESTED BY  ______________________   DATE  ________"
                                        TO EVL-TEXT
           PERFORM 6000-WRITE-REPORT-LINE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-REPORT-LINE - WRITE THE TEXT ALREADY BUILT IN
      *   EVL-TEXT AS A SINGLE-SPACED LINE AND CLEAR THE LINE.
      ******************************************************************
       6000-WRITE-REPORT-LINE.
           MOVE " "                    TO EVL-CARRIAGE-CONTROL
           WRITE EVL-PRINT-LINE
           MOVE SPACES                 TO EVL-PRINT-LINE.

      ******************************************************************
      * 6100-START-SECTION - WRITE A BLANK LINE AND THE SECTION TITLE
      *   HELD IN EV-SECTION-TITLE.
      ******************************************************************
       6100-START-SECTION.
           PERFORM 6000-WRITE-REPORT-LINE
           MOVE EV-SECTION-TITLE       TO EVL-TEXT
           PERFORM 6000-WRITE-REPORT-LINE.

      ******************************************************************
      * 6200-WRITE-SUMMARY-LINE - WRITE ONE ATTESTATION COUNT UNDER
      *   THE LABEL IN EV-SUMMARY-LABEL.
      ******************************************************************
       6200-WRITE-SUMMARY-LINE.
           MOVE EV-SUMMARY-LABEL       TO EVL-TEXT
           MOVE EV-COUNT-DISP          TO EVL-TEXT(44:5)
           PERFORM 6000-WRITE-REPORT-LINE.

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
      *   SO THE FINAL RETURN-CODE IS ALWAYS SET CONSISTENTLY.
      ******************************************************************
       MAIN-LOGIC-EXIT.
           MOVE EV-RETURN-CODE         TO RETURN-CODE.
           STOP RUN.
