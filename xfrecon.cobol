      * Cross-file consistency reconciliation of the run controls.
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.  AUDSWP ONLY PROVES THE AUDIT LOG
      *                     AGREES WITH ITSELF - NOTHING PROVED THE
      *                     OPERATIONAL DATASETS AGREE WITH EACH
      *                     OTHER.  FOR A CYCLE-DATE RANGE THIS STEP
      *                     CROSS-MATCHES RUNHIST, AUDITLOG, CYCGATE,
      *                     NOTIFY AND STRMTRK BY CYCLE DATE / RUN
      *                     MODE / SITE AND REPORTS EVERY BREAK: A
      *                     COMPLETED RUN WITH NO GATE, NO CLEAN
      *                     AUDIT END OR NO NOTIFICATION, AN OPEN
      *                     GATE WITH NO COMPLETED RUN, A DOWNSTREAM
      *                     COMPLETION ON A CLOSED (OR MISSING) GATE,
      *                     AND A NOTIFICATION FOR A RUN THAT NEVER
      *                     REACHED THE AUDIT LOG.  ANY BREAK ENDS THE
      *                     STEP RC 8, SO A HAND-PATCHED DATASET
      *                     CANNOT QUIETLY LEAVE THE CONTROLS
      *                     INCONSISTENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     XFRECON.
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
           SELECT RUN-HIST-FILE       ASSIGN TO RUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RN-RUN-KEY
                  FILE STATUS IS XF-RUNHIST-STATUS.
           SELECT CYCLE-GATE-FILE     ASSIGN TO CYCGATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS XF-GATE-STATUS.
           SELECT NOTIFY-FILE         ASSIGN TO NOTIFY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS XF-NOTIFY-STATUS.
           SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS XF-AUDIT-STATUS.
           SELECT STREAM-TRACK-FILE   ASSIGN TO STRMTRK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS XF-TRACK-STATUS.
           SELECT XFREC-RPT-FILE      ASSIGN TO XFRCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS XF-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.

       FD  CYCLE-GATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CYCGATE.

       FD  NOTIFY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY NOTIFY.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITLOG.

       FD  STREAM-TRACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY STRMTRK.

       FD  XFREC-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY XFRCRPT.

       WORKING-STORAGE SECTION.

      ******************************************************************
      * RECONCILIATION RANGE - TAKEN FROM THE EXEC PARM.  EVERY FILE
      * IS MATCHED FOR THE CYCLE DATES FROM XF-FROM-DATE THROUGH
      * XF-TO-DATE INCLUSIVE.
      ******************************************************************
       01  XF-FROM-DATE                PIC X(08)   VALUE SPACES.
       01  XF-TO-DATE                  PIC X(08)   VALUE SPACES.

       01  XF-RUNHIST-STATUS           PIC X(02)   VALUE SPACES.
           88  XF-RUNHIST-OK                       VALUE "00".
           88  XF-RUNHIST-NOT-FOUND                VALUE "35".
       01  XF-GATE-STATUS              PIC X(02)   VALUE SPACES.
           88  XF-GATE-OK                          VALUE "00".
           88  XF-GATE-NOT-FOUND                   VALUE "35".
       01  XF-NOTIFY-STATUS            PIC X(02)   VALUE SPACES.
           88  XF-NOTIFY-OK                        VALUE "00".
           88  XF-NOTIFY-NOT-FOUND                 VALUE "35".
       01  XF-AUDIT-STATUS             PIC X(02)   VALUE SPACES.
           88  XF-AUDIT-OK                         VALUE "00".
           88  XF-AUDIT-NOT-FOUND                  VALUE "35".
       01  XF-TRACK-STATUS             PIC X(02)   VALUE SPACES.
           88  XF-TRACK-OK                         VALUE "00".
           88  XF-TRACK-NOT-FOUND                  VALUE "35".
       01  XF-RPT-STATUS               PIC X(02)   VALUE SPACES.

       01  XF-SWITCHES.
           05  XF-RUNHIST-EOF-SW       PIC X(01)   VALUE "N".
               88  XF-RUNHIST-EOF                  VALUE "Y".
           05  XF-GATE-EOF-SW          PIC X(01)   VALUE "N".
               88  XF-GATE-EOF                     VALUE "Y".
           05  XF-NOTIFY-EOF-SW        PIC X(01)   VALUE "N".
               88  XF-NOTIFY-EOF                   VALUE "Y".
           05  XF-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
               88  XF-AUDIT-EOF                    VALUE "Y".
           05  XF-TRACK-EOF-SW         PIC X(01)   VALUE "N".
               88  XF-TRACK-EOF                    VALUE "Y".
           05  XF-OVERFLOW-SW          PIC X(01)   VALUE "N".
               88  XF-TABLE-OVERFLOW               VALUE "Y".

      ******************************************************************
      * COMPLETED RUNS IN THE RANGE FROM THE RUN-HISTORY FILE, WITH
      * WHAT THE AUDIT-LOG SWEEP AND THE NOTIFICATION MATCH FOUND FOR
      * EACH.  AUDIT STATE: 0 = NO END RECORD, 1 = END RECORD WITH A
      * NON-ZERO RC ONLY, 2 = CLEAN (RC 0) END RECORD.  AN END
      * RECORD BELONGS TO THE RUN WHEN IT CARRIES THE RUN'S JOB,
      * MODE AND SITE AND ITS START/END TIMESTAMPS BRACKET THE RUN-
      * HISTORY STAMP - OR, FOR A CATCH-UP DAY, ITS START TIMESTAMP
      * CARRIES THE CYCLE DATE ITSELF.
      ******************************************************************
       01  XF-RUN-COUNT                PIC 9(04)   COMP VALUE ZERO.
       01  XF-RUN-IDX                  PIC 9(04)   COMP VALUE ZERO.
       01  XF-RUN-MATCH                PIC 9(04)   COMP VALUE ZERO.

       01  XF-RUN-TABLE.
           05  XF-RUN-ENTRY            OCCURS 600 TIMES.
               10  XF-RN-CYCLE-DATE    PIC X(08).
               10  XF-RN-RUN-MODE      PIC X(13).
               10  XF-RN-SITE-CODE     PIC X(02).
               10  XF-RN-RUN-ID        PIC X(08).
               10  XF-RN-COMPLETED-TS  PIC X(16).
               10  XF-RN-AUDIT-STATE   PIC 9(01).
               10  XF-RN-AUDIT-RC      PIC 9(02).
               10  XF-RN-NOTIFY-SW     PIC X(01).
                   88  XF-RN-NOTIFIED              VALUE "Y".

      ******************************************************************
      * CYCLE GATES IN THE RANGE, ONE ENTRY PER CYCLE DATE / MODE /
      * SITE.  THE GATE FILE IS APPEND-ONLY AND GATECHK HONORS THE
      * LATEST RECORD FOR A KEY, SO A LATER RECORD OVERLAYS THE
      * ENTRY - THE TABLE HOLDS THE CURRENT WORD ON EACH GATE.
      ******************************************************************
       01  XF-GATE-COUNT               PIC 9(04)   COMP VALUE ZERO.
       01  XF-GATE-IDX                 PIC 9(04)   COMP VALUE ZERO.
       01  XF-GATE-MATCH               PIC 9(04)   COMP VALUE ZERO.

       01  XF-GATE-TABLE.
           05  XF-GATE-ENTRY           OCCURS 600 TIMES.
               10  XF-GT-CYCLE-DATE    PIC X(08).
               10  XF-GT-RUN-MODE      PIC X(13).
               10  XF-GT-SITE-CODE     PIC X(02).
               10  XF-GT-STATUS        PIC X(01).
                   88  XF-GT-OPEN                  VALUE "O".
                   88  XF-GT-CLOSED                VALUE "C".
               10  XF-GT-JOB-NAME      PIC X(08).
               10  XF-GT-TIMESTAMP     PIC X(16).
               10  XF-GT-CLOSED-BY     PIC X(08).

      ******************************************************************
      * NOTIFICATIONS IN THE RANGE.  A CATCH-UP RUN DROPS ONE
      * NOTIFICATION FOR ALL THE DAYS IT RECOVERED, CARRYING THE LAST
      * RECOVERED CYCLE DATE, SO CATCH-UP NOTIFICATIONS DATED PAST
      * THE END OF THE RANGE ARE LOADED TOO (NOT IN RANGE) - THEY
      * STILL ACCOUNT FOR RECOVERED DAYS INSIDE IT.  AN ENTRY IS
      * MATCHED TO ITS AUDIT-LOG END RECORD BY JOB, MODE, SITE AND
      * TIMESTAMP - HLWRLD STAMPS BOTH FROM THE SAME CLOCK READING.
      ******************************************************************
       01  XF-NOTE-COUNT               PIC 9(04)   COMP VALUE ZERO.
       01  XF-NOTE-IDX                 PIC 9(04)   COMP VALUE ZERO.

       01  XF-NOTE-TABLE.
           05  XF-NOTE-ENTRY           OCCURS 600 TIMES.
               10  XF-NT-JOB-NAME      PIC X(08).
               10  XF-NT-TIMESTAMP     PIC X(16).
               10  XF-NT-RETURN-CODE   PIC 9(02).
               10  XF-NT-CYCLE-DATE    PIC X(08).
               10  XF-NT-RUN-MODE      PIC X(13).
               10  XF-NT-SITE-CODE     PIC X(02).
               10  XF-NT-RANGE-SW      PIC X(01).
                   88  XF-NT-IN-RANGE              VALUE "Y".
               10  XF-NT-AUDIT-SW      PIC X(01).
                   88  XF-NT-AUDITED               VALUE "Y".

      ******************************************************************
      * BREAK LINE WORK AREA - FILLED BY EACH CHECK AND PRINTED BY
      * 6100-WRITE-BREAK-LINE.
      ******************************************************************
       01  XF-BREAK-LINE.
           05  XF-BRK-CYCLE-DATE       PIC X(08).
           05  XF-BRK-RUN-MODE         PIC X(13).
           05  XF-BRK-SITE-CODE        PIC X(02).
           05  XF-BRK-TEXT             PIC X(32).
           05  XF-BRK-DETAIL           PIC X(67).

      ******************************************************************
      * COUNTS FOR THE REPORT FOOTING.
      ******************************************************************
       01  XF-TRACK-COUNT              PIC 9(05)   VALUE ZERO.
       01  XF-NOTE-RANGE-COUNT         PIC 9(05)   VALUE ZERO.
       01  XF-SECTION-BREAKS           PIC 9(05)   VALUE ZERO.
       01  XF-BREAK-COUNT              PIC 9(05)   VALUE ZERO.
       01  XF-SECTION-TITLE            PIC X(64)   VALUE SPACES.
       01  XF-COUNT-DISP               PIC 9(05)   VALUE ZERO.

      ******************************************************************
      * STEP COMPLETION CODE - MOVED TO RETURN-CODE AT MAIN-LOGIC-EXIT
      * SO THE JOB SCHEDULER HAS SOMETHING TO COND ON.
      ******************************************************************
       01  XF-RETURN-CODE              PIC 9(02)   VALUE ZERO.
           88  XF-RC-NORMAL                        VALUE 0.
           88  XF-RC-WARNING                       VALUE 4.
           88  XF-RC-FATAL                         VALUE 8.

       LINKAGE SECTION.

      ******************************************************************
      * STANDARD MVS PARM-PASSING AREA.  PASSED BY THE EXEC PARM=
      * OPERAND WHEN XFRECON IS INVOKED: FIRST CYCLE DATE OF THE
      * RANGE IN POSITIONS 1-8, OPTIONAL LAST CYCLE DATE IN 9-16
      * (ABSENT MEANS A ONE-DAY RANGE).
      ******************************************************************
       01  XF-PARM-AREA.
           05  XF-PARM-LEN             PIC S9(04)  COMP.
           05  XF-PARM-TEXT            PIC X(16).

       PROCEDURE DIVISION USING XF-PARM-AREA.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET XF-RC-NORMAL TO TRUE.
           PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
           PERFORM 2000-LOAD-RUN-HISTORY THRU 2000-EXIT.
           PERFORM 2100-LOAD-CYCLE-GATES THRU 2100-EXIT.
           PERFORM 2200-LOAD-NOTIFICATIONS THRU 2200-EXIT.
           PERFORM 2300-SWEEP-AUDIT-LOG THRU 2300-EXIT.
           PERFORM 2400-MATCH-RUN-NOTIFY THRU 2400-EXIT
               VARYING XF-RUN-IDX FROM 1 BY 1
               UNTIL XF-RUN-IDX > XF-RUN-COUNT.
           OPEN OUTPUT XFREC-RPT-FILE.
           PERFORM 3000-PRINT-REPORT-HEADER THRU 3000-EXIT.
           PERFORM 4000-CHECK-COMPLETED-RUNS THRU 4000-EXIT.
           PERFORM 4100-CHECK-OPEN-GATES THRU 4100-EXIT.
           PERFORM 4200-CHECK-STREAM-COMPLETIONS THRU 4200-EXIT.
           PERFORM 4300-CHECK-NOTIFICATIONS THRU 4300-EXIT.
           PERFORM 5000-PRINT-VERDICT THRU 5000-EXIT.
           CLOSE XFREC-RPT-FILE.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-PARSE-PARM - PULL THE CYCLE-DATE RANGE OFF THE EXEC
      *   PARM.  THE FIRST DATE IS REQUIRED; THE LAST DEFAULTS TO
      *   THE FIRST.  A NON-NUMERIC DATE OR A RANGE THAT RUNS
      *   BACKWARDS IS FATAL.
      ******************************************************************
       1000-PARSE-PARM.
           IF XF-PARM-LEN < 8
               DISPLAY "XFRECON0001E PARM MUST CARRY THE FIRST CYCLE "
                       "DATE OF THE RANGE - CANNOT RECONCILE"
               SET XF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF

           MOVE XF-PARM-TEXT(1:8)      TO XF-FROM-DATE
           MOVE XF-FROM-DATE           TO XF-TO-DATE
           IF XF-PARM-LEN >= 16
              AND XF-PARM-TEXT(9:8) NOT = SPACES
               MOVE XF-PARM-TEXT(9:8)  TO XF-TO-DATE
           END-IF

           IF XF-FROM-DATE NOT NUMERIC
              OR XF-TO-DATE NOT NUMERIC
              OR XF-TO-DATE < XF-FROM-DATE
               DISPLAY "XFRECON0002E CYCLE-DATE RANGE " XF-FROM-DATE
                       " THRU " XF-TO-DATE " IS NOT A VALID YYYYMMDD "
                       "RANGE - CANNOT RECONCILE"
               SET XF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-RUN-HISTORY - LOAD EVERY COMPLETED RUN-HISTORY KEY
      *   IN THE RANGE.  A MISSING FILE IS REPORTED AND TREATED AS
      *   EMPTY - ANY GATE OR NOTIFICATION IN THE RANGE THEN SHOWS
      *   UP AS A BREAK, WHICH IS THE POINT.
      ******************************************************************
       2000-LOAD-RUN-HISTORY.
           MOVE "N"                    TO XF-RUNHIST-EOF-SW
           MOVE ZERO                   TO XF-RUN-COUNT

           OPEN INPUT RUN-HIST-FILE
           IF XF-RUNHIST-NOT-FOUND
               DISPLAY "XFRECON0003W RUN-HISTORY FILE NOT FOUND - "
                       "NO COMPLETED RUNS TO MATCH"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-READ-RUN-HIST-RECORD
               UNTIL XF-RUNHIST-EOF
           CLOSE RUN-HIST-FILE

           IF XF-TABLE-OVERFLOW
               DISPLAY "XFRECON0008E MORE THAN 600 COMPLETED RUNS IN "
                       "THE RANGE - RECONCILE A SHORTER RANGE"
               SET XF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-RUN-HIST-RECORD - READ THE NEXT RUN-HISTORY RECORD
      *   IN KEY ORDER AND ADD IT TO THE RUN TABLE WHEN IT IS A
      *   COMPLETED RUN IN THE RANGE.  PERFORMED FROM
      *   2000-LOAD-RUN-HISTORY.
      ******************************************************************
       2010-READ-RUN-HIST-RECORD.
           READ RUN-HIST-FILE NEXT RECORD
               AT END
                   SET XF-RUNHIST-EOF TO TRUE
               NOT AT END
                   IF RN-CYCLE-DATE NOT < XF-FROM-DATE
                      AND RN-CYCLE-DATE NOT > XF-TO-DATE
                      AND RN-STATUS-COMPLETE
                       IF XF-RUN-COUNT < 600
                           ADD 1        TO XF-RUN-COUNT
                           MOVE RN-CYCLE-DATE
                                 TO XF-RN-CYCLE-DATE(XF-RUN-COUNT)
                           MOVE RN-RUN-MODE
                                 TO XF-RN-RUN-MODE(XF-RUN-COUNT)
                           MOVE RN-SITE-CODE
                                 TO XF-RN-SITE-CODE(XF-RUN-COUNT)
                           MOVE RN-LAST-RUN-ID
                                 TO XF-RN-RUN-ID(XF-RUN-COUNT)
                           MOVE RN-COMPLETED-TS
                                 TO XF-RN-COMPLETED-TS(XF-RUN-COUNT)
                           MOVE ZERO
                                 TO XF-RN-AUDIT-STATE(XF-RUN-COUNT)
                           MOVE ZERO
                                 TO XF-RN-AUDIT-RC(XF-RUN-COUNT)
                           MOVE "N"
                                 TO XF-RN-NOTIFY-SW(XF-RUN-COUNT)
                       ELSE
                           SET XF-TABLE-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 2100-LOAD-CYCLE-GATES - LOAD THE CURRENT STATE OF EVERY GATE
      *   IN THE RANGE.  A MISSING FILE IS REPORTED AND TREATED AS
      *   EMPTY.
      ******************************************************************
       2100-LOAD-CYCLE-GATES.
           MOVE "N"                    TO XF-GATE-EOF-SW
           MOVE ZERO                   TO XF-GATE-COUNT

           OPEN INPUT CYCLE-GATE-FILE
           IF XF-GATE-NOT-FOUND
               DISPLAY "XFRECON0004W CYCLE-GATE FILE NOT FOUND - "
                       "NO GATES TO MATCH"
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-READ-GATE-RECORD
               UNTIL XF-GATE-EOF
           CLOSE CYCLE-GATE-FILE

           IF XF-TABLE-OVERFLOW
               DISPLAY "XFRECON0008E MORE THAN 600 CYCLE GATES IN "
                       "THE RANGE - RECONCILE A SHORTER RANGE"
               SET XF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-READ-GATE-RECORD - READ ONE CYCLE-GATE RECORD AND, WHEN
      *   IT IS IN THE RANGE, OVERLAY THE TABLE ENTRY FOR ITS KEY
      *   (ADDING ONE THE FIRST TIME THE KEY IS SEEN).  FILE ORDER IS
      *   TIME ORDER, SO THE LAST RECORD APPLIED IS THE CURRENT WORD.
      *   PERFORMED FROM 2100-LOAD-CYCLE-GATES.
      ******************************************************************
       2110-READ-GATE-RECORD.
           READ CYCLE-GATE-FILE INTO CYCLE-GATE-RECORD
               AT END
                   SET XF-GATE-EOF TO TRUE
               NOT AT END
                   IF GT-CYCLE-DATE NOT < XF-FROM-DATE
                      AND GT-CYCLE-DATE NOT > XF-TO-DATE
                       PERFORM 2120-APPLY-GATE-RECORD THRU 2120-EXIT
                   END-IF
           END-READ.

      ******************************************************************
      * 2120-APPLY-GATE-RECORD - FIND THE TABLE ENTRY FOR THE GATE
      *   RECORD IN HAND, ADD ONE IF THE KEY IS NEW, AND OVERLAY ITS
      *   STATUS AND IDENTIFICATION.  PERFORMED FROM
      *   2110-READ-GATE-RECORD.
      ******************************************************************
       2120-APPLY-GATE-RECORD.
           MOVE ZERO                   TO XF-GATE-MATCH
           PERFORM 2130-MATCH-GATE-KEY
               VARYING XF-GATE-IDX FROM 1 BY 1
               UNTIL XF-GATE-IDX > XF-GATE-COUNT
                  OR XF-GATE-MATCH > ZERO

           IF XF-GATE-MATCH = ZERO
               IF XF-GATE-COUNT < 600
                   ADD 1                TO XF-GATE-COUNT
                   MOVE XF-GATE-COUNT   TO XF-GATE-MATCH
                   MOVE GT-CYCLE-DATE
                                 TO XF-GT-CYCLE-DATE(XF-GATE-MATCH)
                   MOVE GT-RUN-MODE
                                 TO XF-GT-RUN-MODE(XF-GATE-MATCH)
                   MOVE GT-SITE-CODE
                                 TO XF-GT-SITE-CODE(XF-GATE-MATCH)
               ELSE
                   SET XF-TABLE-OVERFLOW TO TRUE
                   GO TO 2120-EXIT
               END-IF
           END-IF

           MOVE GT-GATE-STATUS         TO XF-GT-STATUS(XF-GATE-MATCH)
           MOVE GT-JOB-NAME            TO XF-GT-JOB-NAME(XF-GATE-MATCH)
           MOVE GT-TIMESTAMP
                                 TO XF-GT-TIMESTAMP(XF-GATE-MATCH)
           MOVE GT-CLOSED-BY
                                 TO XF-GT-CLOSED-BY(XF-GATE-MATCH).
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 2130-MATCH-GATE-KEY - NOTE THE TABLE ENTRY WHOSE KEY MATCHES
      *   THE GATE RECORD IN HAND.  PERFORMED FROM
      *   2120-APPLY-GATE-RECORD.
      ******************************************************************
       2130-MATCH-GATE-KEY.
           IF XF-GT-CYCLE-DATE(XF-GATE-IDX) = GT-CYCLE-DATE
              AND XF-GT-RUN-MODE(XF-GATE-IDX) = GT-RUN-MODE
              AND XF-GT-SITE-CODE(XF-GATE-IDX) = GT-SITE-CODE
               MOVE XF-GATE-IDX        TO XF-GATE-MATCH
           END-IF.

      ******************************************************************
      * 2200-LOAD-NOTIFICATIONS - LOAD THE NOTIFICATIONS IN THE RANGE
      *   (PLUS LATER-DATED CATCH-UP NOTIFICATIONS, SEE ABOVE).  A
      *   MISSING FILE IS REPORTED AND TREATED AS EMPTY.
      ******************************************************************
       2200-LOAD-NOTIFICATIONS.
           MOVE "N"                    TO XF-NOTIFY-EOF-SW
           MOVE ZERO                   TO XF-NOTE-COUNT

           OPEN INPUT NOTIFY-FILE
           IF XF-NOTIFY-NOT-FOUND
               DISPLAY "XFRECON0005W NOTIFICATION FILE NOT FOUND - "
                       "NO NOTIFICATIONS TO MATCH"
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-READ-NOTIFY-RECORD
               UNTIL XF-NOTIFY-EOF
           CLOSE NOTIFY-FILE

           IF XF-TABLE-OVERFLOW
               DISPLAY "XFRECON0008E MORE THAN 600 NOTIFICATIONS IN "
                       "THE RANGE - RECONCILE A SHORTER RANGE"
               SET XF-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-READ-NOTIFY-RECORD - READ ONE NOTIFICATION AND ADD IT TO
      *   THE TABLE WHEN IT IS IN THE RANGE, OR IS A CATCH-UP
      *   NOTIFICATION DATED AFTER THE START OF THE RANGE.  PERFORMED
      *   FROM 2200-LOAD-NOTIFICATIONS.
      ******************************************************************
       2210-READ-NOTIFY-RECORD.
           READ NOTIFY-FILE INTO NOTIFY-RECORD
               AT END
                   SET XF-NOTIFY-EOF TO TRUE
               NOT AT END
                   IF NT-CYCLE-DATE NOT < XF-FROM-DATE
                      AND (NT-CYCLE-DATE NOT > XF-TO-DATE
                           OR NT-RUN-MODE = "CATCH-UP")
                       IF XF-NOTE-COUNT < 600
                           ADD 1        TO XF-NOTE-COUNT
                           MOVE NT-JOB-NAME
                                 TO XF-NT-JOB-NAME(XF-NOTE-COUNT)
                           MOVE NT-TIMESTAMP
                                 TO XF-NT-TIMESTAMP(XF-NOTE-COUNT)
                           MOVE NT-RETURN-CODE
                                 TO XF-NT-RETURN-CODE(XF-NOTE-COUNT)
                           MOVE NT-CYCLE-DATE
                                 TO XF-NT-CYCLE-DATE(XF-NOTE-COUNT)
                           MOVE NT-RUN-MODE
                                 TO XF-NT-RUN-MODE(XF-NOTE-COUNT)
                           MOVE NT-SITE-CODE
                                 TO XF-NT-SITE-CODE(XF-NOTE-COUNT)
                           MOVE "N"
                                 TO XF-NT-AUDIT-SW(XF-NOTE-COUNT)
                           IF NT-CYCLE-DATE NOT > XF-TO-DATE
                               MOVE "Y"
                                 TO XF-NT-RANGE-SW(XF-NOTE-COUNT)
                               ADD 1    TO XF-NOTE-RANGE-COUNT
                           ELSE
                               MOVE "N"
                                 TO XF-NT-RANGE-SW(XF-NOTE-COUNT)
                           END-IF
                       ELSE
                           SET XF-TABLE-OVERFLOW TO TRUE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 2300-SWEEP-AUDIT-LOG - READ THE WHOLE AUDIT LOG ONCE AND
      *   APPLY EVERY END RECORD TO THE COMPLETED RUNS AND THE
      *   NOTIFICATIONS IT ACCOUNTS FOR.  THE AUDIT LOG CARRIES NO
      *   CYCLE DATE, SO NO RECORD IS SKIPPED ON DATE ALONE.  A
      *   MISSING FILE IS REPORTED AND LEAVES EVERYTHING UNMATCHED.
      ******************************************************************
       2300-SWEEP-AUDIT-LOG.
           MOVE "N"                    TO XF-AUDIT-EOF-SW

           OPEN INPUT AUDIT-LOG-FILE
           IF XF-AUDIT-NOT-FOUND
               DISPLAY "XFRECON0006W AUDIT-LOG FILE NOT FOUND - NO "
                       "END RECORDS TO MATCH"
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-READ-AUDIT-RECORD
               UNTIL XF-AUDIT-EOF
           CLOSE AUDIT-LOG-FILE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-READ-AUDIT-RECORD - READ ONE AUDIT-LOG RECORD AND, WHEN
      *   IT IS AN END RECORD, OFFER IT TO EVERY COMPLETED RUN AND
      *   EVERY NOTIFICATION.  PERFORMED FROM 2300-SWEEP-AUDIT-LOG.
      ******************************************************************
       2310-READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
               AT END
                   SET XF-AUDIT-EOF TO TRUE
               NOT AT END
                   IF AL-TYPE-END
                       PERFORM 2320-MATCH-RUN-END
                           VARYING XF-RUN-IDX FROM 1 BY 1
                           UNTIL XF-RUN-IDX > XF-RUN-COUNT
                       PERFORM 2330-MATCH-NOTIFY-END
                           VARYING XF-NOTE-IDX FROM 1 BY 1
                           UNTIL XF-NOTE-IDX > XF-NOTE-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * 2320-MATCH-RUN-END - APPLY THE END RECORD IN HAND TO ONE
      *   COMPLETED RUN WHEN IT BELONGS TO THAT RUN, KEEPING THE BEST
      *   RESULT SEEN - A CLEAN END FROM A RESTART OUTRANKS THE
      *   FAILED END OF THE ATTEMPT BEFORE IT.  PERFORMED FROM
      *   2310-READ-AUDIT-RECORD.
      ******************************************************************
       2320-MATCH-RUN-END.
           IF AL-JOB-NAME = XF-RN-RUN-ID(XF-RUN-IDX)
              AND AL-RUN-MODE = XF-RN-RUN-MODE(XF-RUN-IDX)
              AND AL-SITE-CODE = XF-RN-SITE-CODE(XF-RUN-IDX)
              AND AL-END-TS NOT < XF-RN-COMPLETED-TS(XF-RUN-IDX)
              AND (AL-START-TS NOT > XF-RN-COMPLETED-TS(XF-RUN-IDX)
                   OR AL-START-TS(1:8) = XF-RN-CYCLE-DATE(XF-RUN-IDX))
               IF AL-RETURN-CODE = ZERO
                   MOVE 2              TO XF-RN-AUDIT-STATE(XF-RUN-IDX)
                   MOVE ZERO           TO XF-RN-AUDIT-RC(XF-RUN-IDX)
               ELSE
                   IF XF-RN-AUDIT-STATE(XF-RUN-IDX) < 2
                       MOVE 1          TO XF-RN-AUDIT-STATE(XF-RUN-IDX)
                       MOVE AL-RETURN-CODE
                                       TO XF-RN-AUDIT-RC(XF-RUN-IDX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 2330-MATCH-NOTIFY-END - MARK ONE NOTIFICATION AUDITED WHEN
      *   THE END RECORD IN HAND IS THE ONE WRITTEN BY THE SAME RUN.
      *   PERFORMED FROM 2310-READ-AUDIT-RECORD.
      ******************************************************************
       2330-MATCH-NOTIFY-END.
           IF AL-JOB-NAME = XF-NT-JOB-NAME(XF-NOTE-IDX)
              AND AL-RUN-MODE = XF-NT-RUN-MODE(XF-NOTE-IDX)
              AND AL-SITE-CODE = XF-NT-SITE-CODE(XF-NOTE-IDX)
              AND AL-END-TS = XF-NT-TIMESTAMP(XF-NOTE-IDX)
               MOVE "Y"                TO XF-NT-AUDIT-SW(XF-NOTE-IDX)
           END-IF.

      ******************************************************************
      * 2400-MATCH-RUN-NOTIFY - LOOK FOR THE NOTIFICATION THAT
      *   ACCOUNTS FOR ONE COMPLETED RUN.  PERFORMED FROM MAIN-LOGIC
      *   FOR EACH RUN IN THE TABLE.
      ******************************************************************
       2400-MATCH-RUN-NOTIFY.
           PERFORM 2410-CHECK-NOTIFY-FOR-RUN
               VARYING XF-NOTE-IDX FROM 1 BY 1
               UNTIL XF-NOTE-IDX > XF-NOTE-COUNT
                  OR XF-RN-NOTIFIED(XF-RUN-IDX).
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2410-CHECK-NOTIFY-FOR-RUN - A NOTIFICATION ACCOUNTS FOR THE
      *   RUN WHEN IT CARRIES THE SAME CYCLE DATE / MODE / SITE.  A
      *   DAILY DAY RECOVERED BY CATCH-UP IS ACCOUNTED FOR BY THE
      *   CATCH-UP RUN'S NOTIFICATION: SAME SITE, A CYCLE DATE NO
      *   EARLIER THAN THE DAY, SENT THE SAME DAY THE DAY WAS STAMPED
      *   AND NOT BEFORE IT.  PERFORMED FROM 2400-MATCH-RUN-NOTIFY.
      ******************************************************************
       2410-CHECK-NOTIFY-FOR-RUN.
           IF XF-NT-SITE-CODE(XF-NOTE-IDX) =
              XF-RN-SITE-CODE(XF-RUN-IDX)
               IF XF-NT-CYCLE-DATE(XF-NOTE-IDX) =
                  XF-RN-CYCLE-DATE(XF-RUN-IDX)
                  AND XF-NT-RUN-MODE(XF-NOTE-IDX) =
                      XF-RN-RUN-MODE(XF-RUN-IDX)
                   MOVE "Y"            TO XF-RN-NOTIFY-SW(XF-RUN-IDX)
               END-IF
               IF XF-NT-RUN-MODE(XF-NOTE-IDX) = "CATCH-UP"
                  AND XF-RN-RUN-MODE(XF-RUN-IDX) = "DAILY"
                  AND XF-NT-CYCLE-DATE(XF-NOTE-IDX) NOT <
                      XF-RN-CYCLE-DATE(XF-RUN-IDX)
                  AND XF-NT-TIMESTAMP(XF-NOTE-IDX) NOT <
                      XF-RN-COMPLETED-TS(XF-RUN-IDX)
                  AND XF-NT-TIMESTAMP(XF-NOTE-IDX)(1:8) =
                      XF-RN-COMPLETED-TS(XF-RUN-IDX)(1:8)
                   MOVE "Y"            TO XF-RN-NOTIFY-SW(XF-RUN-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * 3000-PRINT-REPORT-HEADER - TITLE LINE FOR THE RANGE AND THE
      *   COLUMN HEADINGS.
      ******************************************************************
       3000-PRINT-REPORT-HEADER.
           MOVE SPACES                 TO XCL-PRINT-LINE
           MOVE "1"                    TO XCL-CARRIAGE-CONTROL
           STRING "CROSS-FILE CONSISTENCY RECONCILIATION - CYCLE "
                      DELIMITED BY SIZE
                  "DATES " DELIMITED BY SIZE
                  XF-FROM-DATE DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  XF-TO-DATE DELIMITED BY SIZE
                  INTO XCL-TEXT
           END-STRING
           WRITE XCL-PRINT-LINE
           MOVE SPACES                 TO XCL-PRINT-LINE
           PERFORM 6000-WRITE-REPORT-LINE

           MOVE "CYCLE DATE"           TO XCL-TEXT(3:10)
           MOVE "RUN MODE"             TO XCL-TEXT(14:8)
           MOVE "SITE"                 TO XCL-TEXT(28:4)
           MOVE "BREAK"                TO XCL-TEXT(33:5)
           MOVE "DETAIL"               TO XCL-TEXT(66:6)
           PERFORM 6000-WRITE-REPORT-LINE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHECK-COMPLETED-RUNS - EVERY COMPLETED RUN MUST HAVE A
      *   CYCLE GATE, A CLEAN AUDIT-LOG END RECORD AND A
      *   NOTIFICATION.  A CATCH-UP RUN NEVER WRITES A RUN-LEVEL
      *   GATE, BUT IT NEVER STAMPS RUN HISTORY UNDER ITS OWN MODE
      *   EITHER, SO NO EXCEPTION IS NEEDED HERE.
      ******************************************************************
       4000-CHECK-COMPLETED-RUNS.
           MOVE "COMPLETED RUNS (RUNHIST) AGAINST CYCGATE, AUDITLOG "
                                        TO XF-SECTION-TITLE
           MOVE "AND NOTIFY"           TO XF-SECTION-TITLE(52:10)
           PERFORM 6200-START-SECTION THRU 6200-EXIT

           PERFORM 4010-CHECK-ONE-RUN THRU 4010-EXIT
               VARYING XF-RUN-IDX FROM 1 BY 1
               UNTIL XF-RUN-IDX > XF-RUN-COUNT

           PERFORM 6300-END-SECTION THRU 6300-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4010-CHECK-ONE-RUN - CHECK ONE COMPLETED RUN, PRINTING A
      *   BREAK LINE FOR EACH PARTNER RECORD THAT IS MISSING.
      *   PERFORMED FROM 4000-CHECK-COMPLETED-RUNS.
      ******************************************************************
       4010-CHECK-ONE-RUN.
           MOVE XF-RN-CYCLE-DATE(XF-RUN-IDX) TO XF-BRK-CYCLE-DATE
           MOVE XF-RN-RUN-MODE(XF-RUN-IDX)   TO XF-BRK-RUN-MODE
           MOVE XF-RN-SITE-CODE(XF-RUN-IDX)  TO XF-BRK-SITE-CODE

           MOVE ZERO                   TO XF-GATE-MATCH
           PERFORM 4020-MATCH-RUN-GATE
               VARYING XF-GATE-IDX FROM 1 BY 1
               UNTIL XF-GATE-IDX > XF-GATE-COUNT
                  OR XF-GATE-MATCH > ZERO
           IF XF-GATE-MATCH = ZERO
               MOVE "COMPLETED RUN, NO CYCLE GATE" TO XF-BRK-TEXT
               MOVE SPACES             TO XF-BRK-DETAIL
               STRING "RUN " DELIMITED BY SIZE
                      XF-RN-RUN-ID(XF-RUN-IDX) DELIMITED BY SIZE
                      " STAMPED " DELIMITED BY SIZE
                      XF-RN-COMPLETED-TS(XF-RUN-IDX) DELIMITED BY SIZE
                      INTO XF-BRK-DETAIL
               END-STRING
               PERFORM 6100-WRITE-BREAK-LINE
           END-IF

           EVALUATE XF-RN-AUDIT-STATE(XF-RUN-IDX)
               WHEN 2
                   CONTINUE
               WHEN 1
                   MOVE "COMPLETED RUN, UNCLEAN AUDIT END"
                                        TO XF-BRK-TEXT
                   MOVE SPACES         TO XF-BRK-DETAIL
                   STRING "RUN " DELIMITED BY SIZE
                          XF-RN-RUN-ID(XF-RUN-IDX) DELIMITED BY SIZE
                          " BEST AUDIT END RC " DELIMITED BY SIZE
                          XF-RN-AUDIT-RC(XF-RUN-IDX) DELIMITED BY SIZE
                          INTO XF-BRK-DETAIL
                   END-STRING
                   PERFORM 6100-WRITE-BREAK-LINE
               WHEN OTHER
                   MOVE "COMPLETED RUN, NO AUDIT END"
                                        TO XF-BRK-TEXT
                   MOVE SPACES         TO XF-BRK-DETAIL
                   STRING "RUN " DELIMITED BY SIZE
                          XF-RN-RUN-ID(XF-RUN-IDX) DELIMITED BY SIZE
                          " STAMPED " DELIMITED BY SIZE
                          XF-RN-COMPLETED-TS(XF-RUN-IDX)
                              DELIMITED BY SIZE
                          INTO XF-BRK-DETAIL
                   END-STRING
                   PERFORM 6100-WRITE-BREAK-LINE
           END-EVALUATE

           IF NOT XF-RN-NOTIFIED(XF-RUN-IDX)
               MOVE "COMPLETED RUN, NO NOTIFICATION" TO XF-BRK-TEXT
               MOVE SPACES             TO XF-BRK-DETAIL
               STRING "RUN " DELIMITED BY SIZE
                      XF-RN-RUN-ID(XF-RUN-IDX) DELIMITED BY SIZE
                      " STAMPED " DELIMITED BY SIZE
                      XF-RN-COMPLETED-TS(XF-RUN-IDX) DELIMITED BY SIZE
                      INTO XF-BRK-DETAIL
               END-STRING
               PERFORM 6100-WRITE-BREAK-LINE
           END-IF.
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 4020-MATCH-RUN-GATE - NOTE THE GATE WHOSE KEY MATCHES THE RUN
      *   BEING CHECKED.  ANY GATE RECORD COUNTS - A GATE LATER
      *   CLOSED BY GATEMNT WAS STILL WRITTEN BY THE RUN, AND THE
      *   CLOSURE IS ON THE AUDIT LOG IN ITS OWN RIGHT.  PERFORMED
      *   FROM 4010-CHECK-ONE-RUN.
      ******************************************************************
       4020-MATCH-RUN-GATE.
           IF XF-GT-CYCLE-DATE(XF-GATE-IDX) =
              XF-RN-CYCLE-DATE(XF-RUN-IDX)
              AND XF-GT-RUN-MODE(XF-GATE-IDX) =
                  XF-RN-RUN-MODE(XF-RUN-IDX)
              AND XF-GT-SITE-CODE(XF-GATE-IDX) =
                  XF-RN-SITE-CODE(XF-RUN-IDX)
               MOVE XF-GATE-IDX        TO XF-GATE-MATCH
           END-IF.

      ******************************************************************
      * 4100-CHECK-OPEN-GATES - EVERY GATE WHOSE CURRENT STATE IS
      *   OPEN MUST HAVE A COMPLETED RUN BEHIND IT.  AN OPEN GATE
      *   WITH NO COMPLETED RUN IS RELEASING DOWNSTREAM JOBS ON THE
      *   STRENGTH OF A RUN THAT DID NOT HAPPEN.
      ******************************************************************
       4100-CHECK-OPEN-GATES.
           MOVE "OPEN GATES (CYCGATE) AGAINST RUNHIST"
                                        TO XF-SECTION-TITLE
           PERFORM 6200-START-SECTION THRU 6200-EXIT

           PERFORM 4110-CHECK-ONE-GATE THRU 4110-EXIT
               VARYING XF-GATE-IDX FROM 1 BY 1
               UNTIL XF-GATE-IDX > XF-GATE-COUNT

           PERFORM 6300-END-SECTION THRU 6300-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4110-CHECK-ONE-GATE - CHECK ONE OPEN GATE FOR ITS COMPLETED
      *   RUN.  PERFORMED FROM 4100-CHECK-OPEN-GATES.
      ******************************************************************
       4110-CHECK-ONE-GATE.
           IF NOT XF-GT-OPEN(XF-GATE-IDX)
               GO TO 4110-EXIT
           END-IF

           MOVE ZERO                   TO XF-RUN-MATCH
           PERFORM 4120-MATCH-GATE-RUN
               VARYING XF-RUN-IDX FROM 1 BY 1
               UNTIL XF-RUN-IDX > XF-RUN-COUNT
                  OR XF-RUN-MATCH > ZERO
           IF XF-RUN-MATCH > ZERO
               GO TO 4110-EXIT
           END-IF

           MOVE XF-GT-CYCLE-DATE(XF-GATE-IDX) TO XF-BRK-CYCLE-DATE
           MOVE XF-GT-RUN-MODE(XF-GATE-IDX)   TO XF-BRK-RUN-MODE
           MOVE XF-GT-SITE-CODE(XF-GATE-IDX)  TO XF-BRK-SITE-CODE
           MOVE "OPEN GATE, NO COMPLETED RUN"  TO XF-BRK-TEXT
           MOVE SPACES                 TO XF-BRK-DETAIL
           STRING "OPENED BY " DELIMITED BY SIZE
                  XF-GT-JOB-NAME(XF-GATE-IDX) DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  XF-GT-TIMESTAMP(XF-GATE-IDX) DELIMITED BY SIZE
                  INTO XF-BRK-DETAIL
           END-STRING
           PERFORM 6100-WRITE-BREAK-LINE.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * 4120-MATCH-GATE-RUN - NOTE THE COMPLETED RUN WHOSE KEY
      *   MATCHES THE GATE BEING CHECKED.  PERFORMED FROM
      *   4110-CHECK-ONE-GATE.
      ******************************************************************
       4120-MATCH-GATE-RUN.
           IF XF-RN-CYCLE-DATE(XF-RUN-IDX) =
              XF-GT-CYCLE-DATE(XF-GATE-IDX)
              AND XF-RN-RUN-MODE(XF-RUN-IDX) =
                  XF-GT-RUN-MODE(XF-GATE-IDX)
              AND XF-RN-SITE-CODE(XF-RUN-IDX) =
                  XF-GT-SITE-CODE(XF-GATE-IDX)
               MOVE XF-RUN-IDX         TO XF-RUN-MATCH
           END-IF.

      ******************************************************************
      * 4200-CHECK-STREAM-COMPLETIONS - EVERY DOWNSTREAM COMPLETION
      *   IN THE RANGE MUST SIT UNDER A GATE THAT IS STILL OPEN.  A
      *   COMPLETION UNDER A GATE GATEMNT HAS SINCE CLOSED IS WORK
      *   DONE FOR A PULLED-BACK CYCLE; ONE WITH NO GATE AT ALL RAN
      *   WITHOUT RELEASE.  THE TRACKING FILE IS SWEPT HERE RATHER
      *   THAN TABLED - EACH RECORD IS CHECKED AS IT IS READ.
      ******************************************************************
       4200-CHECK-STREAM-COMPLETIONS.
           MOVE "STREAM COMPLETIONS (STRMTRK) AGAINST CYCGATE"
                                        TO XF-SECTION-TITLE
           PERFORM 6200-START-SECTION THRU 6200-EXIT

           MOVE "N"                    TO XF-TRACK-EOF-SW
           OPEN INPUT STREAM-TRACK-FILE
           IF XF-TRACK-NOT-FOUND
               DISPLAY "XFRECON0007W STREAM-TRACKING FILE NOT FOUND "
                       "- NO DOWNSTREAM COMPLETIONS TO MATCH"
           ELSE
               PERFORM 4210-READ-TRACK-RECORD THRU 4210-EXIT
                   UNTIL XF-TRACK-EOF
               CLOSE STREAM-TRACK-FILE
           END-IF

           PERFORM 6300-END-SECTION THRU 6300-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4210-READ-TRACK-RECORD - READ ONE COMPLETION RECORD AND, WHEN
      *   IT IS IN THE RANGE, FIND THE GATE GOVERNING IT - THE SAME
      *   SITE'S GATE OR AN ALL-SITES "**" GATE, WHICHEVER WAS
      *   WRITTEN LAST, AS GATECHK SEES IT.  PERFORMED FROM
      *   4200-CHECK-STREAM-COMPLETIONS.
      ******************************************************************
       4210-READ-TRACK-RECORD.
           READ STREAM-TRACK-FILE INTO STREAM-TRACK-RECORD
               AT END
                   SET XF-TRACK-EOF TO TRUE
                   GO TO 4210-EXIT
           END-READ

           IF ST-CYCLE-DATE < XF-FROM-DATE
              OR ST-CYCLE-DATE > XF-TO-DATE
               GO TO 4210-EXIT
           END-IF
           ADD 1                       TO XF-TRACK-COUNT

           MOVE ZERO                   TO XF-GATE-MATCH
           PERFORM 4220-MATCH-TRACK-GATE
               VARYING XF-GATE-IDX FROM 1 BY 1
               UNTIL XF-GATE-IDX > XF-GATE-COUNT

           MOVE ST-CYCLE-DATE          TO XF-BRK-CYCLE-DATE
           MOVE ST-RUN-MODE            TO XF-BRK-RUN-MODE
           MOVE ST-SITE-CODE           TO XF-BRK-SITE-CODE
           MOVE SPACES                 TO XF-BRK-DETAIL

           IF XF-GATE-MATCH = ZERO
               MOVE "STREAM COMPLETION, NO GATE" TO XF-BRK-TEXT
               STRING "JOB " DELIMITED BY SIZE
                      ST-JOB-NAME DELIMITED BY SIZE
                      " RC " DELIMITED BY SIZE
                      ST-RETURN-CODE DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      ST-TIMESTAMP DELIMITED BY SIZE
                      INTO XF-BRK-DETAIL
               END-STRING
               PERFORM 6100-WRITE-BREAK-LINE
               GO TO 4210-EXIT
           END-IF

           IF XF-GT-CLOSED(XF-GATE-MATCH)
               MOVE "STREAM COMPLETION, GATE CLOSED" TO XF-BRK-TEXT
               STRING "JOB " DELIMITED BY SIZE
                      ST-JOB-NAME DELIMITED BY SIZE
                      " RC " DELIMITED BY SIZE
                      ST-RETURN-CODE DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      ST-TIMESTAMP DELIMITED BY SIZE
                      " CLOSED BY " DELIMITED BY SIZE
                      XF-GT-CLOSED-BY(XF-GATE-MATCH) DELIMITED BY SIZE
                      INTO XF-BRK-DETAIL
               END-STRING
               PERFORM 6100-WRITE-BREAK-LINE
           END-IF.
       4210-EXIT.
           EXIT.

      ******************************************************************
      * 4220-MATCH-TRACK-GATE - KEEP THE LATEST-WRITTEN GATE THAT
      *   GOVERNS THE COMPLETION RECORD IN HAND.  PERFORMED FROM
      *   4210-READ-TRACK-RECORD.
      ******************************************************************
       4220-MATCH-TRACK-GATE.
           IF XF-GT-CYCLE-DATE(XF-GATE-IDX) = ST-CYCLE-DATE
              AND XF-GT-RUN-MODE(XF-GATE-IDX) = ST-RUN-MODE
              AND (XF-GT-SITE-CODE(XF-GATE-IDX) = ST-SITE-CODE
                   OR XF-GT-SITE-CODE(XF-GATE-IDX) = "**")
               IF XF-GATE-MATCH = ZERO
                   MOVE XF-GATE-IDX    TO XF-GATE-MATCH
               ELSE
                   IF XF-GT-TIMESTAMP(XF-GATE-IDX) >
                      XF-GT-TIMESTAMP(XF-GATE-MATCH)
                       MOVE XF-GATE-IDX
                                       TO XF-GATE-MATCH
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 4300-CHECK-NOTIFICATIONS - EVERY NOTIFICATION IN THE RANGE
      *   MUST BE BACKED BY THE AUDIT-LOG END RECORD OF THE RUN THAT
      *   SENT IT.  ONE WITHOUT PAGED THE OPERATOR ABOUT A RUN THE
      *   AUDIT TRAIL CANNOT SHOW.
      ******************************************************************
       4300-CHECK-NOTIFICATIONS.
           MOVE "NOTIFICATIONS (NOTIFY) AGAINST AUDITLOG"
                                        TO XF-SECTION-TITLE
           PERFORM 6200-START-SECTION THRU 6200-EXIT

           PERFORM 4310-CHECK-ONE-NOTIFY THRU 4310-EXIT
               VARYING XF-NOTE-IDX FROM 1 BY 1
               UNTIL XF-NOTE-IDX > XF-NOTE-COUNT

           PERFORM 6300-END-SECTION THRU 6300-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4310-CHECK-ONE-NOTIFY - PRINT A BREAK FOR ONE NOTIFICATION IN
      *   THE RANGE THAT NO AUDIT-LOG END RECORD ACCOUNTS FOR.
      *   PERFORMED FROM 4300-CHECK-NOTIFICATIONS.
      ******************************************************************
       4310-CHECK-ONE-NOTIFY.
           IF NOT XF-NT-IN-RANGE(XF-NOTE-IDX)
              OR XF-NT-AUDITED(XF-NOTE-IDX)
               GO TO 4310-EXIT
           END-IF

           MOVE XF-NT-CYCLE-DATE(XF-NOTE-IDX) TO XF-BRK-CYCLE-DATE
           MOVE XF-NT-RUN-MODE(XF-NOTE-IDX)   TO XF-BRK-RUN-MODE
           MOVE XF-NT-SITE-CODE(XF-NOTE-IDX)  TO XF-BRK-SITE-CODE
           MOVE "NOTIFICATION, NO AUDIT END"   TO XF-BRK-TEXT
           MOVE SPACES                 TO XF-BRK-DETAIL
           STRING "JOB " DELIMITED BY SIZE
                  XF-NT-JOB-NAME(XF-NOTE-IDX) DELIMITED BY SIZE
                  " RC " DELIMITED BY SIZE
                  XF-NT-RETURN-CODE(XF-NOTE-IDX) DELIMITED BY SIZE
                  " SENT " DELIMITED BY SIZE
                  XF-NT-TIMESTAMP(XF-NOTE-IDX) DELIMITED BY SIZE
                  INTO XF-BRK-DETAIL
           END-STRING
           PERFORM 6100-WRITE-BREAK-LINE.
       4310-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-VERDICT - PRINT THE RECORD COUNTS AND THE FILES
      *   CONSISTENT / BREAKS FOUND VERDICT.  ANY BREAK ENDS THE
      *   STEP RC 8.
      ******************************************************************
       5000-PRINT-VERDICT.
           PERFORM 6000-WRITE-REPORT-LINE

           MOVE XF-RUN-COUNT           TO XF-COUNT-DISP
           STRING "COMPLETED RUNS CHECKED       " DELIMITED BY SIZE
                  XF-COUNT-DISP DELIMITED BY SIZE
                  INTO XCL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE

           MOVE XF-GATE-COUNT          TO XF-COUNT-DISP
           STRING "CYCLE GATES CHECKED          " DELIMITED BY SIZE
                  XF-COUNT-DISP DELIMITED BY SIZE
                  INTO XCL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE

           STRING "STREAM COMPLETIONS CHECKED   " DELIMITED BY SIZE
                  XF-TRACK-COUNT DELIMITED BY SIZE
                  INTO XCL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE

           STRING "NOTIFICATIONS CHECKED        " DELIMITED BY SIZE
                  XF-NOTE-RANGE-COUNT DELIMITED BY SIZE
                  INTO XCL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE

           STRING "BREAKS FOUND                 " DELIMITED BY SIZE
                  XF-BREAK-COUNT DELIMITED BY SIZE
                  INTO XCL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE
           PERFORM 6000-WRITE-REPORT-LINE

           IF XF-BREAK-COUNT = ZERO
               MOVE "VERDICT: FILES CONSISTENT" TO XCL-TEXT
               DISPLAY "XFRECON0009I RUN CONTROLS CONSISTENT FOR "
                       "CYCLE DATES " XF-FROM-DATE " THRU "
                       XF-TO-DATE
           ELSE
               MOVE "VERDICT: BREAKS FOUND - RUN CONTROLS "
                                        TO XCL-TEXT
               MOVE "INCONSISTENT"     TO XCL-TEXT(38:12)
               DISPLAY "XFRECON0010E " XF-BREAK-COUNT " BREAK(S) "
                       "BETWEEN THE RUN CONTROLS FOR CYCLE DATES "
                       XF-FROM-DATE " THRU " XF-TO-DATE
               SET XF-RC-FATAL TO TRUE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-REPORT-LINE - WRITE THE TEXT ALREADY BUILT IN
      *   XCL-TEXT AS A SINGLE-SPACED LINE AND CLEAR THE LINE.
      ******************************************************************
       6000-WRITE-REPORT-LINE.
           MOVE " "                    TO XCL-CARRIAGE-CONTROL
           WRITE XCL-PRINT-LINE
           MOVE SPACES                 TO XCL-PRINT-LINE.

      ******************************************************************
      * 6100-WRITE-BREAK-LINE - PRINT THE BREAK HELD IN XF-BREAK-LINE
      *   AND COUNT IT AGAINST THE SECTION AND THE RUN.
      ******************************************************************
       6100-WRITE-BREAK-LINE.
           MOVE XF-BRK-CYCLE-DATE      TO XCL-TEXT(3:8)
           MOVE XF-BRK-RUN-MODE        TO XCL-TEXT(14:13)
           MOVE XF-BRK-SITE-CODE       TO XCL-TEXT(28:2)
           MOVE XF-BRK-TEXT            TO XCL-TEXT(33:32)
           MOVE XF-BRK-DETAIL          TO XCL-TEXT(66:67)
           PERFORM 6000-WRITE-REPORT-LINE
           ADD 1                       TO XF-SECTION-BREAKS
           ADD 1                       TO XF-BREAK-COUNT.

      ******************************************************************
      * 6200-START-SECTION - PRINT THE SECTION TITLE HELD IN
      *   XF-SECTION-TITLE AFTER A BLANK LINE AND RESET THE SECTION
      *   COUNT.
      ******************************************************************
       6200-START-SECTION.
           PERFORM 6000-WRITE-REPORT-LINE
           MOVE XF-SECTION-TITLE       TO XCL-TEXT
           PERFORM 6000-WRITE-REPORT-LINE
           MOVE ZERO                   TO XF-SECTION-BREAKS.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 6300-END-SECTION - SAY SO WHEN A SECTION FOUND NO BREAKS.
      ******************************************************************
       6300-END-SECTION.
           IF XF-SECTION-BREAKS = ZERO
               MOVE "NO BREAKS"        TO XCL-TEXT(3:9)
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF.
       6300-EXIT.
           EXIT.

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
      *   SO THE FINAL RETURN-CODE IS ALWAYS SET CONSISTENTLY.
      ******************************************************************
       MAIN-LOGIC-EXIT.
           MOVE XF-RETURN-CODE         TO RETURN-CODE.
           STOP RUN.
