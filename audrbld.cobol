      * Audit-log summary rebuild - reloads AUDSUM from the audit log.
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.  THE INDEXED AUDIT-LOG SUMMARY
      *                     (AUDSUM) IS POSTED BY EVERY PROGRAM THAT
      *                     APPENDS TO THE AUDIT LOG, SO THE NIGHTLY
      *                     READERS NO LONGER SWEEP THE WHOLE LOG.
      *                     THIS STEP IS ITS RECOVERY: IT RECREATES
      *                     THE SUMMARY FROM SCRATCH BY READING THE
      *                     AUDIT LOG FRONT TO BACK AND POSTING EVERY
      *                     RECORD WITH THE SAME RULES THE WRITERS
      *                     USE.  RUN IT WHEN THE SUMMARY IS LOST OR
      *                     DAMAGED, AFTER THE AUDIT LOG IS RESTORED
      *                     OR RELOADED BY HAND, OR THE FIRST TIME THE
      *                     SUMMARY IS BROUGHT INTO USE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     AUDRBLD.
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
           SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AR-AUDIT-STATUS.
           SELECT AUDIT-SUM-FILE      ASSIGN TO AUDSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AU-SUM-KEY
                  FILE STATUS IS AR-AUDSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITLOG.

       FD  AUDIT-SUM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDSUM.

       WORKING-STORAGE SECTION.

       01  AR-AUDIT-STATUS             PIC X(02)   VALUE SPACES.
           88  AR-AUDIT-OK                         VALUE "00".
           88  AR-AUDIT-NOT-FOUND                  VALUE "35".
       01  AR-AUDSUM-STATUS            PIC X(02)   VALUE SPACES.
           88  AR-AUDSUM-OK                        VALUE "00".

       01  AR-SWITCHES.
           05  AR-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
               88  AR-AUDIT-EOF                    VALUE "Y".
           05  AR-AUDSUM-FOUND-SW      PIC X(01)   VALUE "N".
               88  AR-AUDSUM-FOUND                 VALUE "Y".
           05  AR-END-ORDER-SW         PIC X(01)   VALUE "N".
               88  AR-END-OUT-OF-ORDER             VALUE "Y".

       01  AR-AUDSUM-KEY               PIC X(31)   VALUE SPACES.

      ******************************************************************
      * RUN-START TABLE - THE START DATE OF THE LATEST "S" RECORD SEEN
      * FOR EACH JOB NAME + RUN MODE, IN LOG ORDER.  A "P" OR "O"
      * RECORD BELONGS TO THE RUN THAT STARTED BEFORE IT, AND IS KEYED
      * BY THAT RUN'S START DATE THE SAME WAY HLWRLD KEYS IT FROM ITS
      * CHECKPOINTED START TIMESTAMP.
      ******************************************************************
       01  AR-RUN-COUNT                PIC 9(03)   COMP VALUE ZERO.
       01  AR-RUN-IDX                  PIC 9(03)   COMP VALUE ZERO.
       01  AR-RUN-SLOT                 PIC 9(03)   COMP VALUE ZERO.
       01  AR-RUN-LOST                 PIC 9(05)   VALUE ZERO.

       01  AR-RUN-TABLE.
           05  AR-RUN-ENTRY            OCCURS 200 TIMES.
               10  AR-RN-JOB           PIC X(08).
               10  AR-RN-MODE          PIC X(13).
               10  AR-RN-DATE          PIC X(08).

      ******************************************************************
      * REBUILD COUNTERS - PRINTED ON THE CLOSING MESSAGES.
      ******************************************************************
       01  AR-READ-COUNT               PIC 9(07)   VALUE ZERO.
       01  AR-POSTED-COUNT             PIC 9(07)   VALUE ZERO.
       01  AR-SKIPPED-COUNT            PIC 9(07)   VALUE ZERO.
       01  AR-ROW-COUNT                PIC 9(07)   VALUE ZERO.

      ******************************************************************
      * OPERATOR MESSAGE WORK AREAS - SEVERITY W AND E MESSAGES
      * (POSITION 12 OF THE MESSAGE ID) GO TO THE OPERATOR CONSOLE
      * AS WELL AS SYSOUT, SAME CONVENTION AS HLWRLD.
      ******************************************************************
       01  AR-MESSAGE-TEXT             PIC X(120)  VALUE SPACES.

       01  AR-MSG-SEVERITY             PIC X(01)   VALUE SPACES.
           88  AR-MSG-CONSOLE-BOUND                VALUES "W" "E".

      ******************************************************************
      * STEP COMPLETION CODE - MOVED TO RETURN-CODE AT MAIN-LOGIC-EXIT
      * SO THE JOB SCHEDULER HAS SOMETHING TO COND ON.
      ******************************************************************
       01  AR-RETURN-CODE              PIC 9(02)   VALUE ZERO.
           88  AR-RC-NORMAL                        VALUE 0.
           88  AR-RC-WARNING                       VALUE 4.
           88  AR-RC-FATAL                         VALUE 8.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET AR-RC-NORMAL TO TRUE.
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
           PERFORM 2000-REBUILD-SUMMARY THRU 2000-EXIT.
           PERFORM 3000-REPORT-TOTALS THRU 3000-EXIT.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-OPEN-FILES - OPEN THE AUDIT LOG, THEN RECREATE THE
      *   SUMMARY EMPTY EXCEPT FOR ITS LOG CONTROL ROW (ALL
      *   LOW-VALUES KEY) AND REOPEN IT FOR UPDATE.  A MISSING AUDIT
      *   LOG LEAVES THE SUMMARY UNTOUCHED - THERE IS NOTHING TO
      *   REBUILD IT FROM.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT AUDIT-LOG-FILE
           IF AR-AUDIT-NOT-FOUND
               STRING "AUDRBLD0001E AUDIT-LOG FILE NOT FOUND - "
                          DELIMITED BY SIZE
                      "SUMMARY NOT REBUILT" DELIMITED BY SIZE
                      INTO AR-MESSAGE-TEXT
               END-STRING
               PERFORM 9000-ISSUE-MESSAGE THRU 9000-EXIT
               SET AR-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF

           OPEN OUTPUT AUDIT-SUM-FILE
           IF NOT AR-AUDSUM-OK
               STRING "AUDRBLD0002E AUDIT SUMMARY FILE WILL NOT OPEN "
                          DELIMITED BY SIZE
                      "FOR OUTPUT - STATUS " DELIMITED BY SIZE
                      AR-AUDSUM-STATUS DELIMITED BY SIZE
                      " - SUMMARY NOT REBUILT" DELIMITED BY SIZE
                      INTO AR-MESSAGE-TEXT
               END-STRING
               PERFORM 9000-ISSUE-MESSAGE THRU 9000-EXIT
               CLOSE AUDIT-LOG-FILE
               SET AR-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF

           MOVE LOW-VALUES             TO AU-SUM-KEY
           PERFORM 2060-CLEAR-SUMMARY-ROW
           WRITE AUDIT-SUM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1                TO AR-ROW-COUNT
           END-WRITE
           CLOSE AUDIT-SUM-FILE
           OPEN I-O AUDIT-SUM-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REBUILD-SUMMARY - POST EVERY AUDIT-LOG RECORD, IN LOG
      *   ORDER, TO ITS SUMMARY ROW.
      ******************************************************************
       2000-REBUILD-SUMMARY.
           MOVE "N"                    TO AR-AUDIT-EOF-SW
           PERFORM 2010-READ-AUDIT-RECORD
               UNTIL AR-AUDIT-EOF
           CLOSE AUDIT-LOG-FILE
           CLOSE AUDIT-SUM-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-AUDIT-RECORD - READ ONE AUDIT-LOG RECORD AND POST
      *   IT.  PERFORMED FROM 2000-REBUILD-SUMMARY.
      ******************************************************************
       2010-READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
               AT END
                   SET AR-AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1                TO AR-READ-COUNT
                   PERFORM 2020-POST-ONE-RECORD THRU 2020-EXIT
           END-READ.

      ******************************************************************
      * 2020-POST-ONE-RECORD - POST ONE AUDIT-LOG RECORD TO ITS ROW OF
      *   THE SUMMARY, WITH THE SAME RULES HLWRLD, GATEMNT AND CTLMNT
      *   USE WHEN THEY APPEND IT.  STARTS, ENDS, GATE CLOSURES AND
      *   MAINTENANCE RECORDS ARE KEYED BY THEIR START-TIMESTAMP
      *   DATE; SITE AND OVERRIDE RECORDS BY THE START DATE OF THE
      *   RUN THEY BELONG TO.  A RECORD OF A TYPE THE SUMMARY DOES
      *   NOT KNOW IS COUNTED AND SKIPPED.  PERFORMED FROM
      *   2010-READ-AUDIT-RECORD.
      ******************************************************************
       2020-POST-ONE-RECORD.
           IF NOT AL-TYPE-START
              AND NOT AL-TYPE-END
              AND NOT AL-TYPE-SITE
              AND NOT AL-TYPE-OVERRIDE
              AND NOT AL-TYPE-GATE-CLOSE
              AND NOT AL-TYPE-MAINTENANCE
               ADD 1                   TO AR-SKIPPED-COUNT
               GO TO 2020-EXIT
           END-IF

           MOVE "N"                    TO AR-END-ORDER-SW
           IF AL-TYPE-END
               PERFORM 2030-POST-LOG-CONTROL
           END-IF

           MOVE AL-JOB-NAME            TO AU-JOB-NAME
           MOVE AL-START-TS(1:8)       TO AU-CYCLE-DATE
           MOVE AL-RUN-MODE            TO AU-RUN-MODE
           MOVE AL-SITE-CODE           TO AU-SITE-CODE

           MOVE ZERO                   TO AR-RUN-SLOT
           PERFORM 2045-MATCH-RUN-ENTRY
               VARYING AR-RUN-IDX FROM 1 BY 1
               UNTIL AR-RUN-IDX > AR-RUN-COUNT
                  OR AR-RUN-SLOT > ZERO
           EVALUATE TRUE
               WHEN AL-TYPE-START
                   PERFORM 2040-NOTE-RUN-START
               WHEN AL-TYPE-SITE
                 OR AL-TYPE-OVERRIDE
                   IF AR-RUN-SLOT > ZERO
                       MOVE AR-RN-DATE(AR-RUN-SLOT) TO AU-CYCLE-DATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2050-READ-SUMMARY-ROW

           EVALUATE TRUE
               WHEN AL-TYPE-START
                   ADD 1                TO AU-START-COUNT
                   IF AU-FIRST-START-TS = SPACES
                      OR AL-START-TS < AU-FIRST-START-TS
                       MOVE AL-START-TS TO AU-FIRST-START-TS
                   END-IF
                   IF AL-START-TS > AU-LAST-START-TS
                       MOVE AL-START-TS TO AU-LAST-START-TS
                   END-IF
               WHEN AL-TYPE-END
                   PERFORM 2070-APPLY-END-RECORD
               WHEN AL-TYPE-SITE
                   ADD 1                TO AU-SITE-COUNT
                   IF AU-FIRST-SITE-TS = SPACES
                      OR AL-START-TS < AU-FIRST-SITE-TS
                       MOVE AL-START-TS TO AU-FIRST-SITE-TS
                   END-IF
                   IF AL-START-TS > AU-LAST-SITE-TS
                       MOVE AL-START-TS TO AU-LAST-SITE-TS
                   END-IF
               WHEN AL-TYPE-OVERRIDE
                   SET AU-OVERRIDDEN    TO TRUE
                   MOVE AL-OVERRIDE-USER   TO AU-AUTH-USER
                   MOVE AL-OVERRIDE-REASON TO AU-AUTH-REASON
                   MOVE AL-START-TS     TO AU-AUTH-TS
               WHEN AL-TYPE-GATE-CLOSE
                   SET AU-GATE-CLOSED   TO TRUE
                   MOVE AL-OVERRIDE-USER   TO AU-AUTH-USER
                   MOVE AL-OVERRIDE-REASON TO AU-AUTH-REASON
                   MOVE AL-START-TS     TO AU-AUTH-TS
               WHEN AL-TYPE-MAINTENANCE
                   ADD 1                TO AU-MAINT-COUNT
                   MOVE AL-OVERRIDE-USER   TO AU-AUTH-USER
                   MOVE AL-OVERRIDE-REASON TO AU-AUTH-REASON
                   MOVE AL-START-TS     TO AU-AUTH-TS
           END-EVALUATE

           PERFORM 2080-WRITE-SUMMARY-ROW
           ADD 1                       TO AR-POSTED-COUNT.
       2020-EXIT.
           EXIT.

      ******************************************************************
      * 2030-POST-LOG-CONTROL - AN END RECORD IS BEING POSTED.  CHECK
      *   ITS END TIMESTAMP AGAINST THE LAST ONE ON THE LOG CONTROL
      *   ROW - THE LOG IS APPEND-ONLY, SO AN END RUNNING BACKWARD IS
      *   FLAGGED ON ITS OWN ROW - AND MAKE IT THE NEW LAST END.
      *   PERFORMED FROM 2020-POST-ONE-RECORD.
      ******************************************************************
       2030-POST-LOG-CONTROL.
           MOVE LOW-VALUES             TO AU-SUM-KEY
           PERFORM 2050-READ-SUMMARY-ROW

           IF AU-LAST-END-TS NOT = SPACES
              AND AL-END-TS < AU-LAST-END-TS
               SET AR-END-OUT-OF-ORDER TO TRUE
           END-IF
           MOVE AL-END-TS              TO AU-LAST-END-TS
           PERFORM 2080-WRITE-SUMMARY-ROW.

      ******************************************************************
      * 2040-NOTE-RUN-START - MAKE THE START RECORD IN HAND THE LATEST
      *   RUN FOR ITS JOB NAME + RUN MODE.  WHEN THE TABLE IS FULL
      *   THE SITE AND OVERRIDE RECORDS OF THAT RUN FALL BACK TO
      *   THEIR OWN DATE.  PERFORMED FROM 2020-POST-ONE-RECORD.
      ******************************************************************
       2040-NOTE-RUN-START.
           IF AR-RUN-SLOT = ZERO
               IF AR-RUN-COUNT < 200
                   ADD 1                TO AR-RUN-COUNT
                   MOVE AR-RUN-COUNT    TO AR-RUN-SLOT
                   MOVE AL-JOB-NAME     TO AR-RN-JOB(AR-RUN-SLOT)
                   MOVE AL-RUN-MODE     TO AR-RN-MODE(AR-RUN-SLOT)
               ELSE
                   ADD 1                TO AR-RUN-LOST
               END-IF
           END-IF
           IF AR-RUN-SLOT > ZERO
               MOVE AL-START-TS(1:8)   TO AR-RN-DATE(AR-RUN-SLOT)
           END-IF.

      ******************************************************************
      * 2045-MATCH-RUN-ENTRY - CHECK ONE RUN-START TABLE ENTRY AGAINST
      *   THE JOB NAME AND RUN MODE OF THE RECORD IN HAND.  PERFORMED
      *   FROM 2020-POST-ONE-RECORD.
      ******************************************************************
       2045-MATCH-RUN-ENTRY.
           IF AR-RN-JOB(AR-RUN-IDX) = AL-JOB-NAME
              AND AR-RN-MODE(AR-RUN-IDX) = AL-RUN-MODE
               MOVE AR-RUN-IDX         TO AR-RUN-SLOT
           END-IF.

      ******************************************************************
      * 2050-READ-SUMMARY-ROW - READ THE SUMMARY ROW FOR THE KEY
      *   ALREADY MOVED TO AU-SUM-KEY.  A ROW NOT ON FILE YET STARTS
      *   FROM ZERO COUNTS UNDER THE KEY.  PERFORMED FROM
      *   2020-POST-ONE-RECORD AND 2030-POST-LOG-CONTROL.
      ******************************************************************
       2050-READ-SUMMARY-ROW.
           MOVE AU-SUM-KEY             TO AR-AUDSUM-KEY
           MOVE "N"                    TO AR-AUDSUM-FOUND-SW
           READ AUDIT-SUM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AR-AUDSUM-FOUND TO TRUE
           END-READ

           IF NOT AR-AUDSUM-FOUND
               MOVE AR-AUDSUM-KEY      TO AU-SUM-KEY
               PERFORM 2060-CLEAR-SUMMARY-ROW
           END-IF.

      ******************************************************************
      * 2060-CLEAR-SUMMARY-ROW - CLEAR EVERYTHING BUT THE KEY OF THE
      *   SUMMARY ROW TO A NEW ROW'S STARTING VALUES.  PERFORMED FROM
      *   1000-OPEN-FILES AND 2050-READ-SUMMARY-ROW.
      ******************************************************************
       2060-CLEAR-SUMMARY-ROW.
           MOVE AU-SUM-KEY             TO AR-AUDSUM-KEY
           MOVE SPACES                 TO AUDIT-SUM-RECORD
           MOVE ZEROES                 TO AU-RUN-COUNTS
           MOVE ZERO                   TO AU-FINAL-RC
           MOVE ZERO                   TO AU-LAST-BAD-RC
           MOVE AR-AUDSUM-KEY          TO AU-SUM-KEY.

      ******************************************************************
      * 2070-APPLY-END-RECORD - ROLL THE END RECORD INTO ITS ROW: END
      *   COUNT, LATEST END TIMESTAMP, FINAL RETURN CODE, THE
      *   RETURN-CODE TALLIES AND THE LATEST NON-ZERO-RC RUN.
      *   PERFORMED FROM 2020-POST-ONE-RECORD.
      ******************************************************************
       2070-APPLY-END-RECORD.
           ADD 1                       TO AU-END-COUNT
           IF AL-END-TS > AU-LAST-END-TS
               MOVE AL-END-TS          TO AU-LAST-END-TS
           END-IF
           MOVE AL-RETURN-CODE         TO AU-FINAL-RC

           IF AL-RETURN-CODE NUMERIC
               EVALUATE AL-RETURN-CODE
                   WHEN ZERO
                       ADD 1            TO AU-RC00-COUNT
                   WHEN 04
                       ADD 1            TO AU-RC04-COUNT
                   WHEN 08
                       ADD 1            TO AU-RC08-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF AL-RETURN-CODE >= 08
                   ADD 1                TO AU-FAIL-COUNT
               END-IF
               IF AL-RETURN-CODE NOT = ZERO
                   ADD 1                TO AU-BAD-COUNT
                   MOVE AL-START-TS     TO AU-LAST-BAD-START-TS
                   MOVE AL-END-TS       TO AU-LAST-BAD-END-TS
                   MOVE AL-RETURN-CODE  TO AU-LAST-BAD-RC
               END-IF
           END-IF

           IF AR-END-OUT-OF-ORDER
               ADD 1                   TO AU-ORDER-ERR-COUNT
           END-IF.

      ******************************************************************
      * 2080-WRITE-SUMMARY-ROW - REWRITE THE SUMMARY ROW IN HAND, OR
      *   WRITE IT WHEN IT IS NEW.  PERFORMED FROM
      *   2020-POST-ONE-RECORD AND 2030-POST-LOG-CONTROL.
      ******************************************************************
       2080-WRITE-SUMMARY-ROW.
           IF AR-AUDSUM-FOUND
               REWRITE AUDIT-SUM-RECORD
           ELSE
               WRITE AUDIT-SUM-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1            TO AR-ROW-COUNT
               END-WRITE
           END-IF.

      ******************************************************************
      * 3000-REPORT-TOTALS - REPORT WHAT THE REBUILD DID.  UNKNOWN
      *   RECORD TYPES OR A FULL RUN-START TABLE END THE STEP RC 4 -
      *   THE SUMMARY IS USABLE, BUT SOMEONE SHOULD LOOK AT THE LOG.
      ******************************************************************
       3000-REPORT-TOTALS.
           IF AR-SKIPPED-COUNT > ZERO
               STRING "AUDRBLD0003W " DELIMITED BY SIZE
                      AR-SKIPPED-COUNT DELIMITED BY SIZE
                      " AUDIT RECORD(S) OF UNKNOWN TYPE SKIPPED"
                          DELIMITED BY SIZE
                      INTO AR-MESSAGE-TEXT
               END-STRING
               PERFORM 9000-ISSUE-MESSAGE THRU 9000-EXIT
               SET AR-RC-WARNING TO TRUE
           END-IF

           IF AR-RUN-LOST > ZERO
               STRING "AUDRBLD0004W MORE THAN 200 JOB/RUN-MODE "
                          DELIMITED BY SIZE
                      "COMBINATIONS ON THE LOG - " DELIMITED BY SIZE
                      AR-RUN-LOST DELIMITED BY SIZE
                      " RUN(S) KEYED SITE/OVERRIDE RECORDS BY THEIR "
                          DELIMITED BY SIZE
                      "OWN DATE" DELIMITED BY SIZE
                      INTO AR-MESSAGE-TEXT
               END-STRING
               PERFORM 9000-ISSUE-MESSAGE THRU 9000-EXIT
               SET AR-RC-WARNING TO TRUE
           END-IF

           DISPLAY "AUDRBLD0005I AUDIT SUMMARY REBUILT - "
                   AR-READ-COUNT " RECORD(S) READ, "
                   AR-POSTED-COUNT " POSTED, "
                   AR-ROW-COUNT " SUMMARY ROW(S) WRITTEN".
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-ISSUE-MESSAGE - ISSUE THE MESSAGE ALREADY BUILT IN
      *   AR-MESSAGE-TEXT.  EVERY MESSAGE GOES TO SYSOUT; SEVERITY
      *   W AND E MESSAGES (POSITION 12 OF THE MESSAGE ID) ALSO GO
      *   TO THE OPERATOR CONSOLE.
      ******************************************************************
       9000-ISSUE-MESSAGE.
           DISPLAY AR-MESSAGE-TEXT
           MOVE AR-MESSAGE-TEXT(12:1)  TO AR-MSG-SEVERITY
           IF AR-MSG-CONSOLE-BOUND
               DISPLAY AR-MESSAGE-TEXT UPON CONSOLE
           END-IF
           MOVE SPACES                 TO AR-MESSAGE-TEXT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
      *   SO THE FINAL RETURN-CODE IS ALWAYS SET CONSISTENTLY.
      ******************************************************************
       MAIN-LOGIC-EXIT.
           MOVE AR-RETURN-CODE         TO RETURN-CODE.
           STOP RUN.
