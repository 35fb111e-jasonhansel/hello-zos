      * Validated maintenance of the operations batch-control files.
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.  EVERY CHANGE TO THE SITE-CONTROL,
      *                     SCHEDULE, DEADLINE AND ROUTING-CONTROL
      *                     FILES WAS A HAND EDIT OF THE DATASET, AND
      *                     A MISTYPED LATEST-START TIME AND A DOUBLED
      *                     SCHEDULE ROW BOTH WENT LIVE UNNOTICED.
      *                     THIS STEP LOADS THE FOUR FILES, APPLIES
      *                     THE ADD / CHANGE / DELETE TRANSACTIONS IN
      *                     CTLTRAN IN ORDER, AND REWRITES EVERY FILE
      *                     A TRANSACTION CHANGED.  A TRANSACTION IS
      *                     REJECTED FOR A MISSING REQUESTER, AN
      *                     UNKNOWN FILE OR ACTION, A MALFORMED HHMMSS
      *                     TIME, A LATEST START EARLIER THAN THE
      *                     EXPECTED START, AN UNKNOWN RUN MODE, A
      *                     SITE NOT ON SITECTL, A DUPLICATE KEY ON
      *                     ADD OR A MISSING KEY ON CHANGE/DELETE.
      *                     EVERY TRANSACTION IS PRINTED WITH ITS
      *                     BEFORE AND AFTER IMAGE OR ITS REJECTION
      *                     REASON, AND EVERY APPLIED ONE GOES TO THE
      *                     AUDIT LOG AS AN "M" RECORD CARRYING THE
      *                     REQUESTER ID, SO AUDIT CAN SEE WHO CHANGED
      *                     THE BATCH CONTROLS AND WHEN.  ANY
      *                     REJECTION ENDS THE STEP RC 4.
      *   2026-10-15  JH   SITE TRANSACTIONS NOW CARRY THE SITE'S
      *                     WEEKEND DAYS (SC-WEEKEND-DAYS) - SEVEN
      *                     Y/N FLAGS, MONDAY FIRST, OR BLANK FOR THE
      *                     USUAL SATURDAY/SUNDAY WEEKEND.  A SITE
      *                     WITH NO WORKING DAY AT ALL IS REJECTED.
      *   2026-10-15  JH   EACH "M" RECORD IS NOW ALSO POSTED TO ITS
      *                     ROW OF THE INDEXED AUDIT-LOG SUMMARY
      *                     (AUDSUM) AS IT IS APPENDED.
      *   2026-10-15  JH   ONCE 200 CHANGES ARE QUEUED FOR THE AUDIT
      *                     LOG EVERY FURTHER TRANSACTION IS REJECTED
      *                     BEFORE IT IS APPLIED (RC 8), SO NO CHANGE
      *                     CAN REACH THE FILES WITHOUT ITS "M"
      *                     RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CTLMNT.
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
           SELECT CONTROL-TRAN-FILE   ASSIGN TO CTLTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CM-TRAN-STATUS.
           SELECT SITE-CONTROL-FILE   ASSIGN TO SITECTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CM-SITE-STATUS.
           SELECT SCHEDULE-FILE       ASSIGN TO SCHEDFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CM-SCHED-STATUS.
           SELECT DEADLINE-FILE       ASSIGN TO DEADLN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CM-DEADLN-STATUS.
           SELECT ROUTE-CTL-FILE      ASSIGN TO RTECTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CM-ROUTE-STATUS.
           SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CM-AUDIT-STATUS.
           SELECT AUDIT-SUM-FILE      ASSIGN TO AUDSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AU-SUM-KEY
                  FILE STATUS IS CM-AUDSUM-STATUS.
           SELECT MAINT-RPT-FILE      ASSIGN TO CTLMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CM-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CTLTRAN.

       FD  SITE-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY SITECTL.

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

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITLOG.

       FD  AUDIT-SUM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDSUM.

       FD  MAINT-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CTLMRPT.

       WORKING-STORAGE SECTION.

       01  CM-TRAN-STATUS              PIC X(02)   VALUE SPACES.
           88  CM-TRAN-OK                          VALUE "00".
           88  CM-TRAN-NOT-FOUND                   VALUE "35".
       01  CM-SITE-STATUS              PIC X(02)   VALUE SPACES.
           88  CM-SITE-OK                          VALUE "00".
           88  CM-SITE-NOT-FOUND                   VALUE "35".
       01  CM-SCHED-STATUS             PIC X(02)   VALUE SPACES.
           88  CM-SCHED-OK                         VALUE "00".
           88  CM-SCHED-NOT-FOUND                  VALUE "35".
       01  CM-DEADLN-STATUS            PIC X(02)   VALUE SPACES.
           88  CM-DEADLN-OK                        VALUE "00".
           88  CM-DEADLN-NOT-FOUND                 VALUE "35".
       01  CM-ROUTE-STATUS             PIC X(02)   VALUE SPACES.
           88  CM-ROUTE-OK                         VALUE "00".
           88  CM-ROUTE-NOT-FOUND                  VALUE "35".
       01  CM-AUDIT-STATUS             PIC X(02)   VALUE SPACES.
           88  CM-AUDIT-OK                         VALUE "00".
           88  CM-AUDIT-NOT-FOUND                  VALUE "35".
       01  CM-AUDSUM-STATUS            PIC X(02)   VALUE SPACES.
           88  CM-AUDSUM-OK                        VALUE "00".
           88  CM-AUDSUM-NOT-FOUND                 VALUE "35".
       01  CM-RPT-STATUS               PIC X(02)   VALUE SPACES.

       01  CM-SWITCHES.
           05  CM-TRAN-EOF-SW          PIC X(01)   VALUE "N".
               88  CM-TRAN-EOF                     VALUE "Y".
           05  CM-SITE-EOF-SW          PIC X(01)   VALUE "N".
               88  CM-SITE-EOF                     VALUE "Y".
           05  CM-SCHED-EOF-SW         PIC X(01)   VALUE "N".
               88  CM-SCHED-EOF                    VALUE "Y".
           05  CM-DEADLN-EOF-SW        PIC X(01)   VALUE "N".
               88  CM-DEADLN-EOF                   VALUE "Y".
           05  CM-ROUTE-EOF-SW         PIC X(01)   VALUE "N".
               88  CM-ROUTE-EOF                    VALUE "Y".
           05  CM-LOAD-OVFL-SW         PIC X(01)   VALUE "N".
               88  CM-LOAD-OVERFLOW                VALUE "Y".
           05  CM-REJECTED-SW          PIC X(01)   VALUE "N".
               88  CM-REJECTED                     VALUE "Y".
           05  CM-SITE-CHANGED-SW      PIC X(01)   VALUE "N".
               88  CM-SITE-CHANGED                 VALUE "Y".
           05  CM-SCHED-CHANGED-SW     PIC X(01)   VALUE "N".
               88  CM-SCHED-CHANGED                VALUE "Y".
           05  CM-DEADLN-CHANGED-SW    PIC X(01)   VALUE "N".
               88  CM-DEADLN-CHANGED               VALUE "Y".
           05  CM-ROUTE-CHANGED-SW     PIC X(01)   VALUE "N".
               88  CM-ROUTE-CHANGED                VALUE "Y".
           05  CM-AUDSUM-FOUND-SW      PIC X(01)   VALUE "N".
               88  CM-AUDSUM-FOUND                 VALUE "Y".

      ******************************************************************
      * THE FOUR CONTROL FILES, HELD IN STORAGE WHILE THE
      * TRANSACTIONS ARE APPLIED, THEN WRITTEN BACK IN TABLE ORDER.
      * A NEW ROW GOES ON THE END; A DELETED ROW CLOSES UP THE GAP,
      * SO THE RELEASE ORDER OF THE SCHEDULE FILE IS KEPT.
      ******************************************************************
       01  CM-SITE-COUNT               PIC 9(03)   COMP VALUE ZERO.
       01  CM-SITE-TABLE.
           05  CM-SITE-ENTRY           OCCURS 50 TIMES.
               10  CM-ST-SITE-CODE     PIC X(02).
               10  CM-ST-LANG-CODE     PIC X(02).
               10  CM-ST-ACTIVE-FLAG   PIC X(01).
               10  CM-ST-WEEKEND-DAYS  PIC X(07).

       01  CM-SCHED-COUNT              PIC 9(03)   COMP VALUE ZERO.
       01  CM-SCHED-TABLE.
           05  CM-SCHED-ENTRY          OCCURS 200 TIMES.
               10  CM-SH-RUN-MODE      PIC X(13).
               10  CM-SH-SITE-CODE     PIC X(02).
               10  CM-SH-JOB-NAME      PIC X(08).

       01  CM-DEADLN-COUNT             PIC 9(03)   COMP VALUE ZERO.
       01  CM-DEADLN-TABLE.
           05  CM-DEADLN-ENTRY         OCCURS 50 TIMES.
               10  CM-DL-RUN-MODE      PIC X(13).
               10  CM-DL-SITE-CODE     PIC X(02).
               10  CM-DL-EXPECT-START  PIC X(06).
               10  CM-DL-LATEST-START  PIC X(06).
               10  CM-DL-MAX-ELAPSED   PIC 9(05).

       01  CM-ROUTE-COUNT              PIC 9(03)   COMP VALUE ZERO.
       01  CM-ROUTE-TABLE.
           05  CM-ROUTE-ENTRY          OCCURS 50 TIMES.
               10  CM-RT-RUN-MODE      PIC X(13).
               10  CM-RT-SITE-CODE     PIC X(02).
               10  CM-RT-RC-THRESHOLD  PIC 9(02).
               10  CM-RT-ONCALL-GROUP  PIC X(08).
               10  CM-RT-ESCAL-GROUP   PIC X(08).

       01  CM-IDX                      PIC 9(03)   COMP VALUE ZERO.
       01  CM-SLOT                     PIC 9(03)   COMP VALUE ZERO.
       01  CM-NEXT-IDX                 PIC 9(03)   COMP VALUE ZERO.
       01  CM-REF-COUNT                PIC 9(03)   COMP VALUE ZERO.

      ******************************************************************
      * KEY AND FIELD CHECK WORK AREAS.  THE RUN MODES ARE THE FOUR
      * HLWRLD KNOWS (SEE RB-RUN-MODE IN RUNBANR); A TIME IS HHMMSS
      * WITH HOURS UNDER 24 AND MINUTES AND SECONDS UNDER 60.
      ******************************************************************
       01  CM-CHECK-MODE               PIC X(13)   VALUE SPACES.
           88  CM-MODE-KNOWN                       VALUES "DAILY"
                                                   "MONTHLY-CLOSE"
                                                   "YEAR-END"
                                                   "CATCH-UP".
       01  CM-CHECK-SITE               PIC X(02)   VALUE SPACES.
       01  CM-CHECK-JOB                PIC X(08)   VALUE SPACES.
       01  CM-DUP-FILE-ID              PIC X(08)   VALUE SPACES.

       01  CM-CHECK-TIME               PIC X(06)   VALUE SPACES.
       01  CM-CHECK-TIME-R REDEFINES CM-CHECK-TIME.
           05  CM-CHK-HH               PIC 9(02).
           05  CM-CHK-MM               PIC 9(02).
           05  CM-CHK-SS               PIC 9(02).
       01  CM-TIME-OK-SW               PIC X(01)   VALUE "N".
           88  CM-TIME-OK                          VALUE "Y".

       01  CM-CHECK-WEEKEND            PIC X(07)   VALUE SPACES.
       01  CM-CHECK-WEEKEND-R REDEFINES CM-CHECK-WEEKEND.
           05  CM-CHK-WEEKEND-FLAG     PIC X(01)   OCCURS 7 TIMES.
       01  CM-WEEKEND-BAD-COUNT        PIC 9(02)   COMP VALUE ZERO.
       01  CM-WEEKEND-ON-COUNT         PIC 9(02)   COMP VALUE ZERO.

      ******************************************************************
      * PER-TRANSACTION REPORT WORK AREAS - THE ACTION AS PRINTED,
      * THE REJECTION REASON, AND THE RECORD IMAGE BEFORE AND AFTER.
      ******************************************************************
       01  CM-TRAN-NUMBER              PIC 9(05)   VALUE ZERO.
       01  CM-ACTION-TEXT              PIC X(04)   VALUE SPACES.
       01  CM-REJECT-REASON            PIC X(60)   VALUE SPACES.
       01  CM-BEFORE-IMAGE             PIC X(110)  VALUE SPACES.
       01  CM-AFTER-IMAGE              PIC X(110)  VALUE SPACES.

      ******************************************************************
      * APPLIED CHANGES WAITING FOR THE AUDIT LOG.  THEY ARE WRITTEN
      * ONLY AFTER THE CONTROL FILES HAVE BEEN REWRITTEN, SO THE LOG
      * NEVER RECORDS A CHANGE THAT DID NOT LAND.
      ******************************************************************
       01  CM-AUDIT-COUNT              PIC 9(03)   COMP VALUE ZERO.
       01  CM-AUDIT-IDX                PIC 9(03)   COMP VALUE ZERO.
       01  CM-AUDIT-TABLE.
           05  CM-AUDIT-ENTRY          OCCURS 200 TIMES.
               10  CM-AU-FILE-ID       PIC X(08).
               10  CM-AU-ACTION        PIC X(04).
               10  CM-AU-REQUESTER     PIC X(08).
               10  CM-AU-RUN-MODE      PIC X(13).
               10  CM-AU-SITE-CODE     PIC X(02).
               10  CM-AU-JOB-NAME      PIC X(08).

       01  CM-TS-DATE                  PIC 9(08)   VALUE ZERO.
       01  CM-TS-TIME                  PIC 9(08)   VALUE ZERO.
       01  CM-RUN-TIMESTAMP            PIC X(16)   VALUE SPACES.

      ******************************************************************
      * TRANSACTION COUNTERS FOR THE REPORT TOTALS.
      ******************************************************************
       01  CM-APPLIED-COUNT            PIC 9(05)   VALUE ZERO.
       01  CM-REJECT-COUNT             PIC 9(05)   VALUE ZERO.
       01  CM-DUP-ON-FILE-COUNT        PIC 9(05)   VALUE ZERO.

      ******************************************************************
      * STEP COMPLETION CODE - MOVED TO RETURN-CODE AT MAIN-LOGIC-EXIT
      * SO THE JOB SCHEDULER HAS SOMETHING TO COND ON.
      ******************************************************************
       01  CM-RETURN-CODE              PIC 9(02)   VALUE ZERO.
           88  CM-RC-NORMAL                        VALUE 0.
           88  CM-RC-WARNING                       VALUE 4.
           88  CM-RC-FATAL                         VALUE 8.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET CM-RC-NORMAL TO TRUE.
           ACCEPT CM-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT CM-TS-TIME FROM TIME.
           STRING CM-TS-DATE DELIMITED BY SIZE
                  CM-TS-TIME DELIMITED BY SIZE
                  INTO CM-RUN-TIMESTAMP
           END-STRING.
           OPEN OUTPUT MAINT-RPT-FILE.
           PERFORM 1000-LOAD-CONTROL-FILES THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 7000-REWRITE-CONTROL-FILES THRU 7000-EXIT.
           PERFORM 7500-WRITE-AUDIT-RECORDS THRU 7500-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           CLOSE MAINT-RPT-FILE.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-LOAD-CONTROL-FILES - PRINT THE REPORT TITLE AND LOAD THE
      *   FOUR CONTROL FILES.  SITECTL IS REQUIRED - EVERY SITE CHECK
      *   DEPENDS ON IT.  A MISSING SCHEDULE, DEADLINE OR ROUTING
      *   FILE STARTS EMPTY AND IS CREATED IF A TRANSACTION ADDS TO
      *   IT.  A FILE BIGGER THAN ITS TABLE IS FATAL - WRITING IT
      *   BACK WOULD DROP ROWS.
      ******************************************************************
       1000-LOAD-CONTROL-FILES.
           MOVE SPACES                 TO CML-PRINT-LINE
           MOVE "1"                    TO CML-CARRIAGE-CONTROL
           STRING "BATCH-CONTROL FILE MAINTENANCE REPORT - RUN "
                      DELIMITED BY SIZE
                  CM-RUN-TIMESTAMP DELIMITED BY SIZE
                  INTO CML-TEXT
           END-STRING
           WRITE CML-PRINT-LINE
           MOVE SPACES                 TO CML-PRINT-LINE
           PERFORM 6000-WRITE-REPORT-LINE

           OPEN INPUT SITE-CONTROL-FILE
           IF CM-SITE-NOT-FOUND
               DISPLAY "CTLMNT0001E SITE-CONTROL FILE NOT FOUND - "
                       "NO TRANSACTIONS APPLIED"
               SET CM-RC-FATAL TO TRUE
               CLOSE MAINT-RPT-FILE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 1010-READ-SITE-RECORD
               UNTIL CM-SITE-EOF
           CLOSE SITE-CONTROL-FILE

           OPEN INPUT SCHEDULE-FILE
           IF CM-SCHED-NOT-FOUND
               DISPLAY "CTLMNT0002W SCHEDULE FILE NOT FOUND - "
                       "STARTING FROM AN EMPTY SCHEDULE"
               SET CM-RC-WARNING TO TRUE
           ELSE
               PERFORM 1020-READ-SCHEDULE-RECORD
                   UNTIL CM-SCHED-EOF
               CLOSE SCHEDULE-FILE
           END-IF

           OPEN INPUT DEADLINE-FILE
           IF CM-DEADLN-NOT-FOUND
               DISPLAY "CTLMNT0003W DEADLINE CONTROL FILE NOT FOUND "
                       "- STARTING FROM AN EMPTY FILE"
               SET CM-RC-WARNING TO TRUE
           ELSE
               PERFORM 1030-READ-DEADLINE-RECORD
                   UNTIL CM-DEADLN-EOF
               CLOSE DEADLINE-FILE
           END-IF

           OPEN INPUT ROUTE-CTL-FILE
           IF CM-ROUTE-NOT-FOUND
               DISPLAY "CTLMNT0004W ROUTING CONTROL FILE NOT FOUND "
                       "- STARTING FROM AN EMPTY FILE"
               SET CM-RC-WARNING TO TRUE
           ELSE
               PERFORM 1040-READ-ROUTE-RECORD
                   UNTIL CM-ROUTE-EOF
               CLOSE ROUTE-CTL-FILE
           END-IF

           IF CM-LOAD-OVERFLOW
               DISPLAY "CTLMNT0005E A CONTROL FILE IS LARGER THAN ITS "
                       "MAINTENANCE TABLE - NO TRANSACTIONS APPLIED"
               SET CM-RC-FATAL TO TRUE
               CLOSE MAINT-RPT-FILE
               GO TO MAIN-LOGIC-EXIT
           END-IF

           IF CM-DUP-ON-FILE-COUNT > ZERO
               DISPLAY "CTLMNT0006W " CM-DUP-ON-FILE-COUNT
                       " DUPLICATE KEY(S) ALREADY ON THE CONTROL "
                       "FILES - SEE THE CHANGE REPORT"
               SET CM-RC-WARNING TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-READ-SITE-RECORD - READ ONE SITE-CONTROL ROW INTO THE
      *   TABLE, REPORTING A SITE CODE THAT IS ALREADY THERE.
      *   PERFORMED FROM 1000-LOAD-CONTROL-FILES.
      ******************************************************************
       1010-READ-SITE-RECORD.
           READ SITE-CONTROL-FILE INTO SITE-CONTROL-RECORD
               AT END
                   SET CM-SITE-EOF TO TRUE
               NOT AT END
                   MOVE SC-SITE-CODE    TO CM-CHECK-SITE
                   PERFORM 5100-FIND-SITE THRU 5100-EXIT
                   IF CM-SLOT > ZERO
                       MOVE "SITECTL"   TO CM-DUP-FILE-ID
                       PERFORM 1050-REPORT-FILE-DUPLICATE
                   END-IF
                   IF CM-SITE-COUNT < 50
                       ADD 1            TO CM-SITE-COUNT
                       MOVE SC-SITE-CODE
                                        TO CM-ST-SITE-CODE
                                           (CM-SITE-COUNT)
                       MOVE SC-LANG-CODE
                                        TO CM-ST-LANG-CODE
                                           (CM-SITE-COUNT)
                       MOVE SC-ACTIVE-FLAG
                                        TO CM-ST-ACTIVE-FLAG
                                           (CM-SITE-COUNT)
                       MOVE SC-WEEKEND-DAYS
                                        TO CM-ST-WEEKEND-DAYS
                                           (CM-SITE-COUNT)
                   ELSE
                       SET CM-LOAD-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 1020-READ-SCHEDULE-RECORD - READ ONE SCHEDULE ROW INTO THE
      *   TABLE, REPORTING A MODE/SITE/JOB THAT IS ALREADY THERE.
      *   PERFORMED FROM 1000-LOAD-CONTROL-FILES.
      ******************************************************************
       1020-READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE INTO SCHEDULE-RECORD
               AT END
                   SET CM-SCHED-EOF TO TRUE
               NOT AT END
                   MOVE SCH-RUN-MODE    TO CM-CHECK-MODE
                   MOVE SCH-SITE-CODE   TO CM-CHECK-SITE
                   MOVE SCH-JOB-NAME    TO CM-CHECK-JOB
                   PERFORM 5200-FIND-SCHEDULE THRU 5200-EXIT
                   IF CM-SLOT > ZERO
                       MOVE "SCHEDFL"   TO CM-DUP-FILE-ID
                       PERFORM 1050-REPORT-FILE-DUPLICATE
                   END-IF
                   IF CM-SCHED-COUNT < 200
                       ADD 1            TO CM-SCHED-COUNT
                       MOVE SCH-RUN-MODE
                                        TO CM-SH-RUN-MODE
                                           (CM-SCHED-COUNT)
                       MOVE SCH-SITE-CODE
                                        TO CM-SH-SITE-CODE
                                           (CM-SCHED-COUNT)
                       MOVE SCH-JOB-NAME
                                        TO CM-SH-JOB-NAME
                                           (CM-SCHED-COUNT)
                   ELSE
                       SET CM-LOAD-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 1030-READ-DEADLINE-RECORD - READ ONE DEADLINE ROW INTO THE
      *   TABLE, REPORTING A MODE/SITE THAT IS ALREADY THERE.
      *   PERFORMED FROM 1000-LOAD-CONTROL-FILES.
      ******************************************************************
       1030-READ-DEADLINE-RECORD.
           READ DEADLINE-FILE INTO DEADLINE-RECORD
               AT END
                   SET CM-DEADLN-EOF TO TRUE
               NOT AT END
                   MOVE DL-RUN-MODE     TO CM-CHECK-MODE
                   MOVE DL-SITE-CODE    TO CM-CHECK-SITE
                   MOVE SPACES          TO CM-CHECK-JOB
                   PERFORM 5300-FIND-DEADLINE THRU 5300-EXIT
                   IF CM-SLOT > ZERO
                       MOVE "DEADLN"    TO CM-DUP-FILE-ID
                       PERFORM 1050-REPORT-FILE-DUPLICATE
                   END-IF
                   IF CM-DEADLN-COUNT < 50
                       ADD 1            TO CM-DEADLN-COUNT
                       MOVE DL-RUN-MODE TO CM-DL-RUN-MODE
                                           (CM-DEADLN-COUNT)
                       MOVE DL-SITE-CODE
                                        TO CM-DL-SITE-CODE
                                           (CM-DEADLN-COUNT)
                       MOVE DL-EXPECTED-START
                                        TO CM-DL-EXPECT-START
                                           (CM-DEADLN-COUNT)
                       MOVE DL-LATEST-START
                                        TO CM-DL-LATEST-START
                                           (CM-DEADLN-COUNT)
                       IF DL-MAX-ELAPSED NUMERIC
                           MOVE DL-MAX-ELAPSED
                                        TO CM-DL-MAX-ELAPSED
                                           (CM-DEADLN-COUNT)
                       ELSE
                           MOVE ZERO    TO CM-DL-MAX-ELAPSED
                                           (CM-DEADLN-COUNT)
                       END-IF
                   ELSE
                       SET CM-LOAD-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 1040-READ-ROUTE-RECORD - READ ONE ROUTING ROW INTO THE TABLE,
      *   REPORTING A MODE/SITE THAT IS ALREADY THERE.  PERFORMED
      *   FROM 1000-LOAD-CONTROL-FILES.
      ******************************************************************
       1040-READ-ROUTE-RECORD.
           READ ROUTE-CTL-FILE INTO ROUTE-CONTROL-RECORD
               AT END
                   SET CM-ROUTE-EOF TO TRUE
               NOT AT END
                   MOVE RT-RUN-MODE     TO CM-CHECK-MODE
                   MOVE RT-SITE-CODE    TO CM-CHECK-SITE
                   MOVE SPACES          TO CM-CHECK-JOB
                   PERFORM 5400-FIND-ROUTE THRU 5400-EXIT
                   IF CM-SLOT > ZERO
                       MOVE "RTECTL"    TO CM-DUP-FILE-ID
                       PERFORM 1050-REPORT-FILE-DUPLICATE
                   END-IF
                   IF CM-ROUTE-COUNT < 50
                       ADD 1            TO CM-ROUTE-COUNT
                       MOVE RT-RUN-MODE TO CM-RT-RUN-MODE
                                           (CM-ROUTE-COUNT)
                       MOVE RT-SITE-CODE
                                        TO CM-RT-SITE-CODE
                                           (CM-ROUTE-COUNT)
                       IF RT-RC-THRESHOLD NUMERIC
                           MOVE RT-RC-THRESHOLD
                                        TO CM-RT-RC-THRESHOLD
                                           (CM-ROUTE-COUNT)
                       ELSE
                           MOVE ZERO    TO CM-RT-RC-THRESHOLD
                                           (CM-ROUTE-COUNT)
                       END-IF
                       MOVE RT-ONCALL-GROUP
                                        TO CM-RT-ONCALL-GROUP
                                           (CM-ROUTE-COUNT)
                       MOVE RT-ESCAL-GROUP
                                        TO CM-RT-ESCAL-GROUP
                                           (CM-ROUTE-COUNT)
                   ELSE
                       SET CM-LOAD-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 1050-REPORT-FILE-DUPLICATE - A KEY ALREADY ON A CONTROL FILE
      *   TURNED UP TWICE WHILE LOADING - THE HAND-EDIT PROBLEM THIS
      *   STEP EXISTS TO END.  IT IS REPORTED, NOT FIXED: THE OWNER
      *   DELETES THE EXTRA ROW WITH A TRANSACTION.  THE FILE NAME IS
      *   PASSED IN CM-DUP-FILE-ID.  PERFORMED FROM THE LOAD
      *   PARAGRAPHS.
      ******************************************************************
       1050-REPORT-FILE-DUPLICATE.
           ADD 1                       TO CM-DUP-ON-FILE-COUNT
           MOVE SPACES                 TO CML-PRINT-LINE
           STRING "DUPLICATE KEY ALREADY ON " DELIMITED BY SIZE
                  CM-DUP-FILE-ID DELIMITED BY SPACE
                  " - MODE " DELIMITED BY SIZE
                  CM-CHECK-MODE DELIMITED BY SIZE
                  " SITE " DELIMITED BY SIZE
                  CM-CHECK-SITE DELIMITED BY SIZE
                  " JOB " DELIMITED BY SIZE
                  CM-CHECK-JOB DELIMITED BY SIZE
                  INTO CML-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE
           MOVE SPACES                 TO CM-CHECK-MODE
           MOVE SPACES                 TO CM-CHECK-JOB.

      ******************************************************************
      * 2000-APPLY-TRANSACTIONS - READ THE TRANSACTION FILE AND APPLY
      *   EACH RECORD IN ORDER, SO A SITE ADDED EARLY IN THE DECK CAN
      *   BE REFERENCED BY A SCHEDULE ROW LATER IN IT.  NO
      *   TRANSACTION FILE MEANS NOTHING TO DO.
      ******************************************************************
       2000-APPLY-TRANSACTIONS.
           MOVE "N"                    TO CM-TRAN-EOF-SW

           OPEN INPUT CONTROL-TRAN-FILE
           IF CM-TRAN-NOT-FOUND
               DISPLAY "CTLMNT0007W TRANSACTION FILE NOT FOUND - "
                       "NO CHANGES APPLIED"
               SET CM-RC-WARNING TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-READ-TRAN-RECORD
               UNTIL CM-TRAN-EOF
           CLOSE CONTROL-TRAN-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-TRAN-RECORD - READ ONE TRANSACTION AND PROCESS IT.
      *   PERFORMED FROM 2000-APPLY-TRANSACTIONS.
      ******************************************************************
       2010-READ-TRAN-RECORD.
           READ CONTROL-TRAN-FILE INTO CONTROL-TRAN-RECORD
               AT END
                   SET CM-TRAN-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-PROCESS-ONE-TRAN THRU 2100-EXIT
           END-READ.

      ******************************************************************
      * 2100-PROCESS-ONE-TRAN - CHECK THE PARTS EVERY TRANSACTION
      *   SHARES (REQUESTER, ACTION, FILE) AND ROUTE IT TO THE
      *   PARAGRAPH FOR ITS FILE, THEN PRINT IT - APPLIED WITH ITS
      *   BEFORE/AFTER IMAGES, OR REJECTED WITH THE REASON.
      *   PERFORMED FROM 2010-READ-TRAN-RECORD.
      ******************************************************************
       2100-PROCESS-ONE-TRAN.
           ADD 1                       TO CM-TRAN-NUMBER
           MOVE "N"                    TO CM-REJECTED-SW
           MOVE SPACES                 TO CM-REJECT-REASON
           MOVE SPACES                 TO CM-BEFORE-IMAGE
           MOVE SPACES                 TO CM-AFTER-IMAGE
           MOVE SPACES                 TO CM-CHECK-MODE
           MOVE SPACES                 TO CM-CHECK-SITE
           MOVE SPACES                 TO CM-CHECK-JOB

           EVALUATE TRUE
               WHEN CT-ACTION-ADD
                   MOVE "ADD"          TO CM-ACTION-TEXT
               WHEN CT-ACTION-CHANGE
                   MOVE "CHG"          TO CM-ACTION-TEXT
               WHEN CT-ACTION-DELETE
                   MOVE "DEL"          TO CM-ACTION-TEXT
               WHEN OTHER
                   MOVE "????"         TO CM-ACTION-TEXT
                   MOVE "UNKNOWN ACTION CODE - MUST BE A, C OR D"
                                        TO CM-REJECT-REASON
                   SET CM-REJECTED     TO TRUE
           END-EVALUATE

           IF NOT CM-REJECTED
              AND CT-REQUESTER-ID = SPACES
               MOVE "REQUESTER ID MISSING - CHANGE IS NOT AUDITABLE"
                                        TO CM-REJECT-REASON
               SET CM-REJECTED         TO TRUE
           END-IF

           IF NOT CM-REJECTED
              AND CM-AUDIT-COUNT NOT < 200
               MOVE "AUDIT QUEUE FULL - SPLIT THE DECK"
                                        TO CM-REJECT-REASON
               SET CM-REJECTED         TO TRUE
               SET CM-RC-FATAL         TO TRUE
               DISPLAY "CTLMNT0008E MORE THAN 200 CHANGES - "
                       "TRANSACTION " CM-TRAN-NUMBER " REJECTED "
                       "UNAPPLIED, SPLIT THE DECK"
           END-IF

           IF NOT CM-REJECTED
               EVALUATE TRUE
                   WHEN CT-FILE-SITECTL
                       PERFORM 3000-SITE-TRAN THRU 3000-EXIT
                   WHEN CT-FILE-SCHEDFL
                       PERFORM 3100-SCHEDULE-TRAN THRU 3100-EXIT
                   WHEN CT-FILE-DEADLN
                       PERFORM 3200-DEADLINE-TRAN THRU 3200-EXIT
                   WHEN CT-FILE-RTECTL
                       PERFORM 3300-ROUTE-TRAN THRU 3300-EXIT
                   WHEN OTHER
                       MOVE "UNKNOWN FILE ID - MUST BE SITECTL, "
                                        TO CM-REJECT-REASON
                       MOVE "SCHEDFL, DEADLN OR RTECTL"
                                        TO CM-REJECT-REASON(36:25)
                       SET CM-REJECTED TO TRUE
               END-EVALUATE
           END-IF

           PERFORM 2200-PRINT-TRAN THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-PRINT-TRAN - PRINT THE TRANSACTION HEADING AND EITHER
      *   ITS BEFORE/AFTER IMAGES OR ITS REJECTION, AND COUNT IT.
      *   PERFORMED FROM 2100-PROCESS-ONE-TRAN.
      ******************************************************************
       2200-PRINT-TRAN.
           MOVE SPACES                 TO CML-PRINT-LINE
           PERFORM 6000-WRITE-REPORT-LINE
           STRING "TRAN " DELIMITED BY SIZE
                  CM-TRAN-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CM-ACTION-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CT-FILE-ID DELIMITED BY SIZE
                  "  REQUESTED BY " DELIMITED BY SIZE
                  CT-REQUESTER-ID DELIMITED BY SIZE
                  INTO CML-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE

           IF CM-REJECTED
               ADD 1                   TO CM-REJECT-COUNT
               STRING "    INPUT:    " DELIMITED BY SIZE
                      CT-TRAN-DATA DELIMITED BY SIZE
                      INTO CML-TEXT
               END-STRING
               PERFORM 6000-WRITE-REPORT-LINE
               STRING "    REJECTED: " DELIMITED BY SIZE
                      CM-REJECT-REASON DELIMITED BY SIZE
                      INTO CML-TEXT
               END-STRING
               PERFORM 6000-WRITE-REPORT-LINE
               GO TO 2200-EXIT
           END-IF

           ADD 1                       TO CM-APPLIED-COUNT
           IF CM-BEFORE-IMAGE = SPACES
               MOVE "    BEFORE:   (NO RECORD)" TO CML-TEXT
           ELSE
               STRING "    BEFORE:   " DELIMITED BY SIZE
                      CM-BEFORE-IMAGE DELIMITED BY SIZE
                      INTO CML-TEXT
               END-STRING
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE
           IF CM-AFTER-IMAGE = SPACES
               MOVE "    AFTER:    (DELETED)" TO CML-TEXT
           ELSE
               STRING "    AFTER:    " DELIMITED BY SIZE
                      CM-AFTER-IMAGE DELIMITED BY SIZE
                      INTO CML-TEXT
               END-STRING
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SITE-TRAN - APPLY ONE SITE-CONTROL TRANSACTION.  THE
      *   KEY IS THE SITE CODE ("**" IS RESERVED FOR ALL-SITES RUNS
      *   AND CANNOT BE A SITE).  THE ACTIVE FLAG IS A (ACTIVE) OR I
      *   (INACTIVE).  A SITE STILL NAMED ON THE SCHEDULE, DEADLINE
      *   OR ROUTING FILE CANNOT BE DELETED - MAKE IT INACTIVE, OR
      *   DELETE THOSE ROWS FIRST.  PERFORMED FROM
      *   2100-PROCESS-ONE-TRAN.
      ******************************************************************
       3000-SITE-TRAN.
           IF CT-SC-SITE-CODE = SPACES
              OR CT-SC-SITE-CODE = "**"
               MOVE "SITE CODE MISSING OR RESERVED" TO CM-REJECT-REASON
               SET CM-REJECTED         TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE CT-SC-SITE-CODE        TO CM-CHECK-SITE
           PERFORM 5100-FIND-SITE THRU 5100-EXIT
           IF CM-SLOT > ZERO
               PERFORM 3010-SITE-IMAGE
               MOVE CML-TEXT           TO CM-BEFORE-IMAGE
               MOVE SPACES             TO CML-TEXT
           END-IF

           IF NOT CT-ACTION-DELETE
               IF CT-SC-LANG-CODE = SPACES
                   MOVE "LANGUAGE CODE MISSING" TO CM-REJECT-REASON
                   SET CM-REJECTED     TO TRUE
                   GO TO 3000-EXIT
               END-IF
               IF CT-SC-ACTIVE-FLAG NOT = "A"
                  AND CT-SC-ACTIVE-FLAG NOT = "I"
                   MOVE "ACTIVE FLAG MUST BE A OR I" TO CM-REJECT-REASON
                   SET CM-REJECTED     TO TRUE
                   GO TO 3000-EXIT
               END-IF
               PERFORM 3040-CHECK-WEEKEND-DAYS THRU 3040-EXIT
               IF CM-REJECTED
                   GO TO 3000-EXIT
               END-IF
           END-IF

           PERFORM 5900-CHECK-KEY-PRESENCE THRU 5900-EXIT
           IF CM-REJECTED
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CT-ACTION-ADD
                   IF CM-SITE-COUNT NOT < 50
                       MOVE "SITE-CONTROL TABLE FULL"
                                        TO CM-REJECT-REASON
                       SET CM-REJECTED TO TRUE
                       GO TO 3000-EXIT
                   END-IF
                   ADD 1               TO CM-SITE-COUNT
                   MOVE CM-SITE-COUNT  TO CM-SLOT
               WHEN CT-ACTION-DELETE
                   PERFORM 3020-COUNT-SITE-REFERENCES THRU 3020-EXIT
                   IF CM-REF-COUNT > ZERO
                       MOVE "SITE STILL NAMED ON SCHEDFL, DEADLN OR "
                                        TO CM-REJECT-REASON
                       MOVE "RTECTL - NOT DELETED"
                                        TO CM-REJECT-REASON(40:20)
                       SET CM-REJECTED TO TRUE
                       GO TO 3000-EXIT
                   END-IF
                   PERFORM 3030-CLOSE-SITE-GAP
                       VARYING CM-IDX FROM CM-SLOT BY 1
                       UNTIL CM-IDX NOT < CM-SITE-COUNT
                   SUBTRACT 1          FROM CM-SITE-COUNT
                   SET CM-SITE-CHANGED TO TRUE
                   PERFORM 5800-QUEUE-AUDIT-ENTRY
                   GO TO 3000-EXIT
           END-EVALUATE

           MOVE CT-SC-SITE-CODE        TO CM-ST-SITE-CODE(CM-SLOT)
           MOVE CT-SC-LANG-CODE        TO CM-ST-LANG-CODE(CM-SLOT)
           MOVE CT-SC-ACTIVE-FLAG      TO CM-ST-ACTIVE-FLAG(CM-SLOT)
           MOVE CT-SC-WEEKEND-DAYS     TO CM-ST-WEEKEND-DAYS(CM-SLOT)
           PERFORM 3010-SITE-IMAGE
           MOVE CML-TEXT               TO CM-AFTER-IMAGE
           MOVE SPACES                 TO CML-TEXT
           SET CM-SITE-CHANGED         TO TRUE
           PERFORM 5800-QUEUE-AUDIT-ENTRY.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-SITE-IMAGE - FORMAT SITE-CONTROL ROW CM-SLOT INTO
      *   CML-TEXT FOR THE BEFORE/AFTER LINES.  PERFORMED FROM
      *   3000-SITE-TRAN.
      ******************************************************************
       3010-SITE-IMAGE.
           MOVE SPACES                 TO CML-TEXT
           STRING "SITE " DELIMITED BY SIZE
                  CM-ST-SITE-CODE(CM-SLOT) DELIMITED BY SIZE
                  "  LANG " DELIMITED BY SIZE
                  CM-ST-LANG-CODE(CM-SLOT) DELIMITED BY SIZE
                  "  ACTIVE FLAG " DELIMITED BY SIZE
                  CM-ST-ACTIVE-FLAG(CM-SLOT) DELIMITED BY SIZE
                  "  WEEKEND MTWTFSS " DELIMITED BY SIZE
                  CM-ST-WEEKEND-DAYS(CM-SLOT) DELIMITED BY SIZE
                  INTO CML-TEXT
           END-STRING.

      ******************************************************************
      * 3020-COUNT-SITE-REFERENCES - COUNT THE SCHEDULE, DEADLINE
      *   AND ROUTING ROWS THAT STILL NAME THE SITE IN CM-CHECK-SITE.
      *   PERFORMED FROM 3000-SITE-TRAN.
      ******************************************************************
       3020-COUNT-SITE-REFERENCES.
           MOVE ZERO                   TO CM-REF-COUNT
           PERFORM 3022-COUNT-SCHEDULE-REF
               VARYING CM-IDX FROM 1 BY 1
               UNTIL CM-IDX > CM-SCHED-COUNT
           PERFORM 3024-COUNT-DEADLINE-REF
               VARYING CM-IDX FROM 1 BY 1
               UNTIL CM-IDX > CM-DEADLN-COUNT
           PERFORM 3026-COUNT-ROUTE-REF
               VARYING CM-IDX FROM 1 BY 1
               UNTIL CM-IDX > CM-ROUTE-COUNT.
       3020-EXIT.
           EXIT.

       3022-COUNT-SCHEDULE-REF.
           IF CM-SH-SITE-CODE(CM-IDX) = CM-CHECK-SITE
               ADD 1                   TO CM-REF-COUNT
           END-IF.

       3024-COUNT-DEADLINE-REF.
           IF CM-DL-SITE-CODE(CM-IDX) = CM-CHECK-SITE
               ADD 1                   TO CM-REF-COUNT
           END-IF.

       3026-COUNT-ROUTE-REF.
           IF CM-RT-SITE-CODE(CM-IDX) = CM-CHECK-SITE
               ADD 1                   TO CM-REF-COUNT
           END-IF.

      ******************************************************************
      * 3030-CLOSE-SITE-GAP - MOVE ONE SITE-CONTROL ROW UP A SLOT
      *   OVER THE DELETED ONE.  PERFORMED FROM 3000-SITE-TRAN.
      ******************************************************************
       3030-CLOSE-SITE-GAP.
           COMPUTE CM-NEXT-IDX = CM-IDX + 1
           MOVE CM-SITE-ENTRY(CM-NEXT-IDX) TO CM-SITE-ENTRY(CM-IDX).

      ******************************************************************
      * 3040-CHECK-WEEKEND-DAYS - THE WEEKEND FLAGS ARE BLANK (USUAL
      *   SATURDAY/SUNDAY WEEKEND) OR SEVEN Y/N FLAGS, MONDAY FIRST,
      *   WITH AT LEAST ONE WORKING DAY.  PERFORMED FROM
      *   3000-SITE-TRAN.
      ******************************************************************
       3040-CHECK-WEEKEND-DAYS.
           IF CT-SC-WEEKEND-DAYS = SPACES
               GO TO 3040-EXIT
           END-IF
           MOVE CT-SC-WEEKEND-DAYS     TO CM-CHECK-WEEKEND
           MOVE ZERO                   TO CM-WEEKEND-BAD-COUNT
           MOVE ZERO                   TO CM-WEEKEND-ON-COUNT
           PERFORM 3042-CHECK-WEEKEND-FLAG
               VARYING CM-IDX FROM 1 BY 1
               UNTIL CM-IDX > 7
           IF CM-WEEKEND-BAD-COUNT > ZERO
               MOVE "WEEKEND DAYS MUST BE SEVEN Y/N FLAGS OR BLANK"
                                        TO CM-REJECT-REASON
               SET CM-REJECTED         TO TRUE
               GO TO 3040-EXIT
           END-IF
           IF CM-WEEKEND-ON-COUNT = 7
               MOVE "WEEKEND DAYS LEAVE THE SITE NO WORKING DAY"
                                        TO CM-REJECT-REASON
               SET CM-REJECTED         TO TRUE
           END-IF.
       3040-EXIT.
           EXIT.

       3042-CHECK-WEEKEND-FLAG.
           EVALUATE CM-CHK-WEEKEND-FLAG(CM-IDX)
               WHEN "Y"
                   ADD 1               TO CM-WEEKEND-ON-COUNT
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   ADD 1               TO CM-WEEKEND-BAD-COUNT
           END-EVALUATE.

      ******************************************************************
      * 3100-SCHEDULE-TRAN - APPLY ONE SCHEDULE TRANSACTION.  THE
      *   WHOLE ROW IS THE KEY (MODE, SITE, JOB), SO THERE IS NOTHING
      *   TO CHANGE - A RENAMED OR MOVED JOB IS A DELETE AND AN ADD.
      *   THE SITE MUST BE ON SITECTL.  PERFORMED FROM
      *   2100-PROCESS-ONE-TRAN.
      ******************************************************************
       3100-SCHEDULE-TRAN.
           IF CT-ACTION-CHANGE
               MOVE "SCHEDULE ROWS HAVE NO NON-KEY FIELDS - USE "
                                        TO CM-REJECT-REASON
               MOVE "DELETE + ADD"     TO CM-REJECT-REASON(45:12)
               SET CM-REJECTED         TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE CT-SCH-RUN-MODE        TO CM-CHECK-MODE
           MOVE CT-SCH-SITE-CODE       TO CM-CHECK-SITE
           MOVE CT-SCH-JOB-NAME        TO CM-CHECK-JOB
           IF CM-CHECK-JOB = SPACES
               MOVE "JOB NAME MISSING"  TO CM-REJECT-REASON
               SET CM-REJECTED         TO TRUE
               GO TO 3100-EXIT
           END-IF
           PERFORM 5500-CHECK-RUN-MODE THRU 5500-EXIT
           IF CM-REJECTED
               GO TO 3100-EXIT
           END-IF
           IF CT-ACTION-ADD
               PERFORM 5600-CHECK-SITE-KNOWN THRU 5600-EXIT
               IF CM-REJECTED
                   GO TO 3100-EXIT
               END-IF
           END-IF

           PERFORM 5200-FIND-SCHEDULE THRU 5200-EXIT
           IF CM-SLOT > ZERO
               PERFORM 3110-SCHEDULE-IMAGE
               MOVE CML-TEXT           TO CM-BEFORE-IMAGE
               MOVE SPACES             TO CML-TEXT
           END-IF
           PERFORM 5900-CHECK-KEY-PRESENCE THRU 5900-EXIT
           IF CM-REJECTED
               GO TO 3100-EXIT
           END-IF

           IF CT-ACTION-DELETE
               PERFORM 3130-CLOSE-SCHEDULE-GAP
                   VARYING CM-IDX FROM CM-SLOT BY 1
                   UNTIL CM-IDX NOT < CM-SCHED-COUNT
               SUBTRACT 1              FROM CM-SCHED-COUNT
               SET CM-SCHED-CHANGED    TO TRUE
               PERFORM 5800-QUEUE-AUDIT-ENTRY
               GO TO 3100-EXIT
           END-IF

           IF CM-SCHED-COUNT NOT < 200
               MOVE "SCHEDULE TABLE FULL" TO CM-REJECT-REASON
               SET CM-REJECTED         TO TRUE
               GO TO 3100-EXIT
           END-IF
           ADD 1                       TO CM-SCHED-COUNT
           MOVE CM-SCHED-COUNT         TO CM-SLOT
           MOVE CM-CHECK-MODE          TO CM-SH-RUN-MODE(CM-SLOT)
           MOVE CM-CHECK-SITE          TO CM-SH-SITE-CODE(CM-SLOT)
           MOVE CM-CHECK-JOB           TO CM-SH-JOB-NAME(CM-SLOT)
           PERFORM 3110-SCHEDULE-IMAGE
           MOVE CML-TEXT               TO CM-AFTER-IMAGE
           MOVE SPACES                 TO CML-TEXT
           SET CM-SCHED-CHANGED        TO TRUE
           PERFORM 5800-QUEUE-AUDIT-ENTRY.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3110-SCHEDULE-IMAGE - FORMAT SCHEDULE ROW CM-SLOT INTO
      *   CML-TEXT.  PERFORMED FROM 3100-SCHEDULE-TRAN.
      ******************************************************************
       3110-SCHEDULE-IMAGE.
           MOVE SPACES                 TO CML-TEXT
           STRING "MODE " DELIMITED BY SIZE
                  CM-SH-RUN-MODE(CM-SLOT) DELIMITED BY SIZE
                  "  SITE " DELIMITED BY SIZE
                  CM-SH-SITE-CODE(CM-SLOT) DELIMITED BY SIZE
                  "  JOB " DELIMITED BY SIZE
                  CM-SH-JOB-NAME(CM-SLOT) DELIMITED BY SIZE
                  INTO CML-TEXT
           END-STRING.

      ******************************************************************
      * 3130-CLOSE-SCHEDULE-GAP - MOVE ONE SCHEDULE ROW UP A SLOT.
      *   PERFORMED FROM 3100-SCHEDULE-TRAN.
      ******************************************************************
       3130-CLOSE-SCHEDULE-GAP.
           COMPUTE CM-NEXT-IDX = CM-IDX + 1
           MOVE CM-SCHED-ENTRY(CM-NEXT-IDX) TO CM-SCHED-ENTRY(CM-IDX).

      ******************************************************************
      * 3200-DEADLINE-TRAN - APPLY ONE DEADLINE TRANSACTION.  THE
      *   KEY IS MODE/SITE ("**" MATCHES ANY SITE).  BOTH TIMES MUST
      *   BE VALID HHMMSS, THE LATEST START CANNOT BE EARLIER THAN
      *   THE EXPECTED START, AND THE MAXIMUM ELAPSED SECONDS MUST BE
      *   NUMERIC.  PERFORMED FROM 2100-PROCESS-ONE-TRAN.
      ******************************************************************
       3200-DEADLINE-TRAN.
           MOVE CT-DL-RUN-MODE         TO CM-CHECK-MODE
           MOVE CT-DL-SITE-CODE        TO CM-CHECK-SITE
           PERFORM 5500-CHECK-RUN-MODE THRU 5500-EXIT
           IF CM-REJECTED
               GO TO 3200-EXIT
           END-IF
           IF NOT CT-ACTION-DELETE
               PERFORM 5600-CHECK-SITE-KNOWN THRU 5600-EXIT
               IF CM-REJECTED
                   GO TO 3200-EXIT
               END-IF
               MOVE CT-DL-EXPECT-START TO CM-CHECK-TIME
               PERFORM 5700-CHECK-HHMMSS THRU 5700-EXIT
               IF NOT CM-TIME-OK
                   MOVE "EXPECTED START IS NOT A VALID HHMMSS TIME"
                                        TO CM-REJECT-REASON
                   SET CM-REJECTED     TO TRUE
                   GO TO 3200-EXIT
               END-IF
               MOVE CT-DL-LATEST-START TO CM-CHECK-TIME
               PERFORM 5700-CHECK-HHMMSS THRU 5700-EXIT
               IF NOT CM-TIME-OK
                   MOVE "LATEST START IS NOT A VALID HHMMSS TIME"
                                        TO CM-REJECT-REASON
                   SET CM-REJECTED     TO TRUE
                   GO TO 3200-EXIT
               END-IF
               IF CT-DL-LATEST-START < CT-DL-EXPECT-START
                   MOVE "LATEST START IS EARLIER THAN EXPECTED START"
                                        TO CM-REJECT-REASON
                   SET CM-REJECTED     TO TRUE
                   GO TO 3200-EXIT
               END-IF
               IF CT-DL-MAX-ELAPSED NOT NUMERIC
                   MOVE "MAXIMUM ELAPSED SECONDS IS NOT NUMERIC"
                                        TO CM-REJECT-REASON
                   SET CM-REJECTED     TO TRUE
                   GO TO 3200-EXIT
               END-IF
           END-IF

           PERFORM 5300-FIND-DEADLINE THRU 5300-EXIT
           IF CM-SLOT > ZERO
               PERFORM 3210-DEADLINE-IMAGE
               MOVE CML-TEXT           TO CM-BEFORE-IMAGE
               MOVE SPACES             TO CML-TEXT
           END-IF
           PERFORM 5900-CHECK-KEY-PRESENCE THRU 5900-EXIT
           IF CM-REJECTED
               GO TO 3200-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CT-ACTION-ADD
                   IF CM-DEADLN-COUNT NOT < 50
                       MOVE "DEADLINE TABLE FULL" TO CM-REJECT-REASON
                       SET CM-REJECTED TO TRUE
                       GO TO 3200-EXIT
                   END-IF
                   ADD 1               TO CM-DEADLN-COUNT
                   MOVE CM-DEADLN-COUNT TO CM-SLOT
               WHEN CT-ACTION-DELETE
                   PERFORM 3230-CLOSE-DEADLINE-GAP
                       VARYING CM-IDX FROM CM-SLOT BY 1
                       UNTIL CM-IDX NOT < CM-DEADLN-COUNT
                   SUBTRACT 1          FROM CM-DEADLN-COUNT
                   SET CM-DEADLN-CHANGED TO TRUE
                   PERFORM 5800-QUEUE-AUDIT-ENTRY
                   GO TO 3200-EXIT
           END-EVALUATE

           MOVE CM-CHECK-MODE          TO CM-DL-RUN-MODE(CM-SLOT)
           MOVE CM-CHECK-SITE          TO CM-DL-SITE-CODE(CM-SLOT)
           MOVE CT-DL-EXPECT-START     TO CM-DL-EXPECT-START(CM-SLOT)
           MOVE CT-DL-LATEST-START     TO CM-DL-LATEST-START(CM-SLOT)
           MOVE CT-DL-MAX-ELAPSED      TO CM-DL-MAX-ELAPSED(CM-SLOT)
           PERFORM 3210-DEADLINE-IMAGE
           MOVE CML-TEXT               TO CM-AFTER-IMAGE
           MOVE SPACES                 TO CML-TEXT
           SET CM-DEADLN-CHANGED       TO TRUE
           PERFORM 5800-QUEUE-AUDIT-ENTRY.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-DEADLINE-IMAGE - FORMAT DEADLINE ROW CM-SLOT INTO
      *   CML-TEXT.  PERFORMED FROM 3200-DEADLINE-TRAN.
      ******************************************************************
       3210-DEADLINE-IMAGE.
           MOVE SPACES                 TO CML-TEXT
           STRING "MODE " DELIMITED BY SIZE
                  CM-DL-RUN-MODE(CM-SLOT) DELIMITED BY SIZE
                  "  SITE " DELIMITED BY SIZE
                  CM-DL-SITE-CODE(CM-SLOT) DELIMITED BY SIZE
                  "  EXPECTED " DELIMITED BY SIZE
                  CM-DL-EXPECT-START(CM-SLOT) DELIMITED BY SIZE
                  "  LATEST " DELIMITED BY SIZE
                  CM-DL-LATEST-START(CM-SLOT) DELIMITED BY SIZE
                  "  MAX SECS " DELIMITED BY SIZE
                  CM-DL-MAX-ELAPSED(CM-SLOT) DELIMITED BY SIZE
                  INTO CML-TEXT
           END-STRING.

      ******************************************************************
      * 3230-CLOSE-DEADLINE-GAP - MOVE ONE DEADLINE ROW UP A SLOT.
      *   PERFORMED FROM 3200-DEADLINE-TRAN.
      ******************************************************************
       3230-CLOSE-DEADLINE-GAP.
           COMPUTE CM-NEXT-IDX = CM-IDX + 1
           MOVE CM-DEADLN-ENTRY(CM-NEXT-IDX)
                                        TO CM-DEADLN-ENTRY(CM-IDX).

      ******************************************************************
      * 3300-ROUTE-TRAN - APPLY ONE ROUTING TRANSACTION.  THE KEY IS
      *   MODE/SITE ("**" MATCHES ANY SITE).  THE THRESHOLD MUST BE
      *   NUMERIC AND THE ON-CALL GROUP PRESENT; A BLANK ESCALATION
      *   GROUP IS ALLOWED.  PERFORMED FROM 2100-PROCESS-ONE-TRAN.
      ******************************************************************
       3300-ROUTE-TRAN.
           MOVE CT-RT-RUN-MODE         TO CM-CHECK-MODE
           MOVE CT-RT-SITE-CODE        TO CM-CHECK-SITE
           PERFORM 5500-CHECK-RUN-MODE THRU 5500-EXIT
           IF CM-REJECTED
               GO TO 3300-EXIT
           END-IF
           IF NOT CT-ACTION-DELETE
               PERFORM 5600-CHECK-SITE-KNOWN THRU 5600-EXIT
               IF CM-REJECTED
                   GO TO 3300-EXIT
               END-IF
               IF CT-RT-RC-THRESHOLD NOT NUMERIC
                   MOVE "RC THRESHOLD IS NOT NUMERIC"
                                        TO CM-REJECT-REASON
                   SET CM-REJECTED     TO TRUE
                   GO TO 3300-EXIT
               END-IF
               IF CT-RT-ONCALL-GROUP = SPACES
                   MOVE "ON-CALL GROUP MISSING" TO CM-REJECT-REASON
                   SET CM-REJECTED     TO TRUE
                   GO TO 3300-EXIT
               END-IF
           END-IF

           PERFORM 5400-FIND-ROUTE THRU 5400-EXIT
           IF CM-SLOT > ZERO
               PERFORM 3310-ROUTE-IMAGE
               MOVE CML-TEXT           TO CM-BEFORE-IMAGE
               MOVE SPACES             TO CML-TEXT
           END-IF
           PERFORM 5900-CHECK-KEY-PRESENCE THRU 5900-EXIT
           IF CM-REJECTED
               GO TO 3300-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CT-ACTION-ADD
                   IF CM-ROUTE-COUNT NOT < 50
                       MOVE "ROUTING TABLE FULL" TO CM-REJECT-REASON
                       SET CM-REJECTED TO TRUE
                       GO TO 3300-EXIT
                   END-IF
                   ADD 1               TO CM-ROUTE-COUNT
                   MOVE CM-ROUTE-COUNT TO CM-SLOT
               WHEN CT-ACTION-DELETE
                   PERFORM 3330-CLOSE-ROUTE-GAP
                       VARYING CM-IDX FROM CM-SLOT BY 1
                       UNTIL CM-IDX NOT < CM-ROUTE-COUNT
                   SUBTRACT 1          FROM CM-ROUTE-COUNT
                   SET CM-ROUTE-CHANGED TO TRUE
                   PERFORM 5800-QUEUE-AUDIT-ENTRY
                   GO TO 3300-EXIT
           END-EVALUATE

           MOVE CM-CHECK-MODE          TO CM-RT-RUN-MODE(CM-SLOT)
           MOVE CM-CHECK-SITE          TO CM-RT-SITE-CODE(CM-SLOT)
           MOVE CT-RT-RC-THRESHOLD     TO CM-RT-RC-THRESHOLD(CM-SLOT)
           MOVE CT-RT-ONCALL-GROUP     TO CM-RT-ONCALL-GROUP(CM-SLOT)
           MOVE CT-RT-ESCAL-GROUP      TO CM-RT-ESCAL-GROUP(CM-SLOT)
           PERFORM 3310-ROUTE-IMAGE
           MOVE CML-TEXT               TO CM-AFTER-IMAGE
           MOVE SPACES                 TO CML-TEXT
           SET CM-ROUTE-CHANGED        TO TRUE
           PERFORM 5800-QUEUE-AUDIT-ENTRY.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3310-ROUTE-IMAGE - FORMAT ROUTING ROW CM-SLOT INTO CML-TEXT.
      *   PERFORMED FROM 3300-ROUTE-TRAN.
      ******************************************************************
       3310-ROUTE-IMAGE.
           MOVE SPACES                 TO CML-TEXT
           STRING "MODE " DELIMITED BY SIZE
                  CM-RT-RUN-MODE(CM-SLOT) DELIMITED BY SIZE
                  "  SITE " DELIMITED BY SIZE
                  CM-RT-SITE-CODE(CM-SLOT) DELIMITED BY SIZE
                  "  THRESHOLD " DELIMITED BY SIZE
                  CM-RT-RC-THRESHOLD(CM-SLOT) DELIMITED BY SIZE
                  "  ON-CALL " DELIMITED BY SIZE
                  CM-RT-ONCALL-GROUP(CM-SLOT) DELIMITED BY SIZE
                  "  ESCALATION " DELIMITED BY SIZE
                  CM-RT-ESCAL-GROUP(CM-SLOT) DELIMITED BY SIZE
                  INTO CML-TEXT
           END-STRING.

      ******************************************************************
      * 3330-CLOSE-ROUTE-GAP - MOVE ONE ROUTING ROW UP A SLOT.
      *   PERFORMED FROM 3300-ROUTE-TRAN.
      ******************************************************************
       3330-CLOSE-ROUTE-GAP.
           COMPUTE CM-NEXT-IDX = CM-IDX + 1
           MOVE CM-ROUTE-ENTRY(CM-NEXT-IDX) TO CM-ROUTE-ENTRY(CM-IDX).

      ******************************************************************
      * 5100-FIND-SITE - LOOK UP CM-CHECK-SITE ON THE SITE-CONTROL
      *   TABLE; CM-SLOT IS ITS ROW OR ZERO.
      ******************************************************************
       5100-FIND-SITE.
           MOVE ZERO                   TO CM-SLOT
           PERFORM 5110-MATCH-SITE
               VARYING CM-IDX FROM 1 BY 1
               UNTIL CM-IDX > CM-SITE-COUNT
                  OR CM-SLOT > ZERO.
       5100-EXIT.
           EXIT.

       5110-MATCH-SITE.
           IF CM-ST-SITE-CODE(CM-IDX) = CM-CHECK-SITE
               MOVE CM-IDX             TO CM-SLOT
           END-IF.

      ******************************************************************
      * 5200-FIND-SCHEDULE - LOOK UP CM-CHECK-MODE / CM-CHECK-SITE /
      *   CM-CHECK-JOB ON THE SCHEDULE TABLE; CM-SLOT IS ITS ROW OR
      *   ZERO.
      ******************************************************************
       5200-FIND-SCHEDULE.
           MOVE ZERO                   TO CM-SLOT
           PERFORM 5210-MATCH-SCHEDULE
               VARYING CM-IDX FROM 1 BY 1
               UNTIL CM-IDX > CM-SCHED-COUNT
                  OR CM-SLOT > ZERO.
       5200-EXIT.
           EXIT.

       5210-MATCH-SCHEDULE.
           IF CM-SH-RUN-MODE(CM-IDX) = CM-CHECK-MODE
              AND CM-SH-SITE-CODE(CM-IDX) = CM-CHECK-SITE
              AND CM-SH-JOB-NAME(CM-IDX) = CM-CHECK-JOB
               MOVE CM-IDX             TO CM-SLOT
           END-IF.

      ******************************************************************
      * 5300-FIND-DEADLINE - LOOK UP CM-CHECK-MODE / CM-CHECK-SITE ON
      *   THE DEADLINE TABLE; CM-SLOT IS ITS ROW OR ZERO.  THE MATCH
      *   IS EXACT - A "**" ROW IS ITS OWN KEY HERE.
      ******************************************************************
       5300-FIND-DEADLINE.
           MOVE ZERO                   TO CM-SLOT
           PERFORM 5310-MATCH-DEADLINE
               VARYING CM-IDX FROM 1 BY 1
               UNTIL CM-IDX > CM-DEADLN-COUNT
                  OR CM-SLOT > ZERO.
       5300-EXIT.
           EXIT.

       5310-MATCH-DEADLINE.
           IF CM-DL-RUN-MODE(CM-IDX) = CM-CHECK-MODE
              AND CM-DL-SITE-CODE(CM-IDX) = CM-CHECK-SITE
               MOVE CM-IDX             TO CM-SLOT
           END-IF.

      ******************************************************************
      * 5400-FIND-ROUTE - LOOK UP CM-CHECK-MODE / CM-CHECK-SITE ON
      *   THE ROUTING TABLE; CM-SLOT IS ITS ROW OR ZERO.  THE MATCH
      *   IS EXACT - A "**" ROW IS ITS OWN KEY HERE.
      ******************************************************************
       5400-FIND-ROUTE.
           MOVE ZERO                   TO CM-SLOT
           PERFORM 5410-MATCH-ROUTE
               VARYING CM-IDX FROM 1 BY 1
               UNTIL CM-IDX > CM-ROUTE-COUNT
                  OR CM-SLOT > ZERO.
       5400-EXIT.
           EXIT.

       5410-MATCH-ROUTE.
           IF CM-RT-RUN-MODE(CM-IDX) = CM-CHECK-MODE
              AND CM-RT-SITE-CODE(CM-IDX) = CM-CHECK-SITE
               MOVE CM-IDX             TO CM-SLOT
           END-IF.

      ******************************************************************
      * 5500-CHECK-RUN-MODE - REJECT A RUN MODE HLWRLD DOES NOT KNOW.
      ******************************************************************
       5500-CHECK-RUN-MODE.
           IF NOT CM-MODE-KNOWN
               MOVE SPACES             TO CM-REJECT-REASON
               STRING "UNKNOWN RUN MODE '" DELIMITED BY SIZE
                      CM-CHECK-MODE DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO CM-REJECT-REASON
               END-STRING
               SET CM-REJECTED         TO TRUE
           END-IF.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 5600-CHECK-SITE-KNOWN - REJECT A SITE CODE THAT IS NOT ON THE
      *   SITE-CONTROL TABLE.  "**" (ANY SITE) IS ALLOWED ON THE
      *   DEADLINE AND ROUTING FILES, WHICH HONOR IT, BUT NOT ON THE
      *   SCHEDULE FILE, WHICH DOES NOT.
      ******************************************************************
       5600-CHECK-SITE-KNOWN.
           IF CM-CHECK-SITE = "**"
              AND NOT CT-FILE-SCHEDFL
               GO TO 5600-EXIT
           END-IF
           PERFORM 5100-FIND-SITE THRU 5100-EXIT
           IF CM-SLOT = ZERO
               MOVE SPACES             TO CM-REJECT-REASON
               STRING "SITE CODE '" DELIMITED BY SIZE
                      CM-CHECK-SITE DELIMITED BY SIZE
                      "' IS NOT ON SITECTL" DELIMITED BY SIZE
                      INTO CM-REJECT-REASON
               END-STRING
               SET CM-REJECTED         TO TRUE
           END-IF.
       5600-EXIT.
           EXIT.

      ******************************************************************
      * 5700-CHECK-HHMMSS - SET CM-TIME-OK WHEN CM-CHECK-TIME IS A
      *   VALID HHMMSS TIME OF DAY.
      ******************************************************************
       5700-CHECK-HHMMSS.
           MOVE "N"                    TO CM-TIME-OK-SW
           IF CM-CHECK-TIME NOT NUMERIC
               GO TO 5700-EXIT
           END-IF
           IF CM-CHK-HH < 24
              AND CM-CHK-MM < 60
              AND CM-CHK-SS < 60
               SET CM-TIME-OK          TO TRUE
           END-IF.
       5700-EXIT.
           EXIT.

      ******************************************************************
      * 5800-QUEUE-AUDIT-ENTRY - HOLD THE APPLIED TRANSACTION FOR THE
      *   AUDIT LOG.  THERE IS ALWAYS ROOM: 2100-PROCESS-ONE-TRAN
      *   REJECTS EVERY TRANSACTION UNAPPLIED ONCE THE QUEUE IS FULL -
      *   A CHANGE WITH NO AUDIT RECORD IS THE THING AUDIT ASKED US
      *   TO STOP.
      ******************************************************************
       5800-QUEUE-AUDIT-ENTRY.
           ADD 1                       TO CM-AUDIT-COUNT
           MOVE CT-FILE-ID             TO CM-AU-FILE-ID(CM-AUDIT-COUNT)
           MOVE CM-ACTION-TEXT         TO CM-AU-ACTION(CM-AUDIT-COUNT)
           MOVE CT-REQUESTER-ID        TO CM-AU-REQUESTER
                                           (CM-AUDIT-COUNT)
           MOVE CM-CHECK-MODE          TO CM-AU-RUN-MODE
                                           (CM-AUDIT-COUNT)
           MOVE CM-CHECK-SITE          TO CM-AU-SITE-CODE
                                           (CM-AUDIT-COUNT)
           MOVE CM-CHECK-JOB           TO CM-AU-JOB-NAME
                                           (CM-AUDIT-COUNT).

      ******************************************************************
      * 5900-CHECK-KEY-PRESENCE - AN ADD MUST NOT FIND ITS KEY
      *   (DUPLICATE KEY); A CHANGE OR DELETE MUST (NO SUCH ROW).
      *   CM-SLOT HOLDS THE RESULT OF THE FIND JUST DONE.
      ******************************************************************
       5900-CHECK-KEY-PRESENCE.
           IF CT-ACTION-ADD
              AND CM-SLOT > ZERO
               MOVE "DUPLICATE KEY - ROW ALREADY ON FILE"
                                        TO CM-REJECT-REASON
               SET CM-REJECTED         TO TRUE
           END-IF
           IF NOT CT-ACTION-ADD
              AND CM-SLOT = ZERO
               MOVE "NO ROW ON FILE FOR THIS KEY" TO CM-REJECT-REASON
               SET CM-REJECTED         TO TRUE
           END-IF.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-REPORT-LINE - WRITE THE TEXT ALREADY BUILT IN
      *   CML-TEXT AND CLEAR THE LINE.
      ******************************************************************
       6000-WRITE-REPORT-LINE.
           MOVE " "                    TO CML-CARRIAGE-CONTROL
           WRITE CML-PRINT-LINE
           MOVE SPACES                 TO CML-PRINT-LINE.

      ******************************************************************
      * 7000-REWRITE-CONTROL-FILES - WRITE BACK EVERY CONTROL FILE A
      *   TRANSACTION CHANGED, IN TABLE ORDER.  UNCHANGED FILES ARE
      *   LEFT ALONE.
      ******************************************************************
       7000-REWRITE-CONTROL-FILES.
           IF CM-SITE-CHANGED
               OPEN OUTPUT SITE-CONTROL-FILE
               PERFORM 7010-WRITE-SITE-ROW
                   VARYING CM-IDX FROM 1 BY 1
                   UNTIL CM-IDX > CM-SITE-COUNT
               CLOSE SITE-CONTROL-FILE
           END-IF
           IF CM-SCHED-CHANGED
               OPEN OUTPUT SCHEDULE-FILE
               PERFORM 7020-WRITE-SCHEDULE-ROW
                   VARYING CM-IDX FROM 1 BY 1
                   UNTIL CM-IDX > CM-SCHED-COUNT
               CLOSE SCHEDULE-FILE
           END-IF
           IF CM-DEADLN-CHANGED
               OPEN OUTPUT DEADLINE-FILE
               PERFORM 7030-WRITE-DEADLINE-ROW
                   VARYING CM-IDX FROM 1 BY 1
                   UNTIL CM-IDX > CM-DEADLN-COUNT
               CLOSE DEADLINE-FILE
           END-IF
           IF CM-ROUTE-CHANGED
               OPEN OUTPUT ROUTE-CTL-FILE
               PERFORM 7040-WRITE-ROUTE-ROW
                   VARYING CM-IDX FROM 1 BY 1
                   UNTIL CM-IDX > CM-ROUTE-COUNT
               CLOSE ROUTE-CTL-FILE
           END-IF.
       7000-EXIT.
           EXIT.

       7010-WRITE-SITE-ROW.
           MOVE SPACES                 TO SITE-CONTROL-RECORD
           MOVE CM-ST-SITE-CODE(CM-IDX) TO SC-SITE-CODE
           MOVE CM-ST-LANG-CODE(CM-IDX) TO SC-LANG-CODE
           MOVE CM-ST-ACTIVE-FLAG(CM-IDX) TO SC-ACTIVE-FLAG
           MOVE CM-ST-WEEKEND-DAYS(CM-IDX) TO SC-WEEKEND-DAYS
           WRITE SITE-CONTROL-RECORD.

       7020-WRITE-SCHEDULE-ROW.
           MOVE CM-SH-RUN-MODE(CM-IDX) TO SCH-RUN-MODE
           MOVE CM-SH-SITE-CODE(CM-IDX) TO SCH-SITE-CODE
           MOVE CM-SH-JOB-NAME(CM-IDX) TO SCH-JOB-NAME
           WRITE SCHEDULE-RECORD.

       7030-WRITE-DEADLINE-ROW.
           MOVE CM-DL-RUN-MODE(CM-IDX) TO DL-RUN-MODE
           MOVE CM-DL-SITE-CODE(CM-IDX) TO DL-SITE-CODE
           MOVE CM-DL-EXPECT-START(CM-IDX) TO DL-EXPECTED-START
           MOVE CM-DL-LATEST-START(CM-IDX) TO DL-LATEST-START
           MOVE CM-DL-MAX-ELAPSED(CM-IDX) TO DL-MAX-ELAPSED
           WRITE DEADLINE-RECORD.

       7040-WRITE-ROUTE-ROW.
           MOVE CM-RT-RUN-MODE(CM-IDX) TO RT-RUN-MODE
           MOVE CM-RT-SITE-CODE(CM-IDX) TO RT-SITE-CODE
           MOVE CM-RT-RC-THRESHOLD(CM-IDX) TO RT-RC-THRESHOLD
           MOVE CM-RT-ONCALL-GROUP(CM-IDX) TO RT-ONCALL-GROUP
           MOVE CM-RT-ESCAL-GROUP(CM-IDX) TO RT-ESCAL-GROUP
           WRITE ROUTE-CONTROL-RECORD.

      ******************************************************************
      * 7500-WRITE-AUDIT-RECORDS - NOW THAT THE CONTROL FILES ARE
      *   REWRITTEN, APPEND ONE "M" RECORD PER APPLIED CHANGE TO THE
      *   AUDIT LOG: WHO (REQUESTER), WHEN (RUN TIMESTAMP), WHAT
      *   (FILE, ACTION AND KEY).  EACH ONE IS ALSO POSTED TO THE
      *   AUDIT-LOG SUMMARY, WHICH IS CREATED EMPTY FIRST WHEN IT IS
      *   NOT THERE YET.
      ******************************************************************
       7500-WRITE-AUDIT-RECORDS.
           IF CM-AUDIT-COUNT = ZERO
               GO TO 7500-EXIT
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF CM-AUDIT-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           OPEN I-O AUDIT-SUM-FILE
           IF CM-AUDSUM-NOT-FOUND
               OPEN OUTPUT AUDIT-SUM-FILE
               CLOSE AUDIT-SUM-FILE
               OPEN I-O AUDIT-SUM-FILE
           END-IF
           PERFORM 7510-WRITE-ONE-AUDIT
               VARYING CM-AUDIT-IDX FROM 1 BY 1
               UNTIL CM-AUDIT-IDX > CM-AUDIT-COUNT
           CLOSE AUDIT-SUM-FILE
           CLOSE AUDIT-LOG-FILE.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 7510-WRITE-ONE-AUDIT - WRITE ONE "M" RECORD, POSTING IT TO THE
      *   AUDIT-LOG SUMMARY FIRST.  PERFORMED FROM
      *   7500-WRITE-AUDIT-RECORDS.
      ******************************************************************
       7510-WRITE-ONE-AUDIT.
           MOVE SPACES                 TO AUDIT-LOG-RECORD
           MOVE "CTLMNT"               TO AL-JOB-NAME
           SET AL-TYPE-MAINTENANCE     TO TRUE
           MOVE CM-RUN-TIMESTAMP       TO AL-START-TS
           MOVE CM-AU-FILE-ID(CM-AUDIT-IDX) TO AL-MAINT-FILE
           MOVE CM-AU-JOB-NAME(CM-AUDIT-IDX) TO AL-MAINT-JOB
           MOVE ZERO                   TO AL-RETURN-CODE
           MOVE CM-AU-SITE-CODE(CM-AUDIT-IDX) TO AL-SITE-CODE
           MOVE CM-AU-REQUESTER(CM-AUDIT-IDX) TO AL-OVERRIDE-USER
           MOVE CM-AU-ACTION(CM-AUDIT-IDX) TO AL-OVERRIDE-REASON
           MOVE CM-AU-RUN-MODE(CM-AUDIT-IDX) TO AL-RUN-MODE
           PERFORM 7520-POST-AUDIT-SUMMARY
           WRITE AUDIT-LOG-RECORD.

      ******************************************************************
      * 7520-POST-AUDIT-SUMMARY - ADD THE "M" RECORD TO THE MAINTENANCE
      *   COUNT OF ITS AUDIT-LOG SUMMARY ROW (JOB, RUN DATE, RUN MODE,
      *   SITE) AND MAKE ITS REQUESTER AND ACTION THE ROW'S LATEST.
      *   PERFORMED FROM 7510-WRITE-ONE-AUDIT.
      ******************************************************************
       7520-POST-AUDIT-SUMMARY.
           MOVE "N"                    TO CM-AUDSUM-FOUND-SW
           MOVE AL-JOB-NAME            TO AU-JOB-NAME
           MOVE AL-START-TS(1:8)       TO AU-CYCLE-DATE
           MOVE AL-RUN-MODE            TO AU-RUN-MODE
           MOVE AL-SITE-CODE           TO AU-SITE-CODE
           READ AUDIT-SUM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CM-AUDSUM-FOUND TO TRUE
           END-READ

           IF NOT CM-AUDSUM-FOUND
               MOVE SPACES             TO AUDIT-SUM-RECORD
               MOVE ZEROES             TO AU-RUN-COUNTS
               MOVE ZERO               TO AU-FINAL-RC
               MOVE ZERO               TO AU-LAST-BAD-RC
               MOVE AL-JOB-NAME        TO AU-JOB-NAME
               MOVE AL-START-TS(1:8)   TO AU-CYCLE-DATE
               MOVE AL-RUN-MODE        TO AU-RUN-MODE
               MOVE AL-SITE-CODE       TO AU-SITE-CODE
           END-IF

           ADD 1                       TO AU-MAINT-COUNT
           MOVE AL-OVERRIDE-USER       TO AU-AUTH-USER
           MOVE AL-OVERRIDE-REASON     TO AU-AUTH-REASON
           MOVE AL-START-TS            TO AU-AUTH-TS

           IF CM-AUDSUM-FOUND
               REWRITE AUDIT-SUM-RECORD
           ELSE
               WRITE AUDIT-SUM-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      ******************************************************************
      * 8000-PRINT-TOTALS - PRINT THE TRANSACTION TOTALS AND THE
      *   VERDICT.  ANY REJECTION ENDS THE STEP RC 4 SO THE OWNER
      *   LOOKS AT THE REPORT.
      ******************************************************************
       8000-PRINT-TOTALS.
           MOVE SPACES                 TO CML-PRINT-LINE
           PERFORM 6000-WRITE-REPORT-LINE
           STRING "TRANSACTIONS: " DELIMITED BY SIZE
                  CM-TRAN-NUMBER DELIMITED BY SIZE
                  "  APPLIED: " DELIMITED BY SIZE
                  CM-APPLIED-COUNT DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  CM-REJECT-COUNT DELIMITED BY SIZE
                  "  DUPLICATES ALREADY ON FILE: " DELIMITED BY SIZE
                  CM-DUP-ON-FILE-COUNT DELIMITED BY SIZE
                  INTO CML-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE

           IF CM-REJECT-COUNT > ZERO
              AND NOT CM-RC-FATAL
               SET CM-RC-WARNING       TO TRUE
               DISPLAY "CTLMNT0009W " CM-REJECT-COUNT
                       " TRANSACTION(S) REJECTED - SEE THE CHANGE "
                       "REPORT"
           END-IF

           IF CM-REJECT-COUNT = ZERO
               MOVE "VERDICT: ALL TRANSACTIONS APPLIED" TO CML-TEXT
           ELSE
               MOVE "VERDICT: REJECTED TRANSACTIONS - SEE ABOVE"
                                        TO CML-TEXT
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE
           DISPLAY "CTLMNT0010I " CM-APPLIED-COUNT
                   " CONTROL-FILE CHANGE(S) APPLIED AND AUDITED".
       8000-EXIT.
           EXIT.

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
      *   SO THE FINAL RETURN-CODE IS ALWAYS SET CONSISTENTLY.
      ******************************************************************
       MAIN-LOGIC-EXIT.
           MOVE CM-RETURN-CODE         TO RETURN-CODE.
           STOP RUN.
