      * Nightly comma-delimited export of the operational datasets.
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.  THE MONITORING WAREHOUSE AND THE
      *                     SECURITY SIEM BOTH WANT THE HLWRLD RUN
      *                     DATA BUT CANNOT READ FIXED-LAYOUT RECORDS,
      *                     SO AUDITLOG AND NOTIFY WERE BEING SENT BY
      *                     HAND WITH THE BYTE OFFSETS EXPLAINED ON
      *                     THE SIDE.  RUN NIGHTLY, THIS STEP WRITES
      *                     ONE COMMA-DELIMITED INTERFACE FILE PER
      *                     SOURCE - AUDITLOG, PERFSTAT, NOTIFY,
      *                     CYCGATE, STRMTRK AND RUNHIST - EACH WITH
      *                     A HEADER ROW AND ISO-FORMAT DATES AND
      *                     TIMESTAMPS, PLUS A CONTROL FILE CARRYING
      *                     THE ROW COUNT SENT FOR EVERY SOURCE.
      *                     ONLY RECORDS ADDED SINCE THE LAST
      *                     SUCCESSFUL EXPORT ARE SENT, MEASURED FROM
      *                     THE HIGH-WATER-MARK FILE (SEE EXPHWM).
      *                     THE NEW MARK GOES TO THE NEXT GENERATION
      *                     OF THAT FILE ONLY AFTER EVERY INTERFACE
      *                     FILE IS CLOSED, SO A FAILED STEP IS SIMPLY
      *                     RERUN - IT REBUILDS THE SAME FILES FROM
      *                     THE SAME MARK AND NO ROW IS SENT TWICE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     NITEXP.
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
           SELECT EXPORT-HWM-FILE     ASSIGN TO EXPHWM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-HWM-STATUS.
           SELECT EXPORT-HWM-NEW-FILE ASSIGN TO EXPHWMN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-HWMN-STATUS.
           SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-AUDIT-STATUS.
           SELECT PERF-STATS-FILE     ASSIGN TO PERFSTAT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-PERF-STATUS.
           SELECT NOTIFY-FILE         ASSIGN TO NOTIFY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-NOTIFY-STATUS.
           SELECT CYCLE-GATE-FILE     ASSIGN TO CYCGATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-GATE-STATUS.
           SELECT STREAM-TRACK-FILE   ASSIGN TO STRMTRK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-STRM-STATUS.
           SELECT RUN-HIST-FILE       ASSIGN TO RUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RN-RUN-KEY
                  FILE STATUS IS NX-RUNHIST-STATUS.
           SELECT AUDIT-CSV-FILE      ASSIGN TO AUDCSV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-CSV-STATUS.
           SELECT PERF-CSV-FILE       ASSIGN TO PRFCSV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-CSV-STATUS.
           SELECT NOTIFY-CSV-FILE     ASSIGN TO NTFCSV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-CSV-STATUS.
           SELECT GATE-CSV-FILE       ASSIGN TO GATCSV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-CSV-STATUS.
           SELECT STREAM-CSV-FILE     ASSIGN TO TRKCSV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-CSV-STATUS.
           SELECT RUN-CSV-FILE        ASSIGN TO RUNCSV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-CSV-STATUS.
           SELECT EXPORT-CTL-FILE     ASSIGN TO EXPCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NX-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EXPORT-HWM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EXPHWM.

       FD  EXPORT-HWM-NEW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-HWM-NEW-RECORD       PIC X(100).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY AUDITLOG.

       FD  PERF-STATS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PERFSTAT.

       FD  NOTIFY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY NOTIFY.

       FD  CYCLE-GATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CYCGATE.

       FD  STREAM-TRACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY STRMTRK.

       FD  RUN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.

       FD  AUDIT-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-CSV-RECORD            PIC X(160).

       FD  PERF-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PERF-CSV-RECORD             PIC X(160).

       FD  NOTIFY-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-CSV-RECORD           PIC X(160).

       FD  GATE-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GATE-CSV-RECORD             PIC X(160).

       FD  STREAM-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STREAM-CSV-RECORD           PIC X(160).

       FD  RUN-CSV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUN-CSV-RECORD              PIC X(160).

       FD  EXPORT-CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-CTL-RECORD           PIC X(160).

       WORKING-STORAGE SECTION.

       01  NX-HWM-STATUS               PIC X(02)   VALUE SPACES.
           88  NX-HWM-OK                           VALUE "00".
           88  NX-HWM-NOT-FOUND                    VALUE "35".
       01  NX-HWMN-STATUS              PIC X(02)   VALUE SPACES.
       01  NX-AUDIT-STATUS             PIC X(02)   VALUE SPACES.
           88  NX-AUDIT-OK                         VALUE "00".
           88  NX-AUDIT-NOT-FOUND                  VALUE "35".
       01  NX-PERF-STATUS              PIC X(02)   VALUE SPACES.
           88  NX-PERF-OK                          VALUE "00".
           88  NX-PERF-NOT-FOUND                   VALUE "35".
       01  NX-NOTIFY-STATUS            PIC X(02)   VALUE SPACES.
           88  NX-NOTIFY-OK                        VALUE "00".
           88  NX-NOTIFY-NOT-FOUND                 VALUE "35".
       01  NX-GATE-STATUS              PIC X(02)   VALUE SPACES.
           88  NX-GATE-OK                          VALUE "00".
           88  NX-GATE-NOT-FOUND                   VALUE "35".
       01  NX-STRM-STATUS              PIC X(02)   VALUE SPACES.
           88  NX-STRM-OK                          VALUE "00".
           88  NX-STRM-NOT-FOUND                   VALUE "35".
       01  NX-RUNHIST-STATUS           PIC X(02)   VALUE SPACES.
           88  NX-RUNHIST-OK                       VALUE "00".
           88  NX-RUNHIST-NOT-FOUND                VALUE "35".
       01  NX-CSV-STATUS               PIC X(02)   VALUE SPACES.

       01  NX-SWITCHES.
           05  NX-HWM-EOF-SW           PIC X(01)   VALUE "N".
               88  NX-HWM-EOF                      VALUE "Y".
           05  NX-SOURCE-EOF-SW        PIC X(01)   VALUE "N".
               88  NX-SOURCE-EOF                   VALUE "Y".
           05  NX-MARK-FOUND-SW        PIC X(01)   VALUE "N".
               88  NX-MARK-FOUND                   VALUE "Y".

      ******************************************************************
      * EXPORT RUN TIMESTAMP - STAMPED ON THE CONTROL FILE AND ON
      * EVERY HIGH-WATER-MARK RECORD WRITTEN.
      ******************************************************************
       01  NX-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  NX-RUN-TIME                 PIC X(08)   VALUE SPACES.
       01  NX-RUN-TS                   PIC X(16)   VALUE SPACES.

      ******************************************************************
      * ONE ENTRY PER SOURCE DATASET, IN EXPORT ORDER: THE MARK THE
      * LAST EXPORT LEFT, THE MARK THIS EXPORT WILL LEAVE AND THE
      * ROWS SENT.  A SOURCE WITH NO RECORD ON THE MARK FILE HAS
      * NEVER BEEN EXPORTED AND IS SENT IN FULL.
      ******************************************************************
       01  NX-SOURCE-COUNT             PIC 9(02)   COMP VALUE 6.
       01  NX-SRC-IDX                  PIC 9(02)   COMP VALUE ZERO.
       01  NX-SRC-SLOT                 PIC 9(02)   COMP VALUE ZERO.

       01  NX-SOURCE-NAMES.
           05  FILLER                  PIC X(08)   VALUE "AUDITLOG".
           05  FILLER                  PIC X(08)   VALUE "PERFSTAT".
           05  FILLER                  PIC X(08)   VALUE "NOTIFY".
           05  FILLER                  PIC X(08)   VALUE "CYCGATE".
           05  FILLER                  PIC X(08)   VALUE "STRMTRK".
           05  FILLER                  PIC X(08)   VALUE "RUNHIST".
       01  NX-SOURCE-NAME-TABLE REDEFINES NX-SOURCE-NAMES.
           05  NX-SOURCE-NAME          PIC X(08)   OCCURS 6 TIMES.

       01  NX-SOURCE-TABLE.
           05  NX-SRC-ENTRY            OCCURS 6 TIMES.
               10  NX-SRC-OLD-MARK     PIC X(75).
               10  NX-SRC-OLD-SEQ REDEFINES NX-SRC-OLD-MARK.
                   15  NX-SRC-OLD-IMAGE    PIC X(70).
                   15  NX-SRC-OLD-OCCUR    PIC 9(05).
               10  NX-SRC-OLD-KEYED REDEFINES NX-SRC-OLD-MARK.
                   15  NX-SRC-OLD-HIGH-TS  PIC X(16).
                   15  FILLER              PIC X(59).
               10  NX-SRC-NEW-MARK     PIC X(75).
               10  NX-SRC-NEW-SEQ REDEFINES NX-SRC-NEW-MARK.
                   15  NX-SRC-NEW-IMAGE    PIC X(70).
                   15  NX-SRC-NEW-OCCUR    PIC 9(05).
               10  NX-SRC-NEW-KEYED REDEFINES NX-SRC-NEW-MARK.
                   15  NX-SRC-NEW-HIGH-TS  PIC X(16).
                   15  FILLER              PIC X(59).
               10  NX-SRC-ROWS         PIC 9(09).

      ******************************************************************
      * SEQUENTIAL-SOURCE PASS CONTROLS.  THE FIRST PASS FINDS THE
      * RECORD THE LAST EXPORT ENDED ON AND THE RECORD THIS ONE WILL
      * END ON; THE SECOND SENDS EVERYTHING BETWEEN THE TWO.
      ******************************************************************
       01  NX-CUR-IMAGE                PIC X(70)   VALUE SPACES.
       01  NX-REC-POS                  PIC 9(09)   COMP VALUE ZERO.
       01  NX-REC-TOTAL                PIC 9(09)   COMP VALUE ZERO.
       01  NX-RESUME-POS               PIC 9(09)   COMP VALUE ZERO.
       01  NX-OCCUR-SEEN               PIC 9(05)   COMP VALUE ZERO.
       01  NX-NEW-OCCUR                PIC 9(05)   COMP VALUE ZERO.

      ******************************************************************
      * DELIMITED-LINE BUILD AREAS.  CODE FIELDS ARE SENT WITHOUT
      * TRAILING BLANKS, NUMBERS WITHOUT LEADING ZEROS, DATES AS
      * YYYY-MM-DD AND TIMESTAMPS AS YYYY-MM-DDTHH:MM:SS.HH.  A
      * BLANK OR NON-NUMERIC DATE, TIME OR NUMBER GOES OUT EMPTY.
      ******************************************************************
       01  NX-CSV-LINE                 PIC X(160)  VALUE SPACES.
       01  NX-CSV-PTR                  PIC 9(03)   COMP VALUE ZERO.
       01  NX-FIELD-COUNT              PIC 9(03)   COMP VALUE ZERO.
       01  NX-FIELD                    PIC X(30)   VALUE SPACES.

       01  NX-TS-IN                    PIC X(16)   VALUE SPACES.
       01  NX-TS-PARTS REDEFINES NX-TS-IN.
           05  NX-TS-YYYY              PIC X(04).
           05  NX-TS-MM                PIC X(02).
           05  NX-TS-DD                PIC X(02).
           05  NX-TS-HH                PIC X(02).
           05  NX-TS-MI                PIC X(02).
           05  NX-TS-SS                PIC X(02).
           05  NX-TS-HS                PIC X(02).

       01  NX-NUM-VALUE                PIC 9(09)   VALUE ZERO.
       01  NX-NUM-EDIT                 PIC Z(08)9.
       01  NX-NUM-LEAD                 PIC 9(02)   COMP VALUE ZERO.
       01  NX-COUNT-DISP               PIC 9(09)   VALUE ZERO.

      ******************************************************************
      * STEP COMPLETION CODE - MOVED TO RETURN-CODE AT MAIN-LOGIC-EXIT
      * SO THE JOB SCHEDULER HAS SOMETHING TO COND ON.
      ******************************************************************
       01  NX-RETURN-CODE              PIC 9(02)   VALUE ZERO.
           88  NX-RC-NORMAL                        VALUE 0.
           88  NX-RC-WARNING                       VALUE 4.
           88  NX-RC-FATAL                         VALUE 8.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET NX-RC-NORMAL TO TRUE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-LOAD-HIGH-WATER THRU 1100-EXIT.
           PERFORM 2000-EXPORT-AUDIT-LOG THRU 2000-EXIT.
           PERFORM 2100-EXPORT-PERF-STATS THRU 2100-EXIT.
           PERFORM 2200-EXPORT-NOTIFY THRU 2200-EXIT.
           PERFORM 2300-EXPORT-CYCLE-GATE THRU 2300-EXIT.
           PERFORM 2400-EXPORT-STREAM-TRACK THRU 2400-EXIT.
           PERFORM 2500-EXPORT-RUN-HIST THRU 2500-EXIT.
           PERFORM 3000-WRITE-CONTROL-FILE THRU 3000-EXIT.
           PERFORM 4000-WRITE-HIGH-WATER THRU 4000-EXIT.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - STAMP THE RUN AND CLEAR EVERY SOURCE ENTRY
      *   TO "NEVER EXPORTED".
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT NX-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT NX-RUN-TIME FROM TIME
           STRING NX-RUN-DATE DELIMITED BY SIZE
                  NX-RUN-TIME DELIMITED BY SIZE
                  INTO NX-RUN-TS
           END-STRING

           PERFORM 1010-CLEAR-SOURCE-ENTRY
               VARYING NX-SRC-IDX FROM 1 BY 1
               UNTIL NX-SRC-IDX > NX-SOURCE-COUNT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1010-CLEAR-SOURCE-ENTRY - CLEAR ONE SOURCE ENTRY.  PERFORMED
      *   FROM 1000-INITIALIZE.
      ******************************************************************
       1010-CLEAR-SOURCE-ENTRY.
           MOVE SPACES                 TO NX-SRC-OLD-IMAGE(NX-SRC-IDX)
           MOVE ZERO                   TO NX-SRC-OLD-OCCUR(NX-SRC-IDX)
           MOVE SPACES                 TO NX-SRC-NEW-IMAGE(NX-SRC-IDX)
           MOVE ZERO                   TO NX-SRC-NEW-OCCUR(NX-SRC-IDX)
           MOVE ZERO                   TO NX-SRC-ROWS(NX-SRC-IDX).

      ******************************************************************
      * 1100-LOAD-HIGH-WATER - LOAD THE MARKS THE LAST SUCCESSFUL
      *   EXPORT LEFT.  NO MARK FILE AT ALL MEANS THIS IS THE FIRST
      *   EXPORT AND EVERY SOURCE IS SENT IN FULL.
      ******************************************************************
       1100-LOAD-HIGH-WATER.
           MOVE "N"                    TO NX-HWM-EOF-SW
           OPEN INPUT EXPORT-HWM-FILE
           IF NX-HWM-NOT-FOUND
               DISPLAY "NITEXP0001I NO HIGH-WATER-MARK FILE - FIRST "
                       "EXPORT, EVERY SOURCE SENT IN FULL"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-READ-HIGH-WATER
               UNTIL NX-HWM-EOF
           CLOSE EXPORT-HWM-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-READ-HIGH-WATER - READ ONE MARK RECORD AND FILE IT UNDER
      *   ITS SOURCE.  A RECORD FOR A SOURCE THIS STEP DOES NOT
      *   EXPORT IS IGNORED.  PERFORMED FROM 1100-LOAD-HIGH-WATER.
      ******************************************************************
       1110-READ-HIGH-WATER.
           READ EXPORT-HWM-FILE INTO EXPORT-HWM-RECORD
               AT END
                   SET NX-HWM-EOF TO TRUE
               NOT AT END
                   MOVE ZERO            TO NX-SRC-SLOT
                   PERFORM 1120-MATCH-SOURCE-NAME
                       VARYING NX-SRC-IDX FROM 1 BY 1
                       UNTIL NX-SRC-IDX > NX-SOURCE-COUNT
                          OR NX-SRC-SLOT > ZERO
                   IF NX-SRC-SLOT > ZERO
                       MOVE EH-HIGH-WATER
                                        TO NX-SRC-OLD-MARK(NX-SRC-SLOT)
                   END-IF
           END-READ.

      ******************************************************************
      * 1120-MATCH-SOURCE-NAME - CHECK ONE SOURCE NAME AGAINST THE
      *   MARK RECORD IN HAND.  PERFORMED FROM 1110-READ-HIGH-WATER.
      ******************************************************************
       1120-MATCH-SOURCE-NAME.
           IF NX-SOURCE-NAME(NX-SRC-IDX) = EH-SOURCE-NAME
               MOVE NX-SRC-IDX         TO NX-SRC-SLOT
           END-IF.

      ******************************************************************
      * 2000-EXPORT-AUDIT-LOG - SEND THE AUDIT-LOG RECORDS ADDED
      *   SINCE THE LAST EXPORT.  AN "M" MAINTENANCE RECORD CARRIES
      *   THE FILE AND JOB MAINTAINED WHERE OTHER TYPES CARRY THE END
      *   TIMESTAMP, SO IT GOES OUT IN ITS OWN TWO COLUMNS.
      ******************************************************************
       2000-EXPORT-AUDIT-LOG.
           MOVE 1                      TO NX-SRC-IDX
           OPEN OUTPUT AUDIT-CSV-FILE
           MOVE SPACES                 TO NX-CSV-LINE
           STRING "JOB_NAME,RECORD_TYPE,START_TS,END_TS,RETURN_CODE,"
                  "SITE_CODE,OVERRIDE_USER,OVERRIDE_REASON,RUN_MODE,"
                  "MAINT_FILE,MAINT_JOB" DELIMITED BY SIZE
                  INTO NX-CSV-LINE
           END-STRING
           WRITE AUDIT-CSV-RECORD FROM NX-CSV-LINE

           OPEN INPUT AUDIT-LOG-FILE
           IF NX-AUDIT-NOT-FOUND
               PERFORM 7300-SOURCE-NOT-FOUND
               CLOSE AUDIT-CSV-FILE
               GO TO 2000-EXIT
           END-IF
           PERFORM 7000-START-FIRST-PASS
           PERFORM 2010-LOCATE-AUDIT-RECORD
               UNTIL NX-SOURCE-EOF
           CLOSE AUDIT-LOG-FILE
           PERFORM 7100-END-FIRST-PASS

           OPEN INPUT AUDIT-LOG-FILE
           PERFORM 7200-START-SECOND-PASS
           PERFORM 2020-SEND-AUDIT-RECORD
               UNTIL NX-SOURCE-EOF
           CLOSE AUDIT-LOG-FILE
           CLOSE AUDIT-CSV-FILE
           PERFORM 7400-END-SOURCE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-LOCATE-AUDIT-RECORD - FIRST-PASS READ.  PERFORMED FROM
      *   2000-EXPORT-AUDIT-LOG.
      ******************************************************************
       2010-LOCATE-AUDIT-RECORD.
           READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
               AT END
                   SET NX-SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-LOG-RECORD TO NX-CUR-IMAGE
                   PERFORM 7010-LOCATE-RECORD
           END-READ.

      ******************************************************************
      * 2020-SEND-AUDIT-RECORD - SECOND-PASS READ; FORMAT AND WRITE
      *   THE RECORD WHEN IT IS PAST THE OLD MARK.  PERFORMED FROM
      *   2000-EXPORT-AUDIT-LOG.
      ******************************************************************
       2020-SEND-AUDIT-RECORD.
           READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
               AT END
                   SET NX-SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-LOG-RECORD TO NX-CUR-IMAGE
                   PERFORM 7210-PLACE-RECORD
                   IF NX-REC-POS > NX-RESUME-POS
                      AND NOT NX-SOURCE-EOF
                       PERFORM 2030-FORMAT-AUDIT-ROW
                       WRITE AUDIT-CSV-RECORD FROM NX-CSV-LINE
                       ADD 1            TO NX-SRC-ROWS(NX-SRC-IDX)
                   END-IF
           END-READ.

      ******************************************************************
      * 2030-FORMAT-AUDIT-ROW - BUILD ONE AUDIT-LOG ROW.  PERFORMED
      *   FROM 2020-SEND-AUDIT-RECORD.
      ******************************************************************
       2030-FORMAT-AUDIT-ROW.
           PERFORM 6000-START-LINE
           MOVE AL-JOB-NAME            TO NX-FIELD
           PERFORM 6100-ADD-FIELD
           MOVE AL-RECORD-TYPE         TO NX-FIELD
           PERFORM 6100-ADD-FIELD
           MOVE AL-START-TS            TO NX-TS-IN
           PERFORM 6200-ADD-TS-FIELD
           IF AL-TYPE-MAINTENANCE
               MOVE SPACES             TO NX-TS-IN
           ELSE
               MOVE AL-END-TS          TO NX-TS-IN
           END-IF
           PERFORM 6200-ADD-TS-FIELD
           IF AL-RETURN-CODE NUMERIC
               MOVE AL-RETURN-CODE     TO NX-NUM-VALUE
               PERFORM 6300-ADD-NUMBER-FIELD
           ELSE
               PERFORM 6100-ADD-FIELD
           END-IF
           MOVE AL-SITE-CODE           TO NX-FIELD
           PERFORM 6100-ADD-FIELD
           MOVE AL-OVERRIDE-USER       TO NX-FIELD
           PERFORM 6100-ADD-FIELD
           MOVE AL-OVERRIDE-REASON     TO NX-FIELD
           PERFORM 6100-ADD-FIELD
           MOVE AL-RUN-MODE            TO NX-FIELD
           PERFORM 6100-ADD-FIELD
           IF AL-TYPE-MAINTENANCE
               MOVE AL-MAINT-FILE      TO NX-FIELD
               PERFORM 6100-ADD-FIELD
               MOVE AL-MAINT-JOB       TO NX-FIELD
               PERFORM 6100-ADD-FIELD
           ELSE
               PERFORM 6100-ADD-FIELD
               PERFORM 6100-ADD-FIELD
           END-IF.

      ******************************************************************
      * 2100-EXPORT-PERF-STATS - SEND THE PERF-STATS RECORDS ADDED
      *   SINCE THE LAST EXPORT.
      ******************************************************************
       2100-EXPORT-PERF-STATS.
           MOVE 2                      TO NX-SRC-IDX
           OPEN OUTPUT PERF-CSV-FILE
           MOVE "JOB_NAME,CYCLE_DATE,ELAPSED_SECONDS,CPU_SECONDS"
                                        TO NX-CSV-LINE
           WRITE PERF-CSV-RECORD FROM NX-CSV-LINE

           OPEN INPUT PERF-STATS-FILE
           IF NX-PERF-NOT-FOUND
               PERFORM 7300-SOURCE-NOT-FOUND
               CLOSE PERF-CSV-FILE
               GO TO 2100-EXIT
           END-IF
           PERFORM 7000-START-FIRST-PASS
           PERFORM 2110-LOCATE-PERF-RECORD
               UNTIL NX-SOURCE-EOF
           CLOSE PERF-STATS-FILE
           PERFORM 7100-END-FIRST-PASS

           OPEN INPUT PERF-STATS-FILE
           PERFORM 7200-START-SECOND-PASS
           PERFORM 2120-SEND-PERF-RECORD
               UNTIL NX-SOURCE-EOF
           CLOSE PERF-STATS-FILE
           CLOSE PERF-CSV-FILE
           PERFORM 7400-END-SOURCE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-LOCATE-PERF-RECORD - FIRST-PASS READ.  PERFORMED FROM
      *   2100-EXPORT-PERF-STATS.
      ******************************************************************
       2110-LOCATE-PERF-RECORD.
           READ PERF-STATS-FILE INTO PERF-STATS-RECORD
               AT END
                   SET NX-SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE PERF-STATS-RECORD TO NX-CUR-IMAGE
                   PERFORM 7010-LOCATE-RECORD
           END-READ.

      ******************************************************************
      * 2120-SEND-PERF-RECORD - SECOND-PASS READ; FORMAT AND WRITE
      *   THE RECORD WHEN IT IS PAST THE OLD MARK.  PERFORMED FROM
      *   2100-EXPORT-PERF-STATS.
      ******************************************************************
       2120-SEND-PERF-RECORD.
           READ PERF-STATS-FILE INTO PERF-STATS-RECORD
               AT END
                   SET NX-SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE PERF-STATS-RECORD TO NX-CUR-IMAGE
                   PERFORM 7210-PLACE-RECORD
                   IF NX-REC-POS > NX-RESUME-POS
                      AND NOT NX-SOURCE-EOF
                       PERFORM 6000-START-LINE
                       MOVE PS-JOB-NAME TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE PS-CYCLE-DATE TO NX-TS-IN
                       PERFORM 6210-ADD-DATE-FIELD
                       IF PS-ELAPSED-SECONDS NUMERIC
                           MOVE PS-ELAPSED-SECONDS TO NX-NUM-VALUE
                           PERFORM 6300-ADD-NUMBER-FIELD
                       ELSE
                           PERFORM 6100-ADD-FIELD
                       END-IF
                       IF PS-CPU-SECONDS NUMERIC
                           MOVE PS-CPU-SECONDS TO NX-NUM-VALUE
                           PERFORM 6300-ADD-NUMBER-FIELD
                       ELSE
                           PERFORM 6100-ADD-FIELD
                       END-IF
                       WRITE PERF-CSV-RECORD FROM NX-CSV-LINE
                       ADD 1            TO NX-SRC-ROWS(NX-SRC-IDX)
                   END-IF
           END-READ.

      ******************************************************************
      * 2200-EXPORT-NOTIFY - SEND THE NOTIFY RECORDS ADDED SINCE THE
      *   LAST EXPORT.
      ******************************************************************
       2200-EXPORT-NOTIFY.
           MOVE 3                      TO NX-SRC-IDX
           OPEN OUTPUT NOTIFY-CSV-FILE
           MOVE SPACES                 TO NX-CSV-LINE
           STRING "JOB_NAME,NOTIFY_TS,RETURN_CODE,CYCLE_DATE,RUN_MODE,"
                  "SITE_CODE" DELIMITED BY SIZE
                  INTO NX-CSV-LINE
           END-STRING
           WRITE NOTIFY-CSV-RECORD FROM NX-CSV-LINE

           OPEN INPUT NOTIFY-FILE
           IF NX-NOTIFY-NOT-FOUND
               PERFORM 7300-SOURCE-NOT-FOUND
               CLOSE NOTIFY-CSV-FILE
               GO TO 2200-EXIT
           END-IF
           PERFORM 7000-START-FIRST-PASS
           PERFORM 2210-LOCATE-NOTIFY-RECORD
               UNTIL NX-SOURCE-EOF
           CLOSE NOTIFY-FILE
           PERFORM 7100-END-FIRST-PASS

           OPEN INPUT NOTIFY-FILE
           PERFORM 7200-START-SECOND-PASS
           PERFORM 2220-SEND-NOTIFY-RECORD
               UNTIL NX-SOURCE-EOF
           CLOSE NOTIFY-FILE
           CLOSE NOTIFY-CSV-FILE
           PERFORM 7400-END-SOURCE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-LOCATE-NOTIFY-RECORD - FIRST-PASS READ.  PERFORMED FROM
      *   2200-EXPORT-NOTIFY.
      ******************************************************************
       2210-LOCATE-NOTIFY-RECORD.
           READ NOTIFY-FILE INTO NOTIFY-RECORD
               AT END
                   SET NX-SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE NOTIFY-RECORD  TO NX-CUR-IMAGE
                   PERFORM 7010-LOCATE-RECORD
           END-READ.

      ******************************************************************
      * 2220-SEND-NOTIFY-RECORD - SECOND-PASS READ; FORMAT AND WRITE
      *   THE RECORD WHEN IT IS PAST THE OLD MARK.  PERFORMED FROM
      *   2200-EXPORT-NOTIFY.
      ******************************************************************
       2220-SEND-NOTIFY-RECORD.
           READ NOTIFY-FILE INTO NOTIFY-RECORD
               AT END
                   SET NX-SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE NOTIFY-RECORD  TO NX-CUR-IMAGE
                   PERFORM 7210-PLACE-RECORD
                   IF NX-REC-POS > NX-RESUME-POS
                      AND NOT NX-SOURCE-EOF
                       PERFORM 6000-START-LINE
                       MOVE NT-JOB-NAME TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE NT-TIMESTAMP TO NX-TS-IN
                       PERFORM 6200-ADD-TS-FIELD
                       IF NT-RETURN-CODE NUMERIC
                           MOVE NT-RETURN-CODE TO NX-NUM-VALUE
                           PERFORM 6300-ADD-NUMBER-FIELD
                       ELSE
                           PERFORM 6100-ADD-FIELD
                       END-IF
                       MOVE NT-CYCLE-DATE TO NX-TS-IN
                       PERFORM 6210-ADD-DATE-FIELD
                       MOVE NT-RUN-MODE TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE NT-SITE-CODE TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       WRITE NOTIFY-CSV-RECORD FROM NX-CSV-LINE
                       ADD 1            TO NX-SRC-ROWS(NX-SRC-IDX)
                   END-IF
           END-READ.

      ******************************************************************
      * 2300-EXPORT-CYCLE-GATE - SEND THE CYCLE-GATE RECORDS ADDED
      *   SINCE THE LAST EXPORT.
      ******************************************************************
       2300-EXPORT-CYCLE-GATE.
           MOVE 4                      TO NX-SRC-IDX
           OPEN OUTPUT GATE-CSV-FILE
           MOVE SPACES                 TO NX-CSV-LINE
           STRING "JOB_NAME,CYCLE_DATE,RUN_MODE,SITE_CODE,GATE_STATUS,"
                  "GATE_TS,CLOSED_BY,CLOSE_REASON" DELIMITED BY SIZE
                  INTO NX-CSV-LINE
           END-STRING
           WRITE GATE-CSV-RECORD FROM NX-CSV-LINE

           OPEN INPUT CYCLE-GATE-FILE
           IF NX-GATE-NOT-FOUND
               PERFORM 7300-SOURCE-NOT-FOUND
               CLOSE GATE-CSV-FILE
               GO TO 2300-EXIT
           END-IF
           PERFORM 7000-START-FIRST-PASS
           PERFORM 2310-LOCATE-GATE-RECORD
               UNTIL NX-SOURCE-EOF
           CLOSE CYCLE-GATE-FILE
           PERFORM 7100-END-FIRST-PASS

           OPEN INPUT CYCLE-GATE-FILE
           PERFORM 7200-START-SECOND-PASS
           PERFORM 2320-SEND-GATE-RECORD
               UNTIL NX-SOURCE-EOF
           CLOSE CYCLE-GATE-FILE
           CLOSE GATE-CSV-FILE
           PERFORM 7400-END-SOURCE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-LOCATE-GATE-RECORD - FIRST-PASS READ.  PERFORMED FROM
      *   2300-EXPORT-CYCLE-GATE.
      ******************************************************************
       2310-LOCATE-GATE-RECORD.
           READ CYCLE-GATE-FILE INTO CYCLE-GATE-RECORD
               AT END
                   SET NX-SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE CYCLE-GATE-RECORD TO NX-CUR-IMAGE
                   PERFORM 7010-LOCATE-RECORD
           END-READ.

      ******************************************************************
      * 2320-SEND-GATE-RECORD - SECOND-PASS READ; FORMAT AND WRITE
      *   THE RECORD WHEN IT IS PAST THE OLD MARK.  PERFORMED FROM
      *   2300-EXPORT-CYCLE-GATE.
      ******************************************************************
       2320-SEND-GATE-RECORD.
           READ CYCLE-GATE-FILE INTO CYCLE-GATE-RECORD
               AT END
                   SET NX-SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE CYCLE-GATE-RECORD TO NX-CUR-IMAGE
                   PERFORM 7210-PLACE-RECORD
                   IF NX-REC-POS > NX-RESUME-POS
                      AND NOT NX-SOURCE-EOF
                       PERFORM 6000-START-LINE
                       MOVE GT-JOB-NAME TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE GT-CYCLE-DATE TO NX-TS-IN
                       PERFORM 6210-ADD-DATE-FIELD
                       MOVE GT-RUN-MODE TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE GT-SITE-CODE TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE GT-GATE-STATUS TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE GT-TIMESTAMP TO NX-TS-IN
                       PERFORM 6200-ADD-TS-FIELD
                       MOVE GT-CLOSED-BY TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE GT-CLOSE-REASON TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       WRITE GATE-CSV-RECORD FROM NX-CSV-LINE
                       ADD 1            TO NX-SRC-ROWS(NX-SRC-IDX)
                   END-IF
           END-READ.

      ******************************************************************
      * 2400-EXPORT-STREAM-TRACK - SEND THE STREAM-TRACKING RECORDS
      *   ADDED SINCE THE LAST EXPORT.
      ******************************************************************
       2400-EXPORT-STREAM-TRACK.
           MOVE 5                      TO NX-SRC-IDX
           OPEN OUTPUT STREAM-CSV-FILE
           MOVE SPACES                 TO NX-CSV-LINE
           STRING "JOB_NAME,CYCLE_DATE,RUN_MODE,SITE_CODE,RETURN_CODE,"
                  "COMPLETED_TS" DELIMITED BY SIZE
                  INTO NX-CSV-LINE
           END-STRING
           WRITE STREAM-CSV-RECORD FROM NX-CSV-LINE

           OPEN INPUT STREAM-TRACK-FILE
           IF NX-STRM-NOT-FOUND
               PERFORM 7300-SOURCE-NOT-FOUND
               CLOSE STREAM-CSV-FILE
               GO TO 2400-EXIT
           END-IF
           PERFORM 7000-START-FIRST-PASS
           PERFORM 2410-LOCATE-STREAM-RECORD
               UNTIL NX-SOURCE-EOF
           CLOSE STREAM-TRACK-FILE
           PERFORM 7100-END-FIRST-PASS

           OPEN INPUT STREAM-TRACK-FILE
           PERFORM 7200-START-SECOND-PASS
           PERFORM 2420-SEND-STREAM-RECORD
               UNTIL NX-SOURCE-EOF
           CLOSE STREAM-TRACK-FILE
           CLOSE STREAM-CSV-FILE
           PERFORM 7400-END-SOURCE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2410-LOCATE-STREAM-RECORD - FIRST-PASS READ.  PERFORMED FROM
      *   2400-EXPORT-STREAM-TRACK.
      ******************************************************************
       2410-LOCATE-STREAM-RECORD.
           READ STREAM-TRACK-FILE INTO STREAM-TRACK-RECORD
               AT END
                   SET NX-SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE STREAM-TRACK-RECORD TO NX-CUR-IMAGE
                   PERFORM 7010-LOCATE-RECORD
           END-READ.

      ******************************************************************
      * 2420-SEND-STREAM-RECORD - SECOND-PASS READ; FORMAT AND WRITE
      *   THE RECORD WHEN IT IS PAST THE OLD MARK.  PERFORMED FROM
      *   2400-EXPORT-STREAM-TRACK.
      ******************************************************************
       2420-SEND-STREAM-RECORD.
           READ STREAM-TRACK-FILE INTO STREAM-TRACK-RECORD
               AT END
                   SET NX-SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE STREAM-TRACK-RECORD TO NX-CUR-IMAGE
                   PERFORM 7210-PLACE-RECORD
                   IF NX-REC-POS > NX-RESUME-POS
                      AND NOT NX-SOURCE-EOF
                       PERFORM 6000-START-LINE
                       MOVE ST-JOB-NAME TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE ST-CYCLE-DATE TO NX-TS-IN
                       PERFORM 6210-ADD-DATE-FIELD
                       MOVE ST-RUN-MODE TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE ST-SITE-CODE TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       IF ST-RETURN-CODE NUMERIC
                           MOVE ST-RETURN-CODE TO NX-NUM-VALUE
                           PERFORM 6300-ADD-NUMBER-FIELD
                       ELSE
                           PERFORM 6100-ADD-FIELD
                       END-IF
                       MOVE ST-TIMESTAMP TO NX-TS-IN
                       PERFORM 6200-ADD-TS-FIELD
                       WRITE STREAM-CSV-RECORD FROM NX-CSV-LINE
                       ADD 1            TO NX-SRC-ROWS(NX-SRC-IDX)
                   END-IF
           END-READ.

      ******************************************************************
      * 2500-EXPORT-RUN-HIST - SEND EVERY RUN-HISTORY ROW COMPLETED
      *   (OR RE-COMPLETED BY A RERUN) SINCE THE LAST EXPORT.  THE
      *   FILE IS KEYED AND REWRITTEN IN PLACE, SO THE MARK IS THE
      *   HIGHEST COMPLETION TIMESTAMP SENT; A REWRITTEN ROW IS SENT
      *   AGAIN AS THE NEWER VERSION OF THE SAME KEY.
      ******************************************************************
       2500-EXPORT-RUN-HIST.
           MOVE 6                      TO NX-SRC-IDX
           OPEN OUTPUT RUN-CSV-FILE
           MOVE SPACES                 TO NX-CSV-LINE
           STRING "CYCLE_DATE,RUN_MODE,SITE_CODE,LAST_RUN_ID,"
                  "RUN_STATUS,COMPLETED_TS" DELIMITED BY SIZE
                  INTO NX-CSV-LINE
           END-STRING
           WRITE RUN-CSV-RECORD FROM NX-CSV-LINE

           MOVE NX-SRC-OLD-MARK(NX-SRC-IDX) TO NX-SRC-NEW-MARK
                                               (NX-SRC-IDX)

           OPEN INPUT RUN-HIST-FILE
           IF NX-RUNHIST-NOT-FOUND
               DISPLAY "NITEXP0002W RUNHIST FILE NOT FOUND - NOTHING "
                       "EXPORTED, ITS HIGH-WATER MARK IS KEPT"
               SET NX-RC-WARNING TO TRUE
               CLOSE RUN-CSV-FILE
               GO TO 2500-EXIT
           END-IF
           MOVE "N"                    TO NX-SOURCE-EOF-SW
           PERFORM 2510-SEND-RUN-HIST-RECORD
               UNTIL NX-SOURCE-EOF
           CLOSE RUN-HIST-FILE
           CLOSE RUN-CSV-FILE
           PERFORM 7410-REPORT-ROWS.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-SEND-RUN-HIST-RECORD - READ THE NEXT RUN-HISTORY ROW IN
      *   KEY ORDER AND SEND IT WHEN ITS COMPLETION TIMESTAMP IS PAST
      *   THE OLD MARK.  PERFORMED FROM 2500-EXPORT-RUN-HIST.
      ******************************************************************
       2510-SEND-RUN-HIST-RECORD.
           READ RUN-HIST-FILE NEXT RECORD
               AT END
                   SET NX-SOURCE-EOF TO TRUE
               NOT AT END
                   IF RN-COMPLETED-TS
                      > NX-SRC-OLD-HIGH-TS(NX-SRC-IDX)
                       PERFORM 6000-START-LINE
                       MOVE RN-CYCLE-DATE TO NX-TS-IN
                       PERFORM 6210-ADD-DATE-FIELD
                       MOVE RN-RUN-MODE TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE RN-SITE-CODE TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE RN-LAST-RUN-ID TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE RN-RUN-STATUS TO NX-FIELD
                       PERFORM 6100-ADD-FIELD
                       MOVE RN-COMPLETED-TS TO NX-TS-IN
                       PERFORM 6200-ADD-TS-FIELD
                       WRITE RUN-CSV-RECORD FROM NX-CSV-LINE
                       ADD 1            TO NX-SRC-ROWS(NX-SRC-IDX)
                       IF RN-COMPLETED-TS
                          > NX-SRC-NEW-HIGH-TS(NX-SRC-IDX)
                           MOVE RN-COMPLETED-TS
                                        TO NX-SRC-NEW-HIGH-TS
                                           (NX-SRC-IDX)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * 3000-WRITE-CONTROL-FILE - WRITE THE CONTROL FILE: A HEADER
      *   ROW AND ONE ROW CARRYING THE EXPORT TIMESTAMP AND THE ROW
      *   COUNT SENT FOR EVERY SOURCE, SO THE RECEIVING SIDE CAN
      *   PROVE IT LOADED EVERYTHING THAT WAS SENT.
      ******************************************************************
       3000-WRITE-CONTROL-FILE.
           OPEN OUTPUT EXPORT-CTL-FILE
           MOVE SPACES                 TO NX-CSV-LINE
           STRING "EXPORT_TS,AUDITLOG_ROWS,PERFSTAT_ROWS,NOTIFY_ROWS,"
                  "CYCGATE_ROWS,STRMTRK_ROWS,RUNHIST_ROWS"
                  DELIMITED BY SIZE
                  INTO NX-CSV-LINE
           END-STRING
           WRITE EXPORT-CTL-RECORD FROM NX-CSV-LINE

           PERFORM 6000-START-LINE
           MOVE NX-RUN-TS              TO NX-TS-IN
           PERFORM 6200-ADD-TS-FIELD
           PERFORM 3010-ADD-SOURCE-COUNT
               VARYING NX-SRC-IDX FROM 1 BY 1
               UNTIL NX-SRC-IDX > NX-SOURCE-COUNT
           WRITE EXPORT-CTL-RECORD FROM NX-CSV-LINE
           CLOSE EXPORT-CTL-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-ADD-SOURCE-COUNT - ADD ONE SOURCE'S ROW COUNT TO THE
      *   CONTROL ROW.  PERFORMED FROM 3000-WRITE-CONTROL-FILE.
      ******************************************************************
       3010-ADD-SOURCE-COUNT.
           MOVE NX-SRC-ROWS(NX-SRC-IDX) TO NX-NUM-VALUE
           PERFORM 6300-ADD-NUMBER-FIELD.

      ******************************************************************
      * 4000-WRITE-HIGH-WATER - WRITE THE NEXT GENERATION OF THE MARK
      *   FILE.  THIS IS THE LAST THING THE STEP DOES - EVERY
      *   INTERFACE FILE AND THE CONTROL FILE ARE ALREADY CLOSED, SO
      *   THE MARK NEVER GETS AHEAD OF WHAT WAS WRITTEN.
      ******************************************************************
       4000-WRITE-HIGH-WATER.
           OPEN OUTPUT EXPORT-HWM-NEW-FILE
           PERFORM 4010-WRITE-ONE-MARK
               VARYING NX-SRC-IDX FROM 1 BY 1
               UNTIL NX-SRC-IDX > NX-SOURCE-COUNT
           CLOSE EXPORT-HWM-NEW-FILE

           DISPLAY "NITEXP0005I EXPORT COMPLETE - HIGH-WATER MARKS "
                   "ADVANCED TO " NX-RUN-TS.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4010-WRITE-ONE-MARK - WRITE ONE SOURCE'S NEW MARK.  PERFORMED
      *   FROM 4000-WRITE-HIGH-WATER.
      ******************************************************************
       4010-WRITE-ONE-MARK.
           MOVE SPACES                 TO EXPORT-HWM-RECORD
           MOVE NX-SOURCE-NAME(NX-SRC-IDX) TO EH-SOURCE-NAME
           MOVE NX-RUN-TS              TO EH-EXPORT-TS
           MOVE NX-SRC-NEW-MARK(NX-SRC-IDX) TO EH-HIGH-WATER
           WRITE EXPORT-HWM-NEW-RECORD FROM EXPORT-HWM-RECORD.

      ******************************************************************
      * 6000-START-LINE - CLEAR THE DELIMITED LINE FOR A NEW ROW.
      ******************************************************************
       6000-START-LINE.
           MOVE SPACES                 TO NX-CSV-LINE
           MOVE 1                      TO NX-CSV-PTR
           MOVE ZERO                   TO NX-FIELD-COUNT
           MOVE SPACES                 TO NX-FIELD.

      ******************************************************************
      * 6100-ADD-FIELD - APPEND NX-FIELD TO THE LINE, COMMA FIRST
      *   UNLESS IT IS THE FIRST FIELD, WITHOUT ITS TRAILING BLANKS.
      *   THE EXPORTED FIELDS ARE ALL CODES, IDS, DATES AND NUMBERS,
      *   NONE OF WHICH CARRIES AN EMBEDDED BLANK OR COMMA.
      ******************************************************************
       6100-ADD-FIELD.
           IF NX-FIELD-COUNT > ZERO
               STRING "," DELIMITED BY SIZE
                      INTO NX-CSV-LINE
                      WITH POINTER NX-CSV-PTR
               END-STRING
           END-IF
           IF NX-FIELD NOT = SPACES
               STRING NX-FIELD DELIMITED BY SPACE
                      INTO NX-CSV-LINE
                      WITH POINTER NX-CSV-PTR
               END-STRING
           END-IF
           ADD 1                       TO NX-FIELD-COUNT
           MOVE SPACES                 TO NX-FIELD.

      ******************************************************************
      * 6200-ADD-TS-FIELD - APPEND THE YYYYMMDDHHMMSSHH TIMESTAMP IN
      *   NX-TS-IN AS YYYY-MM-DDTHH:MM:SS.HH.
      ******************************************************************
       6200-ADD-TS-FIELD.
           IF NX-TS-IN NUMERIC
               STRING NX-TS-YYYY "-" NX-TS-MM "-" NX-TS-DD
                      "T" NX-TS-HH ":" NX-TS-MI ":" NX-TS-SS
                      "." NX-TS-HS DELIMITED BY SIZE
                      INTO NX-FIELD
               END-STRING
           END-IF
           PERFORM 6100-ADD-FIELD.

      ******************************************************************
      * 6210-ADD-DATE-FIELD - APPEND THE YYYYMMDD DATE IN THE FIRST
      *   EIGHT BYTES OF NX-TS-IN AS YYYY-MM-DD.
      ******************************************************************
       6210-ADD-DATE-FIELD.
           IF NX-TS-IN(1:8) NUMERIC
               STRING NX-TS-YYYY "-" NX-TS-MM "-" NX-TS-DD
                      DELIMITED BY SIZE
                      INTO NX-FIELD
               END-STRING
           END-IF
           PERFORM 6100-ADD-FIELD.

      ******************************************************************
      * 6300-ADD-NUMBER-FIELD - APPEND NX-NUM-VALUE WITHOUT LEADING
      *   ZEROS.
      ******************************************************************
       6300-ADD-NUMBER-FIELD.
           MOVE NX-NUM-VALUE           TO NX-NUM-EDIT
           MOVE ZERO                   TO NX-NUM-LEAD
           INSPECT NX-NUM-EDIT TALLYING NX-NUM-LEAD
               FOR LEADING SPACES
           MOVE NX-NUM-EDIT(NX-NUM-LEAD + 1:) TO NX-FIELD
           PERFORM 6100-ADD-FIELD.

      ******************************************************************
      * 7000-START-FIRST-PASS - RESET THE PASS CONTROLS BEFORE THE
      *   FIRST READ OF A SEQUENTIAL SOURCE.
      ******************************************************************
       7000-START-FIRST-PASS.
           MOVE "N"                    TO NX-SOURCE-EOF-SW
           MOVE "N"                    TO NX-MARK-FOUND-SW
           MOVE ZERO                   TO NX-REC-POS
           MOVE ZERO                   TO NX-RESUME-POS
           MOVE ZERO                   TO NX-OCCUR-SEEN
           MOVE SPACES                 TO NX-SRC-NEW-IMAGE(NX-SRC-IDX).

      ******************************************************************
      * 7010-LOCATE-RECORD - FIRST PASS, ONE RECORD: WATCH FOR THE
      *   OCCURRENCE OF THE OLD MARK IMAGE THE LAST EXPORT ENDED ON,
      *   AND KEEP THE IMAGE OF THE LAST RECORD ON THE FILE AS THE
      *   NEW MARK.
      ******************************************************************
       7010-LOCATE-RECORD.
           ADD 1                       TO NX-REC-POS
           IF NX-SRC-OLD-OCCUR(NX-SRC-IDX) > ZERO
              AND NOT NX-MARK-FOUND
              AND NX-CUR-IMAGE = NX-SRC-OLD-IMAGE(NX-SRC-IDX)
               ADD 1                   TO NX-OCCUR-SEEN
               IF NX-OCCUR-SEEN = NX-SRC-OLD-OCCUR(NX-SRC-IDX)
                   MOVE NX-REC-POS     TO NX-RESUME-POS
                   SET NX-MARK-FOUND   TO TRUE
               END-IF
           END-IF
           MOVE NX-CUR-IMAGE           TO NX-SRC-NEW-IMAGE(NX-SRC-IDX).

      ******************************************************************
      * 7100-END-FIRST-PASS - FIX HOW FAR THE SECOND PASS SENDS FROM
      *   AND TO.  IF THE RECORD THE LAST EXPORT ENDED ON HAS GONE -
      *   HSKEEP ROLLED OFF EVERYTHING UP TO AND PAST IT - EVERY
      *   RECORD NOW ON THE FILE IS NEWER, SO THE WHOLE FILE IS SENT
      *   AND THE STEP WARNS SO THE RECEIVING SIDE KNOWS WHY.
      ******************************************************************
       7100-END-FIRST-PASS.
           MOVE NX-REC-POS             TO NX-REC-TOTAL
           IF NX-SRC-OLD-OCCUR(NX-SRC-IDX) > ZERO
              AND NOT NX-MARK-FOUND
              AND NX-REC-TOTAL > ZERO
               DISPLAY "NITEXP0003W " NX-SOURCE-NAME(NX-SRC-IDX)
                       " LAST RECORD EXPORTED IS NO LONGER ON THE "
                       "FILE - WHOLE FILE SENT"
               SET NX-RC-WARNING TO TRUE
           END-IF.

      ******************************************************************
      * 7200-START-SECOND-PASS - RESET FOR THE SENDING PASS.
      ******************************************************************
       7200-START-SECOND-PASS.
           MOVE "N"                    TO NX-SOURCE-EOF-SW
           MOVE ZERO                   TO NX-REC-POS
           MOVE ZERO                   TO NX-NEW-OCCUR.

      ******************************************************************
      * 7210-PLACE-RECORD - SECOND PASS, ONE RECORD: COUNT WHICH
      *   OCCURRENCE OF THE NEW MARK IMAGE THIS IS, AND STOP AT THE
      *   RECORD THE FIRST PASS ENDED ON SO BOTH PASSES COVER THE
      *   SAME RECORDS.
      ******************************************************************
       7210-PLACE-RECORD.
           ADD 1                       TO NX-REC-POS
           IF NX-REC-POS > NX-REC-TOTAL
               SET NX-SOURCE-EOF       TO TRUE
           ELSE
               IF NX-CUR-IMAGE = NX-SRC-NEW-IMAGE(NX-SRC-IDX)
                   ADD 1               TO NX-NEW-OCCUR
               END-IF
           END-IF.

      ******************************************************************
      * 7300-SOURCE-NOT-FOUND - A SOURCE DATASET IS MISSING: NOTHING
      *   IS SENT FOR IT (THE INTERFACE FILE CARRIES ONLY ITS HEADER)
      *   AND ITS OLD MARK IS CARRIED FORWARD UNCHANGED, SO NOTHING
      *   IS LOST WHEN THE DATASET COMES BACK.
      ******************************************************************
       7300-SOURCE-NOT-FOUND.
           DISPLAY "NITEXP0002W " NX-SOURCE-NAME(NX-SRC-IDX)
                   " FILE NOT FOUND - NOTHING EXPORTED, ITS "
                   "HIGH-WATER MARK IS KEPT"
           SET NX-RC-WARNING TO TRUE
           MOVE NX-SRC-OLD-MARK(NX-SRC-IDX) TO NX-SRC-NEW-MARK
                                               (NX-SRC-IDX).

      ******************************************************************
      * 7400-END-SOURCE - RECORD THE NEW MARK FOR A SEQUENTIAL
      *   SOURCE.  AN EMPTY FILE LEAVES AN EMPTY MARK, SO EVERYTHING
      *   ADDED TO IT IS SENT NEXT TIME.
      ******************************************************************
       7400-END-SOURCE.
           IF NX-REC-TOTAL = ZERO
               MOVE SPACES             TO NX-SRC-NEW-IMAGE(NX-SRC-IDX)
               MOVE ZERO               TO NX-SRC-NEW-OCCUR(NX-SRC-IDX)
           ELSE
               MOVE NX-NEW-OCCUR       TO NX-SRC-NEW-OCCUR(NX-SRC-IDX)
           END-IF
           PERFORM 7410-REPORT-ROWS.

      ******************************************************************
      * 7410-REPORT-ROWS - TELL SYSOUT HOW MANY ROWS A SOURCE SENT.
      ******************************************************************
       7410-REPORT-ROWS.
           MOVE NX-SRC-ROWS(NX-SRC-IDX) TO NX-COUNT-DISP
           DISPLAY "NITEXP0004I " NX-SOURCE-NAME(NX-SRC-IDX)
                   " " NX-COUNT-DISP " ROWS EXPORTED".

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
      *   SO THE FINAL RETURN-CODE IS ALWAYS SET CONSISTENTLY.
      ******************************************************************
       MAIN-LOGIC-EXIT.
           MOVE NX-RETURN-CODE         TO RETURN-CODE.
           STOP RUN.
