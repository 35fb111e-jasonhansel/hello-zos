      *                     BY HAND.  THE CLOSURE ALSO LANDS ON THE
      *                     AUDIT LOG AS A "C" RECORD, LIKE THE
      *                     FORCED-RERUN "O" RECORDS DO.
      *   2026-10-15  JH   THE "C" RECORD IS NOW ALSO POSTED TO ITS
      *                     ROW OF THE INDEXED AUDIT-LOG SUMMARY
      *                     (AUDSUM) AS IT IS APPENDED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GATEMNT.
           SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GM-AUDIT-STATUS.
           SELECT AUDIT-SUM-FILE      ASSIGN TO AUDSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AU-SUM-KEY
                  FILE STATUS IS GM-AUDSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY AUDITLOG.

       FD  AUDIT-SUM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDSUM.

       WORKING-STORAGE SECTION.

      ******************************************************************
           88  GM-AUDIT-OK                         VALUE "00".
           88  GM-AUDIT-NOT-FOUND                  VALUE "35".

       01  GM-AUDSUM-STATUS            PIC X(02)   VALUE SPACES.
           88  GM-AUDSUM-OK                        VALUE "00".
           88  GM-AUDSUM-NOT-FOUND                 VALUE "35".

       01  GM-AUDSUM-SWITCHES.
           05  GM-AUDSUM-NEW-SW        PIC X(01)   VALUE "N".
               88  GM-AUDSUM-NEW                   VALUE "Y".
           05  GM-AUDSUM-FOUND-SW      PIC X(01)   VALUE "N".
               88  GM-AUDSUM-FOUND                 VALUE "Y".

       01  GM-TS-DATE                  PIC 9(08)   VALUE ZERO.
       01  GM-TS-TIME                  PIC 9(08)   VALUE ZERO.

      * 3000-WRITE-CLOSE-AUDIT - APPEND THE "C" (GATE CLOSED) RECORD
      *   TO THE AUDIT LOG CARRYING WHO CLOSED THE GATE AND WHY, THE
      *   SAME WAY THE FORCED-RERUN "O" RECORDS ARE KEPT, SO AUDIT
      *   SEES EVERY PULLED-BACK CHAIN.  THE RECORD IS POSTED TO THE
      *   AUDIT-LOG SUMMARY BEFORE IT IS WRITTEN.
      ******************************************************************
       3000-WRITE-CLOSE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           END-STRING
           MOVE GM-CLOSED-BY           TO AL-OVERRIDE-USER
           MOVE GM-CLOSE-REASON        TO AL-OVERRIDE-REASON
           PERFORM 3010-POST-AUDIT-SUMMARY THRU 3010-EXIT
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-POST-AUDIT-SUMMARY - MARK THE AUDIT-LOG SUMMARY ROW FOR
      *   THE "C" RECORD (JOB, CLOSE DATE, RUN MODE, SITE) AS GATE
      *   CLOSED, WITH WHO CLOSED IT, WHY AND WHEN.  A SUMMARY FILE
      *   THAT IS NOT THERE YET IS CREATED.  PERFORMED FROM
      *   3000-WRITE-CLOSE-AUDIT.
      ******************************************************************
       3010-POST-AUDIT-SUMMARY.
           MOVE "N"                    TO GM-AUDSUM-NEW-SW
           MOVE "N"                    TO GM-AUDSUM-FOUND-SW

           OPEN I-O AUDIT-SUM-FILE
           IF GM-AUDSUM-NOT-FOUND
               OPEN OUTPUT AUDIT-SUM-FILE
               SET GM-AUDSUM-NEW       TO TRUE
           END-IF

           MOVE AL-JOB-NAME            TO AU-JOB-NAME
           MOVE AL-START-TS(1:8)       TO AU-CYCLE-DATE
           MOVE AL-RUN-MODE            TO AU-RUN-MODE
           MOVE AL-SITE-CODE           TO AU-SITE-CODE
           IF NOT GM-AUDSUM-NEW
               READ AUDIT-SUM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GM-AUDSUM-FOUND TO TRUE
               END-READ
           END-IF

           IF NOT GM-AUDSUM-FOUND
               MOVE SPACES             TO AUDIT-SUM-RECORD
               MOVE ZEROES             TO AU-RUN-COUNTS
               MOVE ZERO               TO AU-FINAL-RC
               MOVE ZERO               TO AU-LAST-BAD-RC
               MOVE AL-JOB-NAME        TO AU-JOB-NAME
               MOVE AL-START-TS(1:8)   TO AU-CYCLE-DATE
               MOVE AL-RUN-MODE        TO AU-RUN-MODE
               MOVE AL-SITE-CODE       TO AU-SITE-CODE
           END-IF

           SET AU-GATE-CLOSED          TO TRUE
           MOVE AL-OVERRIDE-USER       TO AU-AUTH-USER
           MOVE AL-OVERRIDE-REASON     TO AU-AUTH-REASON
           MOVE AL-START-TS            TO AU-AUTH-TS

           IF GM-AUDSUM-FOUND
               REWRITE AUDIT-SUM-RECORD
           ELSE
               WRITE AUDIT-SUM-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           CLOSE AUDIT-SUM-FILE.
       3010-EXIT.
           EXIT.

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
