      *                     IN FULL INSTEAD OF REUSING THE FD RECORD
      *                     AREA AFTER THE START RECORD'S WRITE,
      *                     WHICH THIS DIALECT LEAVES UNDEFINED.
      *   2026-10-15  JH   EVERY AUDIT-LOG RECORD THE STEP APPENDS IS
      *                     NOW ALSO POSTED TO ITS ROW OF THE INDEXED
      *                     AUDIT-LOG SUMMARY (AUDSUM), AND THE
      *                     MONTHLY-CLOSE RECONCILIATION READS THE
      *                     JOB'S SUMMARY ROWS FOR THE MONTH BY KEY
      *                     INSTEAD OF SWEEPING THE WHOLE AUDIT LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HLWRLD.
           SELECT AUDIT-LOG-FILE      ASSIGN TO AUDITLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HLW-AUDIT-STATUS.
           SELECT AUDIT-SUM-FILE      ASSIGN TO AUDSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AU-SUM-KEY
                  FILE STATUS IS HLW-AUDSUM-STATUS.
           SELECT YEAREND-EXTRACT-FILE ASSIGN TO YEEXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HLW-YREXT-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY AUDITLOG.

       FD  AUDIT-SUM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDSUM.

       FD  YEAREND-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HLW-TS-DATE                 PIC 9(08)   VALUE ZERO.
       01  HLW-TS-TIME                 PIC 9(08)   VALUE ZERO.

      ******************************************************************
      * AUDIT-LOG SUMMARY WORK AREAS.  EVERY AUDIT RECORD THIS STEP
      * APPENDS IS ALSO POSTED TO ITS ROW OF THE INDEXED SUMMARY, SO
      * THE READERS CAN GO STRAIGHT TO THE ROWS THEY NEED.
      ******************************************************************
       01  HLW-AUDSUM-STATUS           PIC X(02)   VALUE SPACES.
           88  HLW-AUDSUM-OK                       VALUE "00".
           88  HLW-AUDSUM-NOT-FOUND                VALUE "35".

       01  HLW-AUDSUM-SWITCHES.
           05  HLW-AUDSUM-NEW-SW       PIC X(01)   VALUE "N".
               88  HLW-AUDSUM-NEW                  VALUE "Y".
           05  HLW-AUDSUM-FOUND-SW     PIC X(01)   VALUE "N".
               88  HLW-AUDSUM-FOUND                VALUE "Y".
           05  HLW-END-ORDER-SW        PIC X(01)   VALUE "N".
               88  HLW-END-OUT-OF-ORDER            VALUE "Y".

       01  HLW-AUDSUM-KEY              PIC X(31)   VALUE SPACES.

      ******************************************************************
      * YEAR-END EXTRACT CONTENT VALIDATION WORK AREAS (YEAR-END MODE
      * ONLY).  THE WHOLE EXTRACT IS READ AND BALANCED TO ITS TRAILER
           MOVE HLW-INVOKE-SITE        TO AL-SITE-CODE
           MOVE HLW-AUTH-SUPERVISOR    TO AL-OVERRIDE-USER
           MOVE HLW-AUTH-REASON        TO AL-OVERRIDE-REASON
           PERFORM 1620-POST-AUDIT-SUMMARY THRU 1620-EXIT
           WRITE AUDIT-LOG-RECORD.
       1570-EXIT.
           EXIT.
                  HLW-TS-TIME DELIMITED BY SIZE
                  INTO AL-START-TS
           END-STRING
           PERFORM 1620-POST-AUDIT-SUMMARY THRU 1620-EXIT
           WRITE AUDIT-LOG-RECORD

           MOVE AL-START-TS            TO CK-AUDIT-START-TS
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 1620-POST-AUDIT-SUMMARY - POST THE AUDIT RECORD ABOUT TO BE
      *   APPENDED TO ITS ROW OF THE AUDIT-LOG SUMMARY.  IT IS POSTED
      *   BEFORE THE WRITE, WHILE THE FD RECORD AREA IS STILL
      *   DEFINED IN THIS DIALECT.  STARTS AND ENDS ARE KEYED BY
      *   THEIR START-TIMESTAMP DATE; SITE AND OVERRIDE RECORDS BY
      *   THE START DATE OF THE RUN THEY BELONG TO, SO A RUN THAT
      *   CROSSES MIDNIGHT KEEPS THEM ON ITS OWN ROW.  A SUMMARY FILE
      *   THAT IS NOT THERE YET IS CREATED.  PERFORMED FROM EVERY
      *   PARAGRAPH THAT APPENDS TO THE AUDIT LOG.
      ******************************************************************
       1620-POST-AUDIT-SUMMARY.
           MOVE "N"                    TO HLW-AUDSUM-NEW-SW
           MOVE "N"                    TO HLW-END-ORDER-SW

           OPEN I-O AUDIT-SUM-FILE
           IF HLW-AUDSUM-NOT-FOUND
               OPEN OUTPUT AUDIT-SUM-FILE
               SET HLW-AUDSUM-NEW      TO TRUE
           END-IF

           IF AL-TYPE-END
               PERFORM 1630-POST-LOG-CONTROL THRU 1630-EXIT
           END-IF

           MOVE AL-JOB-NAME            TO AU-JOB-NAME
           IF AL-TYPE-SITE
              OR AL-TYPE-OVERRIDE
               MOVE CK-AUDIT-START-TS(1:8) TO AU-CYCLE-DATE
           ELSE
               MOVE AL-START-TS(1:8)   TO AU-CYCLE-DATE
           END-IF
           MOVE AL-RUN-MODE            TO AU-RUN-MODE
           MOVE AL-SITE-CODE           TO AU-SITE-CODE
           PERFORM 1640-READ-SUMMARY-ROW THRU 1640-EXIT

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
                   PERFORM 1650-APPLY-END-RECORD
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
           END-EVALUATE

           PERFORM 1660-WRITE-SUMMARY-ROW
           CLOSE AUDIT-SUM-FILE.
       1620-EXIT.
           EXIT.

      ******************************************************************
      * 1630-POST-LOG-CONTROL - AN END RECORD IS BEING APPENDED.
      *   CHECK ITS END TIMESTAMP AGAINST THE LAST ONE ON THE LOG
      *   CONTROL ROW - THE LOG IS APPEND-ONLY, SO AN END RUNNING
      *   BACKWARD IS FLAGGED ON ITS OWN ROW FOR THE AUDSWP SWEEP -
      *   AND MAKE IT THE NEW LAST END.  PERFORMED FROM
      *   1620-POST-AUDIT-SUMMARY.
      ******************************************************************
       1630-POST-LOG-CONTROL.
           MOVE LOW-VALUES             TO AU-SUM-KEY
           PERFORM 1640-READ-SUMMARY-ROW THRU 1640-EXIT

           IF AU-LAST-END-TS NOT = SPACES
              AND AL-END-TS < AU-LAST-END-TS
               SET HLW-END-OUT-OF-ORDER TO TRUE
           END-IF
           MOVE AL-END-TS              TO AU-LAST-END-TS
           PERFORM 1660-WRITE-SUMMARY-ROW.
       1630-EXIT.
           EXIT.

      ******************************************************************
      * 1640-READ-SUMMARY-ROW - READ THE SUMMARY ROW FOR THE KEY
      *   ALREADY MOVED TO AU-SUM-KEY.  A ROW NOT ON FILE YET (OR A
      *   FILE JUST CREATED) STARTS FROM ZERO COUNTS UNDER THE KEY.
      *   PERFORMED FROM 1620-POST-AUDIT-SUMMARY AND
      *   1630-POST-LOG-CONTROL.
      ******************************************************************
       1640-READ-SUMMARY-ROW.
           MOVE AU-SUM-KEY             TO HLW-AUDSUM-KEY
           MOVE "N"                    TO HLW-AUDSUM-FOUND-SW

           IF NOT HLW-AUDSUM-NEW
               READ AUDIT-SUM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HLW-AUDSUM-FOUND TO TRUE
               END-READ
           END-IF

           IF NOT HLW-AUDSUM-FOUND
               MOVE SPACES             TO AUDIT-SUM-RECORD
               MOVE ZEROES             TO AU-RUN-COUNTS
               MOVE ZERO               TO AU-FINAL-RC
               MOVE ZERO               TO AU-LAST-BAD-RC
               MOVE HLW-AUDSUM-KEY     TO AU-SUM-KEY
           END-IF.
       1640-EXIT.
           EXIT.

      ******************************************************************
      * 1650-APPLY-END-RECORD - ROLL THE END RECORD INTO ITS ROW:
      *   END COUNT, LATEST END TIMESTAMP, FINAL RETURN CODE, THE
      *   RETURN-CODE TALLIES AND THE LATEST NON-ZERO-RC RUN.
      *   PERFORMED FROM 1620-POST-AUDIT-SUMMARY.
      ******************************************************************
       1650-APPLY-END-RECORD.
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

           IF HLW-END-OUT-OF-ORDER
               ADD 1                   TO AU-ORDER-ERR-COUNT
           END-IF.

      ******************************************************************
      * 1660-WRITE-SUMMARY-ROW - REWRITE THE SUMMARY ROW IN HAND, OR
      *   WRITE IT WHEN IT IS NEW.  PERFORMED FROM
      *   1620-POST-AUDIT-SUMMARY AND 1630-POST-LOG-CONTROL.
      ******************************************************************
       1660-WRITE-SUMMARY-ROW.
           IF HLW-AUDSUM-FOUND
               REWRITE AUDIT-SUM-RECORD
           ELSE
               WRITE AUDIT-SUM-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      ******************************************************************
      * 1900-SAVE-CHECKPOINT - REWRITE THE CHECKPOINT RECORD WITH THE
      *   CURRENT SET OF COMPLETED-STEP FLAGS.  CALLED AFTER EACH
                  INTO AL-START-TS
           END-STRING
           MOVE RB-SITE-CODE           TO AL-SITE-CODE
           PERFORM 1620-POST-AUDIT-SUMMARY THRU 1620-EXIT
           WRITE AUDIT-LOG-RECORD.
       3100-EXIT.
           EXIT.
           MOVE HLW-INVOKE-SITE        TO AL-SITE-CODE
           SET AL-TYPE-START           TO TRUE
           MOVE HLW-CATCH-START-TS     TO AL-START-TS
           PERFORM 1620-POST-AUDIT-SUMMARY THRU 1620-EXIT
           WRITE AUDIT-LOG-RECORD

           MOVE SPACES                 TO AUDIT-LOG-RECORD
                  INTO AL-END-TS
           END-STRING
           MOVE ZERO                   TO AL-RETURN-CODE
           PERFORM 1620-POST-AUDIT-SUMMARY THRU 1620-EXIT
           WRITE AUDIT-LOG-RECORD.
       4050-EXIT.
           EXIT.
      * 2000-RECONCILE-MONTH - MONTHLY-CLOSE MODE ONLY.  PROVE THE
      *   CLOSING MONTH IS WHOLE BEFORE THE CLOSE IS CERTIFIED: LOAD
      *   THE MONTH'S PROCESSING DAYS FROM THE BUSINESS CALENDAR,
      *   READ THE JOB'S AUDIT-LOG SUMMARY ROWS FOR THE MONTH BY KEY
      *   FOR THE RUN STATUS OF EACH DAY, PRINT
      *   THE RECONCILIATION REPORT AND END THE STEP RC 8 WHEN ANY
      *   DAY FAILED OR IS MISSING ENTIRELY.
      ******************************************************************
               UNTIL HLW-RECON-CAL-EOF OR HLW-RECON-DAY-COUNT = 31
           CLOSE BIZCAL-FILE

           OPEN INPUT AUDIT-SUM-FILE
           IF NOT HLW-AUDSUM-NOT-FOUND
               MOVE LOW-VALUES         TO AU-SUM-KEY
               MOVE RB-JOB-NAME        TO AU-JOB-NAME
               MOVE HLW-RECON-MONTH    TO AU-CYCLE-DATE(1:6)
               MOVE "00"               TO AU-CYCLE-DATE(7:2)
               START AUDIT-SUM-FILE
                   KEY IS NOT LESS THAN AU-SUM-KEY
                   INVALID KEY
                       SET HLW-RECON-AUD-EOF TO TRUE
               END-START
               PERFORM 2020-SCAN-SUMMARY-ROW
                   UNTIL HLW-RECON-AUD-EOF
               CLOSE AUDIT-SUM-FILE
           END-IF

           PERFORM 2030-PRINT-RECON-REPORT THRU 2030-EXIT

      * 2010-LOAD-MONTH-DAY - READ ONE BUSINESS-CALENDAR RECORD AND
      *   ADD IT TO THE RECONCILIATION DAY TABLE WHEN IT IS A
      *   PROCESSING DAY OF THE CLOSING MONTH FOR THIS SITE.  EVERY
      *   DAY STARTS AS MISSING UNTIL ITS SUMMARY ROWS SAY BETTER.
      *   PERFORMED FROM 2000-RECONCILE-MONTH.
      ******************************************************************
       2010-LOAD-MONTH-DAY.
           END-READ.

      ******************************************************************
      * 2020-SCAN-SUMMARY-ROW - READ THE NEXT AUDIT-LOG SUMMARY ROW
      *   OF THE JOB FOR THE CLOSING MONTH AND GRADE IT: A CLEAN END
      *   OUTRANKS AN RC 4 END, WHICH OUTRANKS A ROW WITH ONLY FAILED
      *   ENDS OR STARTS WITH NO END (ABENDED ATTEMPTS).  THE BEST
      *   GRADE SEEN FOR EACH PROCESSING DAY IS KEPT.  THE SCAN STOPS
      *   AT THE FIRST ROW OF ANOTHER JOB OR A LATER MONTH.
      *   PERFORMED FROM 2000-RECONCILE-MONTH.
      ******************************************************************
       2020-SCAN-SUMMARY-ROW.
           READ AUDIT-SUM-FILE NEXT RECORD
               AT END
                   SET HLW-RECON-AUD-EOF TO TRUE
               NOT AT END
                   IF AU-JOB-NAME NOT = RB-JOB-NAME
                      OR AU-CYCLE-DATE(1:6) NOT = HLW-RECON-MONTH
                       SET HLW-RECON-AUD-EOF TO TRUE
                   ELSE
                       EVALUATE TRUE
                           WHEN AU-RC00-COUNT > ZERO
                               MOVE 3   TO HLW-RECON-LEVEL
                           WHEN AU-RC04-COUNT > ZERO
                               MOVE 2   TO HLW-RECON-LEVEL
                           WHEN OTHER
                               MOVE 1   TO HLW-RECON-LEVEL
           END-READ.

      ******************************************************************
      * 2025-GRADE-RECON-DAY - APPLY THE GRADE OF THE SUMMARY ROW
      *   JUST READ TO THE PROCESSING DAY OF ITS CYCLE DATE, KEEPING
      *   THE BEST GRADE SEEN.  PERFORMED FROM 2020-SCAN-SUMMARY-ROW.
      ******************************************************************
       2025-GRADE-RECON-DAY.
           IF AU-CYCLE-DATE = HLW-RECON-DATE(HLW-RECON-IDX)
              AND HLW-RECON-LEVEL >
                  HLW-RECON-DAY-STATUS(HLW-RECON-IDX)
               MOVE HLW-RECON-LEVEL
                  INTO AL-END-TS
           END-STRING
           MOVE HLW-RETURN-CODE        TO AL-RETURN-CODE
           PERFORM 1620-POST-AUDIT-SUMMARY THRU 1620-EXIT
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       8000-EXIT.
