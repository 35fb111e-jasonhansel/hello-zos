      ******************************************************************
      * AUDSUM   -  AUDIT-LOG SUMMARY FILE RECORD LAYOUT (INDEXED)
      *
      *   ONE ROW PER JOB NAME + CYCLE DATE + RUN MODE + SITE CODE,
      *   POSTED BY EVERY PROGRAM THAT APPENDS TO THE AUDIT LOG AT
      *   THE TIME IT APPENDS, SO THE READERS (NTFYRTR, AUDSWP,
      *   OPSRPT, THE HLWRLD MONTH RECONCILIATION) READ THE FEW ROWS
      *   THEY NEED BY KEY INSTEAD OF SWEEPING THE WHOLE SEQUENTIAL
      *   LOG EVERY NIGHT.  THE CYCLE DATE IS THE START-TIMESTAMP
      *   DATE OF THE AUDIT RECORD - THE SAME DATE HSKEEP PURGES ON
      *   AND THE MONTH RECONCILIATION GRADES ON - SO A START AND ITS
      *   END (WHICH CARRIES THE SAME START TIMESTAMP) ALWAYS LAND
      *   ON ONE ROW.  "P" AND "O" RECORDS ARE KEYED INSTEAD BY THE
      *   START DATE OF THE RUN THEY BELONG TO, SO A RUN THAT CROSSES
      *   MIDNIGHT KEEPS THEM WITH IT.  AUDRBLD REBUILDS THE FILE
      *   FROM THE AUDIT LOG WITH THE SAME RULES FOR RECOVERY.
      *
      *   AU-START-COUNT IS THE NUMBER OF ATTEMPTS ("S" RECORDS) AND
      *   AU-END-COUNT THE NUMBER OF "E" RECORDS; A ROW WITH MORE
      *   STARTS THAN ENDS HOLDS AN ATTEMPT THAT NEVER FINISHED.
      *   AU-RC00/04/08-COUNT COUNT THE ENDS WITH EXACTLY THAT RETURN
      *   CODE, AU-FAIL-COUNT THE ENDS WITH A NUMERIC RC OF 8 OR
      *   WORSE AND AU-BAD-COUNT THE ENDS WITH ANY NUMERIC NON-ZERO
      *   RC - THE LATEST OF THOSE IS KEPT IN AU-LAST-BAD-START-TS,
      *   AU-LAST-BAD-END-TS AND AU-LAST-BAD-RC.  AU-FINAL-RC IS THE
      *   RC OF THE LAST END POSTED.  "P" (SITE PROCESSED) RECORDS
      *   ARE KEYED BY THE INDIVIDUAL SITE, SO ON AN ALL-SITES RUN
      *   THEY LAND ON THEIR OWN ROWS NEXT TO THE "**" RUN ROW.
      *
      *   THE ROW WHOSE KEY IS ALL LOW-VALUES IS THE LOG CONTROL ROW.
      *   ITS AU-LAST-END-TS IS THE END TIMESTAMP OF THE LAST "E"
      *   RECORD POSTED, IN LOG ORDER; AN "E" RECORD ENDING EARLIER
      *   THAN THAT IS COUNTED IN AU-ORDER-ERR-COUNT ON ITS OWN ROW.
      *
      *   THE WHO / WHY / WHEN OF THE LATEST "O" (FORCED RERUN), "C"
      *   (GATE CLOSED) OR "M" (CONTROL-FILE MAINTENANCE) RECORD ON
      *   THE ROW IS KEPT IN AU-AUTH-USER, AU-AUTH-REASON AND
      *   AU-AUTH-TS.  THESE RECORDS ARE WRITTEN UNDER DIFFERENT JOB
      *   NAMES, SO THEY NEVER SHARE A ROW.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  AUDIT-SUM-RECORD.
           05  AU-SUM-KEY.
               10  AU-JOB-NAME         PIC X(08).
               10  AU-CYCLE-DATE       PIC X(08).
               10  AU-RUN-MODE         PIC X(13).
               10  AU-SITE-CODE        PIC X(02).
           05  AU-RUN-COUNTS.
               10  AU-START-COUNT      PIC 9(04).
               10  AU-END-COUNT        PIC 9(04).
               10  AU-RC00-COUNT       PIC 9(04).
               10  AU-RC04-COUNT       PIC 9(04).
               10  AU-RC08-COUNT       PIC 9(04).
               10  AU-FAIL-COUNT       PIC 9(04).
               10  AU-BAD-COUNT        PIC 9(04).
               10  AU-SITE-COUNT       PIC 9(04).
               10  AU-MAINT-COUNT      PIC 9(04).
               10  AU-ORDER-ERR-COUNT  PIC 9(04).
           05  AU-FIRST-START-TS       PIC X(16).
           05  AU-LAST-START-TS        PIC X(16).
           05  AU-LAST-END-TS          PIC X(16).
           05  AU-FINAL-RC             PIC 9(02).
           05  AU-LAST-BAD-START-TS    PIC X(16).
           05  AU-LAST-BAD-END-TS      PIC X(16).
           05  AU-LAST-BAD-RC          PIC 9(02).
           05  AU-FIRST-SITE-TS        PIC X(16).
           05  AU-LAST-SITE-TS         PIC X(16).
           05  AU-OVERRIDE-FLAG        PIC X(01).
               88  AU-OVERRIDDEN                   VALUE "Y".
           05  AU-CLOSE-FLAG           PIC X(01).
               88  AU-GATE-CLOSED                  VALUE "Y".
           05  AU-AUTH-USER            PIC X(08).
           05  AU-AUTH-REASON          PIC X(04).
           05  AU-AUTH-TS              PIC X(16).
           05  FILLER                  PIC X(20).
