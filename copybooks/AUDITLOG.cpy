      *                     LIKE THE "O" RECORDS, WHO CLOSED THE GATE
      *                     AND WHY ARE CARRIED IN AL-OVERRIDE-USER
      *                     AND AL-OVERRIDE-REASON.
      *   2026-10-15  JH   ADDED THE "M" (CONTROL-FILE MAINTENANCE)
      *                     RECORD TYPE WRITTEN BY CTLMNT, ONE PER
      *                     APPLIED TRANSACTION.  THE REQUESTER IS IN
      *                     AL-OVERRIDE-USER, THE ACTION (ADD/CHG/DEL)
      *                     IN AL-OVERRIDE-REASON, THE KEY IN
      *                     AL-RUN-MODE/AL-SITE-CODE, AND THE FILE
      *                     AND JOB NAME IN AL-MAINT-DETAIL, WHICH
      *                     REDEFINES THE UNUSED END TIMESTAMP.
      *   2026-10-15  JH   EVERY PROGRAM THAT APPENDS A RECORD HERE
      *                     ALSO POSTS IT TO THE INDEXED AUDIT-LOG
      *                     SUMMARY (AUDSUM), WHICH THE READERS NOW
      *                     USE INSTEAD OF SCANNING THIS FILE.  AUDRBLD
      *                     REBUILDS THE SUMMARY FROM THIS FILE.
      ******************************************************************
       01  AUDIT-LOG-RECORD.
           05  AL-JOB-NAME             PIC X(08).
               88  AL-TYPE-SITE                    VALUE "P".
               88  AL-TYPE-OVERRIDE                VALUE "O".
               88  AL-TYPE-GATE-CLOSE              VALUE "C".
               88  AL-TYPE-MAINTENANCE             VALUE "M".
           05  AL-START-TS             PIC X(16).
           05  AL-END-TS               PIC X(16).
           05  AL-MAINT-DETAIL REDEFINES AL-END-TS.
               10  AL-MAINT-FILE       PIC X(08).
               10  AL-MAINT-JOB        PIC X(08).
           05  AL-RETURN-CODE          PIC 9(02).
           05  AL-SITE-CODE            PIC X(02).
           05  AL-OVERRIDE-USER        PIC X(08).
