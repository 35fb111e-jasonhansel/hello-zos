      ******************************************************************
      * CTLTRAN  -  BATCH-CONTROL FILE MAINTENANCE TRANSACTION LAYOUT
      *
      *   ONE RECORD PER ADD, CHANGE OR DELETE AGAINST ONE OF THE
      *   OPERATIONS-MAINTAINED CONTROL FILES (SITECTL, SCHEDFL,
      *   DEADLN, RTECTL), APPLIED BY CTLMNT IN FILE ORDER.  THE
      *   REQUESTER ID IS REQUIRED - IT GOES TO THE AUDIT LOG WITH
      *   EVERY APPLIED CHANGE.  CT-TRAN-DATA IS LAID OUT LIKE THE
      *   TARGET FILE'S OWN RECORD, WITH NUMERIC FIELDS CARRIED AS
      *   CHARACTER SO A BAD VALUE CAN BE REJECTED INSTEAD OF
      *   ABENDING THE STEP.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      *   2026-10-15  JH   ADDED CT-SC-WEEKEND-DAYS TO MATCH THE NEW
      *                     SITECTL WEEKEND RULES.
      ******************************************************************
       01  CONTROL-TRAN-RECORD.
           05  CT-FILE-ID              PIC X(08).
               88  CT-FILE-SITECTL                 VALUE "SITECTL".
               88  CT-FILE-SCHEDFL                 VALUE "SCHEDFL".
               88  CT-FILE-DEADLN                  VALUE "DEADLN".
               88  CT-FILE-RTECTL                  VALUE "RTECTL".
           05  CT-ACTION               PIC X(01).
               88  CT-ACTION-ADD                   VALUE "A".
               88  CT-ACTION-CHANGE                VALUE "C".
               88  CT-ACTION-DELETE                VALUE "D".
           05  CT-REQUESTER-ID         PIC X(08).
           05  CT-TRAN-DATA            PIC X(40).
           05  CT-SITE-DATA REDEFINES CT-TRAN-DATA.
               10  CT-SC-SITE-CODE     PIC X(02).
               10  CT-SC-LANG-CODE     PIC X(02).
               10  CT-SC-ACTIVE-FLAG   PIC X(01).
               10  CT-SC-WEEKEND-DAYS  PIC X(07).
               10  FILLER              PIC X(28).
           05  CT-SCHED-DATA REDEFINES CT-TRAN-DATA.
               10  CT-SCH-RUN-MODE     PIC X(13).
               10  CT-SCH-SITE-CODE    PIC X(02).
               10  CT-SCH-JOB-NAME     PIC X(08).
               10  FILLER              PIC X(17).
           05  CT-DEADLINE-DATA REDEFINES CT-TRAN-DATA.
               10  CT-DL-RUN-MODE      PIC X(13).
               10  CT-DL-SITE-CODE     PIC X(02).
               10  CT-DL-EXPECT-START  PIC X(06).
               10  CT-DL-LATEST-START  PIC X(06).
               10  CT-DL-MAX-ELAPSED   PIC X(05).
               10  FILLER              PIC X(08).
           05  CT-ROUTE-DATA REDEFINES CT-TRAN-DATA.
               10  CT-RT-RUN-MODE      PIC X(13).
               10  CT-RT-SITE-CODE     PIC X(02).
               10  CT-RT-RC-THRESHOLD  PIC X(02).
               10  CT-RT-ONCALL-GROUP  PIC X(08).
               10  CT-RT-ESCAL-GROUP   PIC X(08).
               10  FILLER              PIC X(07).
