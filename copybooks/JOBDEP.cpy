      ******************************************************************
      * JOBDEP   -  DOWNSTREAM JOB PREDECESSOR DEPENDENCY RECORD LAYOUT
      *
      *   ONE RECORD PER PREDECESSOR PER DOWNSTREAM JOB PER RUN MODE
      *   PER SITE, MAINTAINED BY OPERATIONS ALONGSIDE THE SCHEDULE
      *   FILE: THE JOB, ONE JOB IT MUST NOT START AHEAD OF, AND THE
      *   JOB'S RETURN-CODE LIMIT - A PREDECESSOR COUNTS AS FINISHED
      *   ONLY WHEN ITS LATEST STREAM-TRACKING RECORD FOR THE CYCLE
      *   CARRIES A RETURN CODE UNDER THE LIMIT.  A BLANK OR ZERO
      *   LIMIT MEANS THE STREAM DEFAULT OF 08.  THE PREDCHK STEP
      *   ENFORCES THE ROWS AT RUN TIME AND DEPVAL PROVES THEM
      *   AGAINST THE SCHEDULE FILE BEFORE THE NIGHT STARTS.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  JOB-DEPENDENCY-RECORD.
           05  DP-RUN-MODE             PIC X(13).
           05  DP-SITE-CODE            PIC X(02).
           05  DP-JOB-NAME             PIC X(08).
           05  DP-PRED-JOB-NAME        PIC X(08).
           05  DP-RC-LIMIT             PIC 9(02).
