      *   ONLY ACTIVE SITES ARE PICKED UP, SO A SITE CAN BE TAKEN
      *   OUT OF THE NIGHTLY CYCLE WITHOUT DELETING ITS RECORD.
      *
      *   SC-WEEKEND-DAYS CARRIES ONE FLAG PER WEEKDAY, MONDAY FIRST
      *   THROUGH SUNDAY LAST - "Y" MEANS THE SITE DOES NOT PROCESS
      *   ON THAT DAY.  CALGEN BUILDS THE SITE'S BUSINESS CALENDAR
      *   FROM IT.  A BLANK FIELD MEANS THE USUAL SATURDAY AND
      *   SUNDAY WEEKEND.
      *
      * MODIFICATION HISTORY
      *   2026-08-22  JH   ORIGINAL.
      *   2026-10-15  JH   ADDED SC-WEEKEND-DAYS FOR CALENDAR
      *                     GENERATION.
      ******************************************************************
       01  SITE-CONTROL-RECORD.
           05  SC-SITE-CODE            PIC X(02).
           05  SC-LANG-CODE            PIC X(02).
           05  SC-ACTIVE-FLAG          PIC X(01).
               88  SC-SITE-ACTIVE                  VALUE "A".
           05  SC-WEEKEND-DAYS         PIC X(07).
           05  SC-WEEKEND-FLAGS REDEFINES SC-WEEKEND-DAYS.
               10  SC-WEEKEND-FLAG     PIC X(01)   OCCURS 7 TIMES.
