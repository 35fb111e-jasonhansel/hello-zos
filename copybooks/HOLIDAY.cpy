      ******************************************************************
      * HOLIDAY  -  SITE HOLIDAY FILE RECORD LAYOUT
      *
      *   ONE RECORD PER SITE PER PUBLIC OR COMPANY HOLIDAY,
      *   MAINTAINED BY THE CALENDAR OWNER AHEAD OF EACH YEAR.
      *   CALGEN MARKS THE DATE AS A HOLIDAY (NO PROCESSING) WHEN IT
      *   BUILDS THE SITE'S BUSINESS CALENDAR.  SITE CODE "**"
      *   APPLIES THE HOLIDAY TO EVERY SITE.  THE FILE MAY CARRY
      *   SEVERAL YEARS - ONLY THE YEAR BEING GENERATED IS USED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  HOLIDAY-RECORD.
           05  HOL-SITE-CODE           PIC X(02).
           05  HOL-DATE                PIC X(08).
           05  HOL-DESCRIPTION         PIC X(30).
