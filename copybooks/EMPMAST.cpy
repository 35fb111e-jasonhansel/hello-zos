      ******************************************************************
      * EMPMAST  -  EMPLOYEE MASTER FILE RECORD LAYOUT
      *
      *   ONE RECORD PER EMPLOYEE EVER ON THE PAYROLL, MAINTAINED BY
      *   THE UPSTREAM HR FEED.  READ BY YEXREF TO PROVE EVERY
      *   EMPLOYEE ID ON THE YEAR-END EXTRACT IS A REAL EMPLOYEE WHO
      *   WAS ON THE BOOKS IN THE TAX YEAR.  A TERMINATED EMPLOYEE
      *   KEEPS THE RECORD WITH STATUS "T" AND THE TERMINATION DATE;
      *   AN EMPLOYEE STILL EMPLOYED ("A") OR ON LEAVE ("L") CARRIES
      *   A BLANK TERMINATION DATE.  THE YEAR-END CEILING IS THE
      *   MOST THE EMPLOYEE'S EXTRACT DETAILS MAY TOTAL BEFORE THE
      *   AMOUNT IS QUERIED - ZERO MEANS NO CEILING IS SET.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-ID          PIC X(10).
           05  EM-EMPLOYEE-NAME        PIC X(30).
           05  EM-STATUS               PIC X(01).
               88  EM-STATUS-ACTIVE                VALUE "A".
               88  EM-STATUS-ON-LEAVE              VALUE "L".
               88  EM-STATUS-TERMINATED            VALUE "T".
           05  EM-HIRE-DATE            PIC X(08).
           05  EM-TERM-DATE            PIC X(08).
           05  EM-HOME-SITE            PIC X(02).
           05  EM-YE-CEILING           PIC 9(11)V99.
           05  FILLER                  PIC X(08).
