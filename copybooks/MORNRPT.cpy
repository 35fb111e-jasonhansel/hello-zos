      ******************************************************************
      * MORNRPT  -  MORNING STATUS BOARD PRINT LINE
      *
      *   ONE PRINT-IMAGE LINE ON THE BOARD PRODUCED BY MORNSTAT FOR
      *   THE DAY-SHIFT LEAD: ONE PAGE PER ACTIVE SITE WITH THE
      *   GREEN / AMBER / RED STATUS OF THE PRIOR NIGHT, THE LATEST
      *   RUN-HISTORY AND CYCLE-GATE STATE BY MODE, THE STREAM
      *   COMPLETION COUNTS AND THE ITEMS NEEDING ACTION.  COLUMN 1
      *   CARRIES STANDARD ASA CARRIAGE CONTROL.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  MBL-PRINT-LINE.
           05  MBL-CARRIAGE-CONTROL    PIC X(01).
           05  MBL-TEXT                PIC X(132).
