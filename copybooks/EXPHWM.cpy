      ******************************************************************
      * EXPHWM   -  NIGHTLY EXPORT HIGH-WATER-MARK RECORD LAYOUT
      *
      *   ONE RECORD PER SOURCE DATASET EXPORTED BY NITEXP, SAYING
      *   HOW FAR THE LAST SUCCESSFUL EXPORT GOT.  NITEXP READS THE
      *   CURRENT GENERATION AND WRITES THE NEXT ONE ONLY AFTER EVERY
      *   INTERFACE FILE IS CLOSED, SO A FAILED OR RERUN EXPORT
      *   STARTS AGAIN FROM THE SAME MARK.
      *
      *   THE SEQUENTIAL SOURCES (AUDITLOG, PERFSTAT, NOTIFY,
      *   CYCGATE, STRMTRK) ARE APPEND-ONLY BUT HSKEEP REWRITES THREE
      *   OF THEM WITHOUT THEIR OLDEST RECORDS, SO A RECORD COUNT
      *   CANNOT MARK THE PLACE.  THE MARK IS THE IMAGE OF THE LAST
      *   RECORD SENT AND WHICH OCCURRENCE OF THAT IMAGE IT WAS -
      *   HSKEEP KEEPS THE ORDER OF WHAT IT KEEPS, SO EVERYTHING
      *   AFTER THAT RECORD IS NEW.  RUNHIST IS KEYED AND REWRITTEN
      *   IN PLACE, SO ITS MARK IS THE HIGHEST COMPLETION TIMESTAMP
      *   SENT.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.
      ******************************************************************
       01  EXPORT-HWM-RECORD.
           05  EH-SOURCE-NAME          PIC X(08).
           05  EH-EXPORT-TS            PIC X(16).
           05  EH-HIGH-WATER           PIC X(75).
           05  EH-SEQUENTIAL-MARK REDEFINES EH-HIGH-WATER.
               10  EH-LAST-IMAGE       PIC X(70).
               10  EH-IMAGE-OCCURRENCE PIC 9(05).
           05  EH-KEYED-MARK REDEFINES EH-HIGH-WATER.
               10  EH-HIGH-TS          PIC X(16).
               10  FILLER              PIC X(59).
           05  FILLER                  PIC X(01).
