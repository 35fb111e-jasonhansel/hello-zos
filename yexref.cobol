      * Year-end extract cross-reference to the employee master.
      ******************************************************************
      * MODIFICATION HISTORY
      *   2026-10-15  JH   ORIGINAL.  THE EXTRACT CHECK IN HLWRLD
      *                     PROVES THE YEAR-END EXTRACT BALANCES TO
      *                     ITS TRAILER AND YESUMM REPORTS DUPLICATES,
      *                     BUT NEITHER COULD TELL WHETHER AN EMPLOYEE
      *                     ID IS A REAL EMPLOYEE - A WELL-FORMED ID
      *                     THAT DOES NOT EXIST, OR THAT BELONGS TO
      *                     SOMEONE GONE BEFORE THE TAX YEAR, SAILED
      *                     STRAIGHT THROUGH TO THE DOWNSTREAM CHAIN.
      *                     THIS STEP CROSS-REFERENCES EVERY EXTRACT
      *                     DETAIL TO THE EMPLOYEE MASTER AND REPORTS
      *                     UNKNOWN IDS, EMPLOYEES TERMINATED BEFORE
      *                     THE TAX YEAR, EMPLOYEES WHOSE EXTRACT
      *                     TOTAL IS OVER THEIR CEILING, AND ACTIVE
      *                     EMPLOYEES MISSING FROM THE EXTRACT.  AN
      *                     UNKNOWN ID ENDS THE STEP RC 8; IT RUNS
      *                     AHEAD OF THE YEAR-END HLWRLD STEP, SO THE
      *                     YEAR-END GATE NEVER OPENS ON AN EXTRACT
      *                     CARRYING SOMEONE WHO IS NOT AN EMPLOYEE.
      *                     THE OTHER EXCEPTIONS END IT RC 4 FOR
      *                     REVIEW.
      *   2026-10-15  JH   A MISSING HEADER OR TRAILER, OR A HEADER
      *                     FOR ANOTHER CYCLE DATE, NOW PRINTS AN
      *                     EXTRACT-REJECTED VERDICT INSTEAD OF
      *                     "VERIFIED" ON AN RC 8 STEP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     YEXREF.
       AUTHOR.         J HANSEL.
       INSTALLATION.   BATCH SERVICES.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.  2026-10-15.

      * Program setup
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS YX-EMPMAST-STATUS.
           SELECT YEAREND-EXTRACT-FILE ASSIGN TO YEEXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS YX-YREXT-STATUS.
           SELECT YE-XREF-RPT-FILE    ASSIGN TO YEXRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS YX-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EMPMAST.

       FD  YEAREND-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY YEEXTR.

       FD  YE-XREF-RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY YEXRRPT.

       WORKING-STORAGE SECTION.

      ******************************************************************
      * RUN SELECTION - THE CYCLE DATE THE EXTRACT MUST CARRY, TAKEN
      * FROM THE EXEC PARM.  ITS YEAR IS THE TAX YEAR THE EMPLOYEE
      * DATES ARE JUDGED AGAINST.
      ******************************************************************
       01  YX-CYCLE-DATE               PIC X(08)   VALUE SPACES.
       01  YX-TAX-YEAR                 PIC X(04)   VALUE SPACES.
       01  YX-YEAR-START               PIC X(08)   VALUE SPACES.
       01  YX-YEAR-END                 PIC X(08)   VALUE SPACES.

       01  YX-EMPMAST-STATUS           PIC X(02)   VALUE SPACES.
           88  YX-EMPMAST-OK                       VALUE "00".
           88  YX-EMPMAST-NOT-FOUND                VALUE "35".
       01  YX-YREXT-STATUS             PIC X(02)   VALUE SPACES.
           88  YX-YREXT-OK                         VALUE "00".
           88  YX-YREXT-NOT-FOUND                  VALUE "35".
       01  YX-RPT-STATUS               PIC X(02)   VALUE SPACES.

       01  YX-SWITCHES.
           05  YX-EMPMAST-EOF-SW       PIC X(01)   VALUE "N".
               88  YX-EMPMAST-EOF                  VALUE "Y".
           05  YX-YREXT-EOF-SW         PIC X(01)   VALUE "N".
               88  YX-YREXT-EOF                    VALUE "Y".
           05  YX-HDR-SEEN-SW          PIC X(01)   VALUE "N".
               88  YX-HDR-SEEN                     VALUE "Y".
           05  YX-TRL-SEEN-SW          PIC X(01)   VALUE "N".
               88  YX-TRL-SEEN                     VALUE "Y".
           05  YX-HDR-DATE-BAD-SW      PIC X(01)   VALUE "N".
               88  YX-HDR-DATE-BAD                 VALUE "Y".
           05  YX-EMP-OVFL-SW          PIC X(01)   VALUE "N".
               88  YX-EMP-OVERFLOW                 VALUE "Y".

       01  YX-HDR-DATE                 PIC X(08)   VALUE SPACES.

      ******************************************************************
      * EMPLOYEE MASTER TABLE, WITH THE EXTRACT DETAILS ROLLED INTO
      * EACH EMPLOYEE AS THE EXTRACT IS SWEPT.  A ZERO DETAIL COUNT
      * AFTER THE SWEEP MEANS THE EMPLOYEE IS NOT ON THE EXTRACT.
      ******************************************************************
       01  YX-EMP-COUNT                PIC 9(04)   COMP VALUE ZERO.
       01  YX-EMP-IDX                  PIC 9(04)   COMP VALUE ZERO.
       01  YX-EMP-SLOT                 PIC 9(04)   COMP VALUE ZERO.

       01  YX-EMP-TABLE.
           05  YX-EMP-ENTRY            OCCURS 3000 TIMES.
               10  YX-EM-ID            PIC X(10).
               10  YX-EM-NAME          PIC X(30).
               10  YX-EM-STATUS        PIC X(01).
                   88  YX-EM-ACTIVE                VALUE "A" "L".
                   88  YX-EM-TERMINATED            VALUE "T".
               10  YX-EM-HIRE-DATE     PIC X(08).
               10  YX-EM-TERM-DATE     PIC X(08).
               10  YX-EM-HOME-SITE     PIC X(02).
               10  YX-EM-CEILING       PIC 9(11)V99.
               10  YX-EM-DTL-COUNT     PIC 9(05).
               10  YX-EM-TOTAL         PIC 9(13)V99.

       01  YX-CUR-EMP-ID               PIC X(10)   VALUE SPACES.
       01  YX-CUR-AMOUNT               PIC 9(11)V99 VALUE ZERO.

      ******************************************************************
      * EXCEPTION COUNTS BY KIND, FOR THE REPORT FOOTING AND THE
      * RETURN CODE.
      ******************************************************************
       01  YX-DETAIL-COUNT             PIC 9(09)   VALUE ZERO.
       01  YX-UNKNOWN-COUNT            PIC 9(05)   VALUE ZERO.
       01  YX-TERMED-COUNT             PIC 9(05)   VALUE ZERO.
       01  YX-CEILING-COUNT            PIC 9(05)   VALUE ZERO.
       01  YX-MISSING-COUNT            PIC 9(05)   VALUE ZERO.
       01  YX-BAD-AMOUNT-COUNT         PIC 9(05)   VALUE ZERO.
       01  YX-SECTION-COUNT            PIC 9(05)   VALUE ZERO.
       01  YX-EMP-COUNT-DISP           PIC 9(05)   VALUE ZERO.

       01  YX-AMOUNT-DISP              PIC 9(13).99.
       01  YX-CEILING-DISP             PIC 9(11).99.
       01  YX-SECTION-TITLE            PIC X(132)  VALUE SPACES.

      ******************************************************************
      * STEP COMPLETION CODE - MOVED TO RETURN-CODE AT MAIN-LOGIC-EXIT
      * SO THE JOB SCHEDULER HAS SOMETHING TO COND ON.
      ******************************************************************
       01  YX-RETURN-CODE              PIC 9(02)   VALUE ZERO.
           88  YX-RC-NORMAL                        VALUE 0.
           88  YX-RC-WARNING                       VALUE 4.
           88  YX-RC-FATAL                         VALUE 8.

       LINKAGE SECTION.

      ******************************************************************
      * STANDARD MVS PARM-PASSING AREA.  PASSED BY THE EXEC PARM=
      * OPERAND WHEN YEXREF IS INVOKED: CYCLE DATE IN POSITIONS 1-8.
      ******************************************************************
       01  YX-PARM-AREA.
           05  YX-PARM-LEN             PIC S9(04)  COMP.
           05  YX-PARM-TEXT            PIC X(08).

       PROCEDURE DIVISION USING YX-PARM-AREA.

       MAIN-LOGIC SECTION.
       BEGIN.
           SET YX-RC-NORMAL TO TRUE.
           PERFORM 1000-PARSE-PARM THRU 1000-EXIT.
           PERFORM 1100-LOAD-EMPLOYEE-MASTER THRU 1100-EXIT.
           OPEN OUTPUT YE-XREF-RPT-FILE.
           PERFORM 2000-PRINT-REPORT-HEADER THRU 2000-EXIT.
           PERFORM 3000-SWEEP-EXTRACT THRU 3000-EXIT.
           PERFORM 4000-CHECK-TERMINATED THRU 4000-EXIT.
           PERFORM 4100-CHECK-CEILINGS THRU 4100-EXIT.
           PERFORM 4200-CHECK-MISSING-ACTIVE THRU 4200-EXIT.
           PERFORM 5000-PRINT-VERDICT THRU 5000-EXIT.
           CLOSE YE-XREF-RPT-FILE.
           GO TO MAIN-LOGIC-EXIT.

      ******************************************************************
      * 1000-PARSE-PARM - PULL THE CYCLE DATE OFF THE EXEC PARM AND
      *   DERIVE THE TAX YEAR FROM IT.  WITHOUT IT THE STEP CANNOT
      *   JUDGE WHO WAS ON THE BOOKS - A FATAL SETUP ERROR.
      ******************************************************************
       1000-PARSE-PARM.
           IF YX-PARM-LEN < 08
              OR YX-PARM-TEXT(1:8) NOT NUMERIC
               DISPLAY "YEXREF0001E CYCLE DATE MISSING FROM PARM OR "
                       "NOT NUMERIC - CANNOT CROSS-REFERENCE THE "
                       "EXTRACT"
               SET YX-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           MOVE YX-PARM-TEXT(1:8)      TO YX-CYCLE-DATE
           MOVE YX-CYCLE-DATE(1:4)     TO YX-TAX-YEAR
           STRING YX-TAX-YEAR DELIMITED BY SIZE
                  "0101" DELIMITED BY SIZE
                  INTO YX-YEAR-START
           END-STRING
           STRING YX-TAX-YEAR DELIMITED BY SIZE
                  "1231" DELIMITED BY SIZE
                  INTO YX-YEAR-END
           END-STRING.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-EMPLOYEE-MASTER - LOAD THE WHOLE EMPLOYEE MASTER.
      *   IT IS THE REFERENCE EVERYTHING IS JUDGED AGAINST, SO A
      *   MISSING, EMPTY OR OVERFULL MASTER IS FATAL - A PARTIAL
      *   TABLE WOULD CALL REAL EMPLOYEES UNKNOWN.
      ******************************************************************
       1100-LOAD-EMPLOYEE-MASTER.
           MOVE "N"                    TO YX-EMPMAST-EOF-SW
           MOVE "N"                    TO YX-EMP-OVFL-SW
           MOVE ZERO                   TO YX-EMP-COUNT

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF YX-EMPMAST-NOT-FOUND
               DISPLAY "YEXREF0002E EMPLOYEE MASTER FILE NOT FOUND - "
                       "CANNOT CROSS-REFERENCE THE EXTRACT"
               SET YX-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 1110-READ-MASTER-RECORD
               UNTIL YX-EMPMAST-EOF
           CLOSE EMPLOYEE-MASTER-FILE

           IF YX-EMP-OVERFLOW
               DISPLAY "YEXREF0003E EMPLOYEE MASTER HAS MORE THAN "
                       "3000 EMPLOYEES - TABLE FULL, CANNOT "
                       "CROSS-REFERENCE THE EXTRACT"
               SET YX-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF

           IF YX-EMP-COUNT = ZERO
               DISPLAY "YEXREF0004E EMPLOYEE MASTER FILE IS EMPTY - "
                       "CANNOT CROSS-REFERENCE THE EXTRACT"
               SET YX-RC-FATAL TO TRUE
               GO TO MAIN-LOGIC-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-READ-MASTER-RECORD - READ ONE EMPLOYEE MASTER RECORD AND
      *   ADD IT TO THE TABLE WITH NOTHING YET SEEN ON THE EXTRACT.
      *   PERFORMED FROM 1100-LOAD-EMPLOYEE-MASTER.
      ******************************************************************
       1110-READ-MASTER-RECORD.
           READ EMPLOYEE-MASTER-FILE INTO EMPLOYEE-MASTER-RECORD
               AT END
                   SET YX-EMPMAST-EOF TO TRUE
               NOT AT END
                   IF YX-EMP-COUNT < 3000
                       ADD 1            TO YX-EMP-COUNT
                       MOVE EM-EMPLOYEE-ID
                                        TO YX-EM-ID(YX-EMP-COUNT)
                       MOVE EM-EMPLOYEE-NAME
                                        TO YX-EM-NAME(YX-EMP-COUNT)
                       MOVE EM-STATUS   TO YX-EM-STATUS(YX-EMP-COUNT)
                       MOVE EM-HIRE-DATE
                                        TO YX-EM-HIRE-DATE
                                           (YX-EMP-COUNT)
                       MOVE EM-TERM-DATE
                                        TO YX-EM-TERM-DATE
                                           (YX-EMP-COUNT)
                       MOVE EM-HOME-SITE
                                        TO YX-EM-HOME-SITE
                                           (YX-EMP-COUNT)
                       IF EM-YE-CEILING NUMERIC
                           MOVE EM-YE-CEILING
                                        TO YX-EM-CEILING(YX-EMP-COUNT)
                       ELSE
                           MOVE ZERO    TO YX-EM-CEILING(YX-EMP-COUNT)
                       END-IF
                       MOVE ZERO        TO YX-EM-DTL-COUNT
                                           (YX-EMP-COUNT)
                       MOVE ZERO        TO YX-EM-TOTAL(YX-EMP-COUNT)
                   ELSE
                       SET YX-EMP-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * 2000-PRINT-REPORT-HEADER - TITLE LINE FOR THE CYCLE DATE AND
      *   TAX YEAR.
      ******************************************************************
       2000-PRINT-REPORT-HEADER.
           MOVE SPACES                 TO YXL-PRINT-LINE
           MOVE "1"                    TO YXL-CARRIAGE-CONTROL
           STRING "YEAR-END EXTRACT EMPLOYEE CROSS-REFERENCE - CYCLE "
                      DELIMITED BY SIZE
                  "DATE " DELIMITED BY SIZE
                  YX-CYCLE-DATE DELIMITED BY SIZE
                  "  TAX YEAR " DELIMITED BY SIZE
                  YX-TAX-YEAR DELIMITED BY SIZE
                  INTO YXL-TEXT
           END-STRING
           WRITE YXL-PRINT-LINE
           MOVE SPACES                 TO YXL-PRINT-LINE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SWEEP-EXTRACT - READ THE WHOLE YEAR-END EXTRACT, MATCH
      *   EVERY DETAIL TO ITS EMPLOYEE AND PRINT EACH UNKNOWN ID AS
      *   IT IS FOUND.  THE HEADER MUST CARRY THE RUN CYCLE DATE AND
      *   A TRAILER MUST BE PRESENT, AS YESUMM REQUIRES - OTHERWISE
      *   THIS IS NOT THE EXTRACT THE YEAR-END RUN WILL RELEASE.
      ******************************************************************
       3000-SWEEP-EXTRACT.
           MOVE "UNKNOWN EMPLOYEE IDS ON THE EXTRACT"
                                        TO YX-SECTION-TITLE
           PERFORM 6100-START-SECTION

           MOVE "N"                    TO YX-YREXT-EOF-SW
           OPEN INPUT YEAREND-EXTRACT-FILE
           IF YX-YREXT-NOT-FOUND
               DISPLAY "YEXREF0005E YEAR-END-EXTRACT FILE NOT FOUND "
                       "- CANNOT CROSS-REFERENCE THE EXTRACT"
               SET YX-RC-FATAL TO TRUE
               CLOSE YE-XREF-RPT-FILE
               GO TO MAIN-LOGIC-EXIT
           END-IF
           PERFORM 3010-READ-EXTRACT-RECORD
               UNTIL YX-YREXT-EOF
           CLOSE YEAREND-EXTRACT-FILE

           MOVE YX-UNKNOWN-COUNT       TO YX-SECTION-COUNT
           PERFORM 6200-END-SECTION

           IF NOT YX-HDR-SEEN
               DISPLAY "YEXREF0006E NO HEADER RECORD ON THE EXTRACT"
               SET YX-RC-FATAL TO TRUE
           ELSE
               IF YX-HDR-DATE NOT = YX-CYCLE-DATE
                   DISPLAY "YEXREF0007E HEADER CYCLE DATE "
                           YX-HDR-DATE " DOES NOT MATCH RUN CYCLE "
                           "DATE " YX-CYCLE-DATE
                   SET YX-HDR-DATE-BAD TO TRUE
                   SET YX-RC-FATAL TO TRUE
               END-IF
           END-IF
           IF NOT YX-TRL-SEEN
               DISPLAY "YEXREF0008E NO TRAILER RECORD ON THE EXTRACT "
                       "- EXTRACT IS TRUNCATED"
               SET YX-RC-FATAL TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-READ-EXTRACT-RECORD - READ ONE EXTRACT RECORD AND ROUTE
      *   IT BY TYPE.  PERFORMED FROM 3000-SWEEP-EXTRACT.
      ******************************************************************
       3010-READ-EXTRACT-RECORD.
           READ YEAREND-EXTRACT-FILE INTO YEAREND-EXTRACT-RECORD
               AT END
                   SET YX-YREXT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN YE-TYPE-HEADER
                           SET YX-HDR-SEEN TO TRUE
                           MOVE YE-HDR-CYCLE-DATE TO YX-HDR-DATE
                       WHEN YE-TYPE-DETAIL
                           PERFORM 3100-MATCH-DETAIL THRU 3100-EXIT
                       WHEN YE-TYPE-TRAILER
                           SET YX-TRL-SEEN TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * 3100-MATCH-DETAIL - FIND THE EMPLOYEE FOR ONE DETAIL RECORD
      *   AND ROLL THE DETAIL INTO THEIR TOTAL, OR PRINT THE ID AS
      *   UNKNOWN.  A NON-NUMERIC AMOUNT STILL COUNTS AS A DETAIL FOR
      *   THE EMPLOYEE BUT ADDS NOTHING TO THE TOTAL - HLWRLD HAS
      *   ALREADY FAILED THE EXTRACT FOR IT.  PERFORMED FROM
      *   3010-READ-EXTRACT-RECORD.
      ******************************************************************
       3100-MATCH-DETAIL.
           ADD 1                       TO YX-DETAIL-COUNT
           MOVE YE-DTL-EMPLOYEE-ID     TO YX-CUR-EMP-ID
           IF YE-DTL-AMOUNT NUMERIC
               MOVE YE-DTL-AMOUNT      TO YX-CUR-AMOUNT
           ELSE
               MOVE ZERO               TO YX-CUR-AMOUNT
               ADD 1                   TO YX-BAD-AMOUNT-COUNT
           END-IF

           MOVE ZERO                   TO YX-EMP-SLOT
           PERFORM 3110-MATCH-EMPLOYEE
               VARYING YX-EMP-IDX FROM 1 BY 1
               UNTIL YX-EMP-IDX > YX-EMP-COUNT
                  OR YX-EMP-SLOT > ZERO

           IF YX-EMP-SLOT = ZERO
               ADD 1                   TO YX-UNKNOWN-COUNT
               MOVE YX-CUR-AMOUNT      TO YX-AMOUNT-DISP
               STRING "    " DELIMITED BY SIZE
                      YX-CUR-EMP-ID DELIMITED BY SIZE
                      "  NOT ON THE EMPLOYEE MASTER  AMOUNT "
                          DELIMITED BY SIZE
                      YX-AMOUNT-DISP DELIMITED BY SIZE
                      INTO YXL-TEXT
               END-STRING
               PERFORM 6000-WRITE-REPORT-LINE
               GO TO 3100-EXIT
           END-IF

           ADD 1                       TO YX-EM-DTL-COUNT(YX-EMP-SLOT)
           ADD YX-CUR-AMOUNT           TO YX-EM-TOTAL(YX-EMP-SLOT).
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3110-MATCH-EMPLOYEE - CHECK ONE EMPLOYEE TABLE ENTRY AGAINST
      *   THE DETAIL IN HAND.  PERFORMED FROM 3100-MATCH-DETAIL.
      ******************************************************************
       3110-MATCH-EMPLOYEE.
           IF YX-EM-ID(YX-EMP-IDX) = YX-CUR-EMP-ID
               MOVE YX-EMP-IDX         TO YX-EMP-SLOT
           END-IF.

      ******************************************************************
      * 4000-CHECK-TERMINATED - LIST EVERY EMPLOYEE ON THE EXTRACT
      *   WHO WAS TERMINATED BEFORE THE TAX YEAR BEGAN.
      ******************************************************************
       4000-CHECK-TERMINATED.
           MOVE "EMPLOYEES TERMINATED BEFORE THE TAX YEAR"
                                        TO YX-SECTION-TITLE
           PERFORM 6100-START-SECTION
           PERFORM 4010-CHECK-ONE-TERMINATION THRU 4010-EXIT
               VARYING YX-EMP-IDX FROM 1 BY 1
               UNTIL YX-EMP-IDX > YX-EMP-COUNT
           MOVE YX-TERMED-COUNT        TO YX-SECTION-COUNT
           PERFORM 6200-END-SECTION.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4010-CHECK-ONE-TERMINATION - PRINT ONE EMPLOYEE WHEN THEY ARE
      *   ON THE EXTRACT BUT LEFT BEFORE THE FIRST DAY OF THE TAX
      *   YEAR.  PERFORMED FROM 4000-CHECK-TERMINATED.
      ******************************************************************
       4010-CHECK-ONE-TERMINATION.
           IF YX-EM-DTL-COUNT(YX-EMP-IDX) = ZERO
              OR NOT YX-EM-TERMINATED(YX-EMP-IDX)
              OR YX-EM-TERM-DATE(YX-EMP-IDX) NOT < YX-YEAR-START
               GO TO 4010-EXIT
           END-IF

           ADD 1                       TO YX-TERMED-COUNT
           PERFORM 6300-FORMAT-EMPLOYEE
           MOVE YX-EM-TOTAL(YX-EMP-IDX) TO YX-AMOUNT-DISP
           STRING "TERMINATED " DELIMITED BY SIZE
                  YX-EM-TERM-DATE(YX-EMP-IDX) DELIMITED BY SIZE
                  "  EXTRACT TOTAL " DELIMITED BY SIZE
                  YX-AMOUNT-DISP DELIMITED BY SIZE
                  INTO YXL-TEXT(53:80)
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE.
       4010-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CHECK-CEILINGS - LIST EVERY EMPLOYEE WHOSE EXTRACT TOTAL
      *   (ALL THEIR DETAILS TOGETHER) IS OVER THE CEILING ON THEIR
      *   MASTER RECORD.  A ZERO CEILING IS NOT CHECKED.
      ******************************************************************
       4100-CHECK-CEILINGS.
           MOVE "EMPLOYEES OVER THEIR YEAR-END CEILING"
                                        TO YX-SECTION-TITLE
           PERFORM 6100-START-SECTION
           PERFORM 4110-CHECK-ONE-CEILING THRU 4110-EXIT
               VARYING YX-EMP-IDX FROM 1 BY 1
               UNTIL YX-EMP-IDX > YX-EMP-COUNT
           MOVE YX-CEILING-COUNT       TO YX-SECTION-COUNT
           PERFORM 6200-END-SECTION.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4110-CHECK-ONE-CEILING - PRINT ONE EMPLOYEE WHEN THEIR
      *   EXTRACT TOTAL EXCEEDS THEIR CEILING.  PERFORMED FROM
      *   4100-CHECK-CEILINGS.
      ******************************************************************
       4110-CHECK-ONE-CEILING.
           IF YX-EM-DTL-COUNT(YX-EMP-IDX) = ZERO
              OR YX-EM-CEILING(YX-EMP-IDX) = ZERO
              OR YX-EM-TOTAL(YX-EMP-IDX)
                 NOT > YX-EM-CEILING(YX-EMP-IDX)
               GO TO 4110-EXIT
           END-IF

           ADD 1                       TO YX-CEILING-COUNT
           PERFORM 6300-FORMAT-EMPLOYEE
           MOVE YX-EM-TOTAL(YX-EMP-IDX) TO YX-AMOUNT-DISP
           MOVE YX-EM-CEILING(YX-EMP-IDX) TO YX-CEILING-DISP
           STRING "TOTAL " DELIMITED BY SIZE
                  YX-AMOUNT-DISP DELIMITED BY SIZE
                  "  CEILING " DELIMITED BY SIZE
                  YX-CEILING-DISP DELIMITED BY SIZE
                  INTO YXL-TEXT(53:80)
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * 4200-CHECK-MISSING-ACTIVE - LIST EVERY ACTIVE (OR ON-LEAVE)
      *   EMPLOYEE HIRED BY THE END OF THE TAX YEAR WHO HAS NO
      *   DETAIL ON THE EXTRACT.
      ******************************************************************
       4200-CHECK-MISSING-ACTIVE.
           MOVE "ACTIVE EMPLOYEES MISSING FROM THE EXTRACT"
                                        TO YX-SECTION-TITLE
           PERFORM 6100-START-SECTION
           PERFORM 4210-CHECK-ONE-MISSING THRU 4210-EXIT
               VARYING YX-EMP-IDX FROM 1 BY 1
               UNTIL YX-EMP-IDX > YX-EMP-COUNT
           MOVE YX-MISSING-COUNT       TO YX-SECTION-COUNT
           PERFORM 6200-END-SECTION.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4210-CHECK-ONE-MISSING - PRINT ONE ACTIVE EMPLOYEE WHO IS
      *   NOT ON THE EXTRACT.  PERFORMED FROM
      *   4200-CHECK-MISSING-ACTIVE.
      ******************************************************************
       4210-CHECK-ONE-MISSING.
           IF YX-EM-DTL-COUNT(YX-EMP-IDX) > ZERO
              OR NOT YX-EM-ACTIVE(YX-EMP-IDX)
              OR YX-EM-HIRE-DATE(YX-EMP-IDX) > YX-YEAR-END
               GO TO 4210-EXIT
           END-IF

           ADD 1                       TO YX-MISSING-COUNT
           PERFORM 6300-FORMAT-EMPLOYEE
           STRING "STATUS " DELIMITED BY SIZE
                  YX-EM-STATUS(YX-EMP-IDX) DELIMITED BY SIZE
                  "  HIRED " DELIMITED BY SIZE
                  YX-EM-HIRE-DATE(YX-EMP-IDX) DELIMITED BY SIZE
                  INTO YXL-TEXT(53:80)
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE.
       4210-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-VERDICT - PRINT THE COUNTS AND THE VERDICT.  AN
      *   EXTRACT WITH NO HEADER, NO TRAILER OR A HEADER FOR ANOTHER
      *   CYCLE DATE, OR AN UNKNOWN EMPLOYEE ID, ENDS THE STEP RC 8
      *   SO THE YEAR-END RUN BEHIND IT NEVER OPENS THE GATE; ANY
      *   OTHER EXCEPTION ENDS IT RC 4 FOR REVIEW.
      ******************************************************************
       5000-PRINT-VERDICT.
           PERFORM 6000-WRITE-REPORT-LINE

           MOVE YX-EMP-COUNT           TO YX-EMP-COUNT-DISP
           STRING "EMPLOYEES ON THE MASTER          " DELIMITED BY SIZE
                  YX-EMP-COUNT-DISP DELIMITED BY SIZE
                  INTO YXL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE
           STRING "DETAIL RECORDS ON THE EXTRACT    " DELIMITED BY SIZE
                  YX-DETAIL-COUNT DELIMITED BY SIZE
                  INTO YXL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE
           STRING "UNKNOWN EMPLOYEE IDS             " DELIMITED BY SIZE
                  YX-UNKNOWN-COUNT DELIMITED BY SIZE
                  INTO YXL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE
           STRING "TERMINATED BEFORE THE TAX YEAR   " DELIMITED BY SIZE
                  YX-TERMED-COUNT DELIMITED BY SIZE
                  INTO YXL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE
           STRING "OVER THEIR CEILING               " DELIMITED BY SIZE
                  YX-CEILING-COUNT DELIMITED BY SIZE
                  INTO YXL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE
           STRING "ACTIVE BUT MISSING FROM EXTRACT  " DELIMITED BY SIZE
                  YX-MISSING-COUNT DELIMITED BY SIZE
                  INTO YXL-TEXT
           END-STRING
           PERFORM 6000-WRITE-REPORT-LINE
           IF YX-BAD-AMOUNT-COUNT > ZERO
               STRING "DETAILS WITH NON-NUMERIC AMOUNT  "
                          DELIMITED BY SIZE
                      YX-BAD-AMOUNT-COUNT DELIMITED BY SIZE
                      INTO YXL-TEXT
               END-STRING
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE

           EVALUATE TRUE
               WHEN NOT YX-HDR-SEEN
                 OR NOT YX-TRL-SEEN
                 OR YX-HDR-DATE-BAD
                   MOVE "VERDICT: EXTRACT REJECTED - HEADER/TRAILER "
                                        TO YXL-TEXT
                   MOVE "INVALID"      TO YXL-TEXT(44:7)
                   DISPLAY "YEXREF0012E EXTRACT HEADER/TRAILER INVALID "
                           "- YEAR-END EXTRACT REJECTED, DO NOT OPEN "
                           "THE YEAR-END GATE"
                   SET YX-RC-FATAL TO TRUE
               WHEN YX-UNKNOWN-COUNT > ZERO
                   MOVE "VERDICT: UNKNOWN EMPLOYEES ON THE EXTRACT - "
                                        TO YXL-TEXT
                   MOVE "DO NOT OPEN THE YEAR-END GATE"
                                        TO YXL-TEXT(45:29)
                   DISPLAY "YEXREF0009E " YX-UNKNOWN-COUNT
                           " EXTRACT DETAIL(S) FOR EMPLOYEE IDS NOT "
                           "ON THE EMPLOYEE MASTER - YEAR-END "
                           "EXTRACT REJECTED"
                   SET YX-RC-FATAL TO TRUE
               WHEN YX-TERMED-COUNT > ZERO
                 OR YX-CEILING-COUNT > ZERO
                 OR YX-MISSING-COUNT > ZERO
                   MOVE "VERDICT: ALL EMPLOYEES KNOWN - EXCEPTIONS "
                                        TO YXL-TEXT
                   MOVE "FOR REVIEW"   TO YXL-TEXT(43:10)
                   DISPLAY "YEXREF0010W EXTRACT EMPLOYEES ALL KNOWN "
                           "BUT EXCEPTIONS ARE LISTED FOR REVIEW"
                   IF NOT YX-RC-FATAL
                       SET YX-RC-WARNING TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "VERDICT: EXTRACT EMPLOYEES VERIFIED"
                                        TO YXL-TEXT
                   DISPLAY "YEXREF0011I EVERY EXTRACT DETAIL BELONGS "
                           "TO AN EMPLOYEE ON THE BOOKS IN "
                           YX-TAX-YEAR
           END-EVALUATE
           PERFORM 6000-WRITE-REPORT-LINE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-REPORT-LINE - WRITE THE TEXT ALREADY BUILT IN
      *   YXL-TEXT AS A SINGLE-SPACED LINE AND CLEAR THE LINE.
      ******************************************************************
       6000-WRITE-REPORT-LINE.
           MOVE " "                    TO YXL-CARRIAGE-CONTROL
           WRITE YXL-PRINT-LINE
           MOVE SPACES                 TO YXL-PRINT-LINE.

      ******************************************************************
      * 6100-START-SECTION - WRITE A BLANK LINE AND THE SECTION TITLE
      *   HELD IN YX-SECTION-TITLE.
      ******************************************************************
       6100-START-SECTION.
           PERFORM 6000-WRITE-REPORT-LINE
           MOVE YX-SECTION-TITLE       TO YXL-TEXT
           PERFORM 6000-WRITE-REPORT-LINE.

      ******************************************************************
      * 6200-END-SECTION - SAY SO WHEN A SECTION LISTED NOBODY.
      ******************************************************************
       6200-END-SECTION.
           IF YX-SECTION-COUNT = ZERO
               MOVE "    NONE"         TO YXL-TEXT
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * 6300-FORMAT-EMPLOYEE - PUT THE EMPLOYEE ID, NAME AND HOME
      *   SITE OF THE CURRENT TABLE ENTRY AT THE FRONT OF THE LINE.
      ******************************************************************
       6300-FORMAT-EMPLOYEE.
           MOVE YX-EM-ID(YX-EMP-IDX)   TO YXL-TEXT(5:10)
           MOVE YX-EM-NAME(YX-EMP-IDX) TO YXL-TEXT(17:30)
           MOVE YX-EM-HOME-SITE(YX-EMP-IDX) TO YXL-TEXT(49:2).

      ******************************************************************
      * MAIN-LOGIC-EXIT - COMMON EXIT POINT FOR THE STEP.  EVERY PATH
      *   THROUGH MAIN-LOGIC, NORMAL OR ABNORMAL, FALLS THROUGH HERE
      *   SO THE FINAL RETURN-CODE IS ALWAYS SET CONSISTENTLY.
      ******************************************************************
       MAIN-LOGIC-EXIT.
           MOVE YX-RETURN-CODE         TO RETURN-CODE.
           STOP RUN.
