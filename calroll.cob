       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-ROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-CALENDAR-FILE ASSIGN TO "CALNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLL-REPORT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD PIC X(84).
       FD  NEW-CALENDAR-FILE.
       01  NEW-CALENDAR-RECORD    PIC X(84).
       FD  ROLL-REPORT-FILE.
       01  ROLL-REPORT-LINE       PIC X(120).
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
       WORKING-STORAGE SECTION.
       77  STAT-EOF-FLAG  PIC X(1) VALUE "N".
           88  STAT-END-OF-FILE       VALUE "Y".
       77  ALREADY-RUN-FLAG PIC X(1) VALUE "N".
           88  ALREADY-RUN        VALUE "Y".
       77  STAT-RUN-DATE  PIC X(8).
       77  STAT-STEP-ID   PIC X(8) VALUE "CALROLL ".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  ROLL-PARM          PIC X(8).
       77  OLD-DATE           PIC X(8) VALUE SPACES.
       77  OLD-TERM           PIC X(5) VALUE SPACES.
       77  NEW-DATE           PIC X(8).
       77  NEW-TERM           PIC X(5).
       77  CONTROL-SLOT       PIC 9(3) VALUE 0.
       77  CALENDAR-COUNT     PIC 9(3) VALUE 0.
       77  CALENDAR-MAX       PIC 9(3) VALUE 500.
       77  TERM-COUNT         PIC 9(3) VALUE 0.
       77  TERM-MAX           PIC 9(3) VALUE 100.
       77  HOLIDAY-COUNT      PIC 9(3) VALUE 0.
       77  HOLIDAY-MAX        PIC 9(3) VALUE 400.
       77  SKIP-COUNT         PIC 9(3) VALUE 0.
       77  SKIP-LIMIT         PIC 9(3) VALUE 031.
       77  MONTH-LENGTH       PIC 9(2).
       77  LEAP-QUOTIENT      PIC 9(4).
       77  LEAP-REMAINDER-4   PIC 9(3).
       77  LEAP-REMAINDER-100 PIC 9(3).
       77  LEAP-REMAINDER-400 PIC 9(3).
       77  LATEST-TERM-START  PIC X(8).
       77  NEW-TERM-SLOT      PIC 9(3) VALUE 0.
       77  DAY-STATUS-FLAG    PIC X(1).
           88  BUSINESS-DAY       VALUE "B".
           88  NON-BUSINESS-DAY   VALUE "N".
       77  HOLIDAY-NAME       PIC X(30).
       77  WARNING-COUNT      PIC 9(3) VALUE 0.

       01  CALENDAR-WORK-RECORD.
           COPY CALCTL.

       01  ROLL-DATE-PARTS.
           05  RL-YEAR            PIC 9(4).
           05  RL-MONTH           PIC 9(2).
           05  RL-DAY             PIC 9(2).

       01  MONTH-LENGTH-DATA      PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-DATA.
           05  ML-DAYS OCCURS 12 TIMES PIC 9(2).

      * Every calendar record is held as read so the new copy keeps
      * the terms and non-business days exactly as operations keyed
      * them; only the D record is changed.
       01  CALENDAR-TABLE.
           03  CALENDAR-ENTRY OCCURS 500 TIMES INDEXED BY CL-IDX.
               05  CL-CALENDAR-DATA  PIC X(84).

       01  TERM-TABLE.
           03  TERM-ENTRY OCCURS 100 TIMES INDEXED BY TM-IDX.
               05  TM-TERM-CODE      PIC X(5).
               05  TM-TERM-START     PIC X(8).
               05  TM-TERM-END       PIC X(8).
               05  TM-EXAM-START     PIC X(8).
               05  TM-EXAM-END       PIC X(8).

       01  HOLIDAY-TABLE.
           03  HOLIDAY-ENTRY OCCURS 400 TIMES INDEXED BY HD-IDX.
               05  HD-DATE           PIC X(8).
               05  HD-DESCRIPTION    PIC X(30).
       PROCEDURE DIVISION.
      * Operator step that closes the processing day on the
      * calendar control file.  With a blank parm the processing
      * date moves to the next business day, stepping over every
      * date carried as a non-business day; an eight digit
      * YYYYMMDD parm sets the date outright for a catch-up or a
      * correction.  The current term code follows the date - it
      * becomes the term whose start is the latest on or before
      * the new date, so the break between terms stays with the
      * term just ended.  The old date is kept on the D record as
      * the prior date.  The report shows the roll, every day
      * stepped over, a term change and the exam window.  Return
      * code 4 flags a date the operator should look at (a
      * non-business day or a date set backwards, or no term on
      * the calendar); 12 means the calendar file is unusable and
      * the new copy must not be copied back.
       MAIN-PROCESS.
           ACCEPT ROLL-PARM FROM COMMAND-LINE.
           OPEN INPUT CALENDAR-CONTROL-FILE.
           PERFORM READ-CALENDAR-RECORD.
           PERFORM LOAD-CALENDAR-ENTRY UNTIL CAL-END-OF-FILE.
           CLOSE CALENDAR-CONTROL-FILE.
           IF CONTROL-SLOT = 0
              DISPLAY "CALENDAR-ROLL: NO D RECORD ON CALENDAR "
                      "CONTROL FILE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CHECK-RUN-STATUS.
           IF ALREADY-RUN
              DISPLAY STAT-STEP-ID " ALREADY COMPLETE FOR "
                      STAT-RUN-DATE " - STEP SKIPPED"
              STOP RUN
           END-IF.
           PERFORM WRITE-START-STATUS.
           OPEN OUTPUT NEW-CALENDAR-FILE
                       ROLL-REPORT-FILE.
           MOVE SPACES TO ROLL-REPORT-LINE.
           STRING "CALENDAR ROLL   PROCESSING DATE " DELIMITED BY SIZE
                  OLD-DATE       DELIMITED BY SIZE
                  "  TERM "      DELIMITED BY SIZE
                  OLD-TERM       DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE SPACES TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           EVALUATE TRUE
               WHEN ROLL-PARM = SPACES
                   PERFORM ROLL-TO-NEXT-BUSINESS-DAY
               WHEN ROLL-PARM IS NUMERIC
                   PERFORM SET-EXPLICIT-DATE
               WHEN OTHER
                   DISPLAY "CALENDAR-ROLL: PARM MUST BE BLANK OR "
                           "YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE < 8
              PERFORM SET-NEW-TERM
              PERFORM UPDATE-CONTROL-RECORD
              PERFORM WRITE-NEW-CALENDAR
              PERFORM WRITE-ROLL-SUMMARY
           END-IF.
           CLOSE NEW-CALENDAR-FILE ROLL-REPORT-FILE.
           IF RETURN-CODE < 8 AND WARNING-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 8
              PERFORM WRITE-END-STATUS
           END-IF.
           STOP RUN.

       READ-CALENDAR-RECORD.
           READ CALENDAR-CONTROL-FILE
               AT END SET CAL-END-OF-FILE TO TRUE
           END-READ.

       LOAD-CALENDAR-ENTRY.
           IF CALENDAR-COUNT >= CALENDAR-MAX
              DISPLAY "CALENDAR-ROLL: CALENDAR TABLE FULL AT "
                      CALENDAR-MAX " RECORDS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO CALENDAR-COUNT.
           SET CL-IDX TO CALENDAR-COUNT.
           MOVE CALENDAR-CONTROL-RECORD TO CL-CALENDAR-DATA (CL-IDX).
           MOVE CALENDAR-CONTROL-RECORD TO CALENDAR-WORK-RECORD.
           EVALUATE TRUE
               WHEN CC-CONTROL-RECORD
                   MOVE CALENDAR-COUNT   TO CONTROL-SLOT
                   MOVE CC-CALENDAR-DATE TO OLD-DATE
                   MOVE CC-TERM-CODE     TO OLD-TERM
               WHEN CC-TERM-RECORD
                   PERFORM LOAD-TERM-ENTRY
               WHEN CC-NON-BUSINESS-DAY
                   PERFORM LOAD-HOLIDAY-ENTRY
           END-EVALUATE.
           PERFORM READ-CALENDAR-RECORD.

       LOAD-TERM-ENTRY.
           IF TERM-COUNT >= TERM-MAX
              DISPLAY "CALENDAR-ROLL: TERM TABLE FULL AT "
                      TERM-MAX " ENTRIES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO TERM-COUNT.
           SET TM-IDX TO TERM-COUNT.
           MOVE CC-TERM-CODE  TO TM-TERM-CODE (TM-IDX).
           MOVE CC-TERM-START TO TM-TERM-START (TM-IDX).
           MOVE CC-TERM-END   TO TM-TERM-END (TM-IDX).
           MOVE CC-EXAM-START TO TM-EXAM-START (TM-IDX).
           MOVE CC-EXAM-END   TO TM-EXAM-END (TM-IDX).

       LOAD-HOLIDAY-ENTRY.
           IF HOLIDAY-COUNT >= HOLIDAY-MAX
              DISPLAY "CALENDAR-ROLL: NON-BUSINESS DAY TABLE FULL AT "
                      HOLIDAY-MAX " ENTRIES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO HOLIDAY-COUNT.
           SET HD-IDX TO HOLIDAY-COUNT.
           MOVE CC-CALENDAR-DATE TO HD-DATE (HD-IDX).
           MOVE CC-DESCRIPTION   TO HD-DESCRIPTION (HD-IDX).

      * ------------------------------ WORK OUT THE NEW DATE
       ROLL-TO-NEXT-BUSINESS-DAY.
           MOVE OLD-DATE TO ROLL-DATE-PARTS.
           PERFORM ADVANCE-ONE-DAY.
           PERFORM CHECK-NON-BUSINESS-DAY.
           PERFORM STEP-OVER-NON-BUSINESS-DAY
               UNTIL BUSINESS-DAY OR RETURN-CODE > 8.
           MOVE ROLL-DATE-PARTS TO NEW-DATE.

      * A run of more than a month of non-business days means the
      * calendar was keyed wrongly, not a long weekend.
       STEP-OVER-NON-BUSINESS-DAY.
           MOVE SPACES TO ROLL-REPORT-LINE.
           STRING "  STEPPED OVER " DELIMITED BY SIZE
                  ROLL-DATE-PARTS DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  HOLIDAY-NAME    DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           ADD 1 TO SKIP-COUNT.
           IF SKIP-COUNT > SKIP-LIMIT
              DISPLAY "CALENDAR-ROLL: MORE THAN " SKIP-LIMIT
                      " NON-BUSINESS DAYS IN A ROW - CHECK CALENDAR"
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM ADVANCE-ONE-DAY
              PERFORM CHECK-NON-BUSINESS-DAY
           END-IF.

       ADVANCE-ONE-DAY.
           ADD 1 TO RL-DAY.
           PERFORM SET-MONTH-LENGTH.
           IF RL-DAY > MONTH-LENGTH
              MOVE 1 TO RL-DAY
              ADD 1 TO RL-MONTH
              IF RL-MONTH > 12
                 MOVE 1 TO RL-MONTH
                 ADD 1 TO RL-YEAR
              END-IF
           END-IF.

       SET-MONTH-LENGTH.
           MOVE ML-DAYS (RL-MONTH) TO MONTH-LENGTH.
           IF RL-MONTH = 2
              DIVIDE RL-YEAR BY 4 GIVING LEAP-QUOTIENT
                  REMAINDER LEAP-REMAINDER-4
              DIVIDE RL-YEAR BY 100 GIVING LEAP-QUOTIENT
                  REMAINDER LEAP-REMAINDER-100
              DIVIDE RL-YEAR BY 400 GIVING LEAP-QUOTIENT
                  REMAINDER LEAP-REMAINDER-400
              IF LEAP-REMAINDER-4 = 0
                 AND (LEAP-REMAINDER-100 NOT = 0
                      OR LEAP-REMAINDER-400 = 0)
                 MOVE 29 TO MONTH-LENGTH
              END-IF
           END-IF.

       CHECK-NON-BUSINESS-DAY.
           SET BUSINESS-DAY TO TRUE.
           MOVE SPACES TO HOLIDAY-NAME.
           IF HOLIDAY-COUNT > 0
              SET HD-IDX TO 1
              PERFORM SCAN-HOLIDAY-ENTRY
                  UNTIL NON-BUSINESS-DAY OR HD-IDX > HOLIDAY-COUNT
           END-IF.

       SCAN-HOLIDAY-ENTRY.
           IF HD-DATE (HD-IDX) = ROLL-DATE-PARTS
              SET NON-BUSINESS-DAY TO TRUE
              MOVE HD-DESCRIPTION (HD-IDX) TO HOLIDAY-NAME
           ELSE
              SET HD-IDX UP BY 1
           END-IF.

       SET-EXPLICIT-DATE.
           MOVE ROLL-PARM TO ROLL-DATE-PARTS.
           IF RL-MONTH < 1 OR RL-MONTH > 12 OR RL-DAY < 1
              DISPLAY "CALENDAR-ROLL: PARM DATE " ROLL-PARM
                      " IS NOT A CALENDAR DATE"
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM SET-MONTH-LENGTH
              IF RL-DAY > MONTH-LENGTH
                 DISPLAY "CALENDAR-ROLL: PARM DATE " ROLL-PARM
                         " IS NOT A CALENDAR DATE"
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE ROLL-PARM TO NEW-DATE
                 PERFORM CHECK-EXPLICIT-DATE
              END-IF
           END-IF.

       CHECK-EXPLICIT-DATE.
           MOVE SPACES TO ROLL-REPORT-LINE.
           STRING "  DATE SET BY OPERATOR PARM " DELIMITED BY SIZE
                  NEW-DATE       DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           PERFORM CHECK-NON-BUSINESS-DAY.
           IF NON-BUSINESS-DAY
              MOVE SPACES TO ROLL-REPORT-LINE
              STRING "  *** WARNING: " DELIMITED BY SIZE
                     NEW-DATE        DELIMITED BY SIZE
                     " IS A NON-BUSINESS DAY - " DELIMITED BY SIZE
                     HOLIDAY-NAME    DELIMITED BY SIZE
                     INTO ROLL-REPORT-LINE
              WRITE ROLL-REPORT-LINE
              ADD 1 TO WARNING-COUNT
           END-IF.
           IF NEW-DATE < OLD-DATE
              MOVE SPACES TO ROLL-REPORT-LINE
              STRING "  *** WARNING: DATE SET BACKWARDS FROM "
                                     DELIMITED BY SIZE
                     OLD-DATE        DELIMITED BY SIZE
                     INTO ROLL-REPORT-LINE
              WRITE ROLL-REPORT-LINE
              ADD 1 TO WARNING-COUNT
           END-IF.

      * ------------------------------ FOLLOW THE TERM
       SET-NEW-TERM.
           MOVE OLD-TERM TO NEW-TERM.
           MOVE 0 TO NEW-TERM-SLOT.
           MOVE LOW-VALUES TO LATEST-TERM-START.
           IF TERM-COUNT > 0
              SET TM-IDX TO 1
              PERFORM SCAN-TERM-ENTRY UNTIL TM-IDX > TERM-COUNT
           END-IF.
           IF NEW-TERM-SLOT = 0
              MOVE SPACES TO ROLL-REPORT-LINE
              STRING "  *** WARNING: NO TERM ON THE CALENDAR STARTS "
                                     DELIMITED BY SIZE
                     "ON OR BEFORE " DELIMITED BY SIZE
                     NEW-DATE        DELIMITED BY SIZE
                     " - TERM LEFT AS " DELIMITED BY SIZE
                     OLD-TERM        DELIMITED BY SIZE
                     INTO ROLL-REPORT-LINE
              WRITE ROLL-REPORT-LINE
              ADD 1 TO WARNING-COUNT
           END-IF.

       SCAN-TERM-ENTRY.
           IF TM-TERM-START (TM-IDX) NOT > NEW-DATE
              AND TM-TERM-START (TM-IDX) > LATEST-TERM-START
              MOVE TM-TERM-START (TM-IDX) TO LATEST-TERM-START
              MOVE TM-TERM-CODE (TM-IDX)  TO NEW-TERM
              SET NEW-TERM-SLOT TO TM-IDX
           END-IF.
           SET TM-IDX UP BY 1.

      * ------------------------------ WRITE THE NEW CALENDAR
       UPDATE-CONTROL-RECORD.
           SET CL-IDX TO CONTROL-SLOT.
           MOVE CL-CALENDAR-DATA (CL-IDX) TO CALENDAR-WORK-RECORD.
           MOVE OLD-DATE TO CC-PRIOR-DATE.
           MOVE NEW-DATE TO CC-CALENDAR-DATE.
           MOVE NEW-TERM TO CC-TERM-CODE.
           MOVE CALENDAR-WORK-RECORD TO CL-CALENDAR-DATA (CL-IDX).

       WRITE-NEW-CALENDAR.
           SET CL-IDX TO 1.
           PERFORM WRITE-CALENDAR-ENTRY UNTIL CL-IDX > CALENDAR-COUNT.

       WRITE-CALENDAR-ENTRY.
           MOVE CL-CALENDAR-DATA (CL-IDX) TO NEW-CALENDAR-RECORD.
           WRITE NEW-CALENDAR-RECORD.
           SET CL-IDX UP BY 1.

       WRITE-ROLL-SUMMARY.
           MOVE SPACES TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE SPACES TO ROLL-REPORT-LINE.
           STRING "PROCESSING DATE ROLLED FROM " DELIMITED BY SIZE
                  OLD-DATE       DELIMITED BY SIZE
                  " TO "         DELIMITED BY SIZE
                  NEW-DATE       DELIMITED BY SIZE
                  "  NON-BUSINESS DAYS STEPPED OVER="
                                 DELIMITED BY SIZE
                  SKIP-COUNT     DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE SPACES TO ROLL-REPORT-LINE.
           IF NEW-TERM = OLD-TERM
              STRING "CURRENT TERM " DELIMITED BY SIZE
                     NEW-TERM        DELIMITED BY SIZE
                     " UNCHANGED"    DELIMITED BY SIZE
                     INTO ROLL-REPORT-LINE
           ELSE
              STRING "*** TERM CHANGED FROM " DELIMITED BY SIZE
                     OLD-TERM        DELIMITED BY SIZE
                     " TO "          DELIMITED BY SIZE
                     NEW-TERM        DELIMITED BY SIZE
                     " ***"          DELIMITED BY SIZE
                     INTO ROLL-REPORT-LINE
           END-IF.
           WRITE ROLL-REPORT-LINE.
           IF NEW-TERM-SLOT > 0
              SET TM-IDX TO NEW-TERM-SLOT
              MOVE SPACES TO ROLL-REPORT-LINE
              STRING "TERM " DELIMITED BY SIZE
                     TM-TERM-CODE (TM-IDX)  DELIMITED BY SIZE
                     " RUNS "               DELIMITED BY SIZE
                     TM-TERM-START (TM-IDX) DELIMITED BY SIZE
                     " TO "                 DELIMITED BY SIZE
                     TM-TERM-END (TM-IDX)   DELIMITED BY SIZE
                     "  EXAMS "             DELIMITED BY SIZE
                     TM-EXAM-START (TM-IDX) DELIMITED BY SIZE
                     " TO "                 DELIMITED BY SIZE
                     TM-EXAM-END (TM-IDX)   DELIMITED BY SIZE
                     INTO ROLL-REPORT-LINE
              WRITE ROLL-REPORT-LINE
              IF NEW-DATE NOT < TM-EXAM-START (TM-IDX)
                 AND NEW-DATE NOT > TM-EXAM-END (TM-IDX)
                 MOVE "EXAM WINDOW IN PROGRESS" TO ROLL-REPORT-LINE
                 WRITE ROLL-REPORT-LINE
              END-IF
              IF NEW-DATE > TM-TERM-END (TM-IDX)
                 MOVE "TERM HAS ENDED - BETWEEN TERMS"
                     TO ROLL-REPORT-LINE
                 WRITE ROLL-REPORT-LINE
              END-IF
           END-IF.

      * Step-level restart support: the program notes START and a
      * clean END on the common run-status file and skips itself
      * when tonight's work is already complete, so a rerun of the
      * nightly job only re-executes the steps that never finished.
      * The step is recorded under the date being closed.
       CHECK-RUN-STATUS.
           MOVE OLD-DATE TO STAT-RUN-DATE.
           OPEN INPUT RUN-STATUS-FILE.
           PERFORM READ-RUN-STATUS.
           PERFORM SCAN-RUN-STATUS UNTIL STAT-END-OF-FILE.
           CLOSE RUN-STATUS-FILE.

       READ-RUN-STATUS.
           READ RUN-STATUS-FILE
               AT END SET STAT-END-OF-FILE TO TRUE
           END-READ.

       SCAN-RUN-STATUS.
           IF RS-PROGRAM = STAT-STEP-ID AND RS-END
              AND RS-RUN-DATE = STAT-RUN-DATE
              SET ALREADY-RUN TO TRUE
           END-IF.
           PERFORM READ-RUN-STATUS.

       WRITE-START-STATUS.
           OPEN EXTEND RUN-STATUS-FILE.
           MOVE STAT-STEP-ID TO RS-PROGRAM.
           SET RS-START TO TRUE.
           MOVE STAT-RUN-DATE TO RS-RUN-DATE.
           ACCEPT RS-TIME FROM TIME.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       WRITE-END-STATUS.
           OPEN EXTEND RUN-STATUS-FILE.
           MOVE STAT-STEP-ID TO RS-PROGRAM.
           SET RS-END TO TRUE.
           MOVE STAT-RUN-DATE TO RS-RUN-DATE.
           ACCEPT RS-TIME FROM TIME.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
