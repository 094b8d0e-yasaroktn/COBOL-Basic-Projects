               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
           88  ALREADY-RUN        VALUE "Y".
       77  STAT-RUN-DATE  PIC X(8).
       77  STAT-STEP-ID   PIC X(8) VALUE "CALCULTR".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  CALC-STUDENT-ID PIC X(6) VALUE SPACES.
       77  CALC-LESSON     PIC X(10) VALUE SPACES.
       77  NUMBER-1 PIC S9(6)V99.
      * Only the nightly BATCH step takes part in the step-level
      * restart; interactive sessions always run.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           ACCEPT RUN-MODE FROM COMMAND-LINE.
           IF RUN-MODE = "BATCH"
              PERFORM CHECK-RUN-STATUS
              MOVE "P"    TO LOG-STATUS
           END-IF.
           MOVE CALC-LESSON TO LOG-LESSON.
           MOVE CALENDAR-DATE TO LOG-DATE.
           ACCEPT LOG-TIME FROM TIME.
           WRITE CALC-LOG-RECORD.
           ADD 1 TO CTL-LOG-COUNT.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "CALCULTR"      TO RC-PROGRAM.
           MOVE 0               TO RC-AMOUNT.
           MOVE CALENDAR-DATE TO RC-RUN-DATE.
           MOVE "CALCTXN-READ"  TO RC-COUNTER-NAME.
           MOVE BATCH-COUNT     TO RC-COUNT.
           WRITE RUN-CONTROL-RECORD.
                  INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

      * The processing date and term come from the calendar control
      * file rather than the system clock, so a run that goes past
      * midnight or is rerun next morning still posts under the
      * night it belongs to.
       GET-PROCESSING-DATE.
           OPEN INPUT CALENDAR-CONTROL-FILE.
           PERFORM READ-CALENDAR-RECORD.
           PERFORM SCAN-CALENDAR-RECORD UNTIL CAL-END-OF-FILE.
           CLOSE CALENDAR-CONTROL-FILE.
           IF CALENDAR-DATE = SPACES
              DISPLAY "CALCULATOR: NO PROCESSING DATE ON "
                      "CALENDAR CONTROL FILE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-CALENDAR-RECORD.
           READ CALENDAR-CONTROL-FILE
               AT END SET CAL-END-OF-FILE TO TRUE
           END-READ.

       SCAN-CALENDAR-RECORD.
           IF CC-CONTROL-RECORD
              MOVE CC-CALENDAR-DATE TO CALENDAR-DATE
              MOVE CC-TERM-CODE     TO CALENDAR-TERM
           END-IF.
           PERFORM READ-CALENDAR-RECORD.

      * Step-level restart support: the program notes START and a
      * clean END on the common run-status file and skips itself
      * when tonight's work is already complete, so a rerun of the
      * nightly job only re-executes the steps that never finished.
       CHECK-RUN-STATUS.
           MOVE CALENDAR-DATE TO STAT-RUN-DATE.
           OPEN INPUT RUN-STATUS-FILE.
           PERFORM READ-RUN-STATUS.
           PERFORM SCAN-RUN-STATUS UNTIL STAT-END-OF-FILE.
