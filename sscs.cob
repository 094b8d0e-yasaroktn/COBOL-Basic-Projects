               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ELIGIBILITY-FILE ASSIGN TO "ELIGLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  ELIGIBILITY-FILE.
       01  ELIGIBILITY-RECORD.
           COPY ELIGLIST.
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
           88  ALREADY-RUN        VALUE "Y".
       77  STAT-RUN-DATE  PIC X(8).
       77  STAT-STEP-ID   PIC X(8) VALUE "SSCS    ".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  AVERAGE        PIC 9(3)V99.
       77  EOF-FLAG       PIC X(1) VALUE "N".
           88  END-OF-FILE            VALUE "Y".
      * touched, so the permanent record stays clean and the real
      * nightly run still executes.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           ACCEPT RESTART-SWITCH FROM COMMAND-LINE.
           IF RESTART-SWITCH = "SIMULATE"
              SET SIMULATE-RUN TO TRUE

       OPEN-FILES.
           OPEN INPUT STUDENT-MASTER-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           IF NOT SIMULATE-RUN
              PERFORM LOAD-POSTED-TABLE
              OPEN EXTEND TRANSCRIPT-FILE
               TO PERS-EXAM-2 OF GRADED-OUTPUT-RECORD.
           MOVE PERS-EXAM-3 OF STUDENT-MASTER-RECORD
               TO PERS-EXAM-3 OF GRADED-OUTPUT-RECORD.
           MOVE PERS-SECTION OF STUDENT-MASTER-RECORD
               TO PERS-SECTION OF GRADED-OUTPUT-RECORD.
           MOVE AVERAGE       TO GO-AVERAGE.
           IF AVERAGE > PASS-GRADE
              MOVE "P" TO GO-PASS-FLAG
           MOVE CE-WEIGHT-3 (LESSON-SLOT)   TO WEIGHT-3.
           MOVE CE-PASS-GRADE (LESSON-SLOT) TO PASS-GRADE.

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
              DISPLAY "STUDENT-SCORE: NO PROCESSING DATE ON "
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
