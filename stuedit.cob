           SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           COPY PERSONREC.
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
           88  ALREADY-RUN        VALUE "Y".
       77  STAT-RUN-DATE  PIC X(8).
       77  STAT-STEP-ID   PIC X(8) VALUE "STUEDIT ".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  SORT-EOF-FLAG  PIC X(1) VALUE "N".
           88  SORT-END-OF-FILE       VALUE "Y".
       77  RUN-DATE           PIC X(8).
      * goes over REJECT-LIMIT-PCT so the rest of the stream does
      * not run against a bad feed.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM CHECK-RUN-STATUS.
           IF ALREADY-RUN
              DISPLAY STAT-STEP-ID " ALREADY COMPLETE FOR "
           OPEN OUTPUT CLEAN-MASTER-FILE
                       EDIT-REJECT-FILE
                       EDIT-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY PERS-ID OF SORT-WORK-RECORD
                                PERS-LESSON OF SORT-WORK-RECORD
               TO PERS-EXAM-2 OF CLEAN-MASTER-RECORD.
           MOVE PERS-EXAM-3 OF SORT-WORK-RECORD
               TO PERS-EXAM-3 OF CLEAN-MASTER-RECORD.
           MOVE PERS-SECTION OF SORT-WORK-RECORD
               TO PERS-SECTION OF CLEAN-MASTER-RECORD.
           WRITE CLEAN-MASTER-RECORD.
           ADD 1 TO CLEAN-COUNT.

               TO PERS-EXAM-2 OF EDIT-REJECT-RECORD.
           MOVE PERS-EXAM-3 OF SORT-WORK-RECORD
               TO PERS-EXAM-3 OF EDIT-REJECT-RECORD.
           MOVE PERS-SECTION OF SORT-WORK-RECORD
               TO PERS-SECTION OF EDIT-REJECT-RECORD.
           WRITE EDIT-REJECT-RECORD.
           ADD 1 TO REJECT-COUNT.

                  INTO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.

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
              DISPLAY "STUDENT-EDIT: NO PROCESSING DATE ON "
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
