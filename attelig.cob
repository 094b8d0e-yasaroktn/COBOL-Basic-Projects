               RECORD KEY IS WV-WAIVER-KEY.
           SELECT WAIVER-AUDIT-FILE ASSIGN TO "WAIVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           COPY ATTWAIV.
       FD  WAIVER-AUDIT-FILE.
       01  WAIVER-AUDIT-LINE      PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
           88  ALREADY-RUN        VALUE "Y".
       77  STAT-RUN-DATE  PIC X(8).
       77  STAT-STEP-ID   PIC X(8) VALUE "ATTELIG ".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  ATTEND-EOF-FLAG PIC X(1) VALUE "N".
           88  ATTEND-END-OF-FILE     VALUE "Y".
       77  RUN-DATE           PIC X(8).
      * minimum defaults to 75 and can be overridden with a three
      * digit parm.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM CHECK-RUN-STATUS.
           IF ALREADY-RUN
              DISPLAY STAT-STEP-ID " ALREADY COMPLETE FOR "
                OUTPUT ELIGIBILITY-FILE
                       EXCEPTION-REPORT-FILE
                       WAIVER-AUDIT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           PERFORM LOAD-WAIVER-TABLE.
           MOVE SPACES TO WAIVER-AUDIT-LINE.
           STRING "ELIGIBILITY WAIVER AUDIT   RUN DATE "
           WRITE EXCEPTION-REPORT-LINE.
           ADD 1 TO RPT-IDX.

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
              DISPLAY "ATTENDANCE-ELIG: NO PROCESSING DATE ON "
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
