               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  LOG-LESSON         PIC X(10).
       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE    PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
           88  ALREADY-RUN        VALUE "Y".
       77  STAT-RUN-DATE  PIC X(8).
       77  STAT-STEP-ID   PIC X(8) VALUE "CALCINQ ".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  LOG-EOF-FLAG   PIC X(1) VALUE "N".
           88  LOG-END-OF-FILE        VALUE "Y".
       77  RUN-DATE           PIC X(8).
      * transaction count, error count by LOG-STATUS and totals by
      * operator, so the E entries finally get reviewed.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM CHECK-RUN-STATUS.
           IF ALREADY-RUN
              DISPLAY STAT-STEP-ID " ALREADY COMPLETE FOR "
              STOP RUN
           END-IF.
           PERFORM WRITE-START-STATUS.
           MOVE CALENDAR-DATE TO RUN-DATE.
           ACCEPT INQUIRY-PARM FROM COMMAND-LINE.
           PERFORM SET-SELECTION-DATES.
           OPEN INPUT CALC-LOG-FILE
           END-IF.
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
              DISPLAY "CALC-LOG-INQUIRY: NO PROCESSING DATE ON "
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
