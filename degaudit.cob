               RECORD KEY IS GPA-STUDENT-ID.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "DEGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUIREMENTS-FILE.
           COPY STUGPA.
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE      PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  REQ-EOF-FLAG   PIC X(1) VALUE "N".
           88  REQ-END-OF-FILE        VALUE "Y".
       77  TRANS-EOF-FLAG PIC X(1) VALUE "N".
      * requirement with enough credits earned on STUGPA, who
      * should be referred for their certificate.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           ACCEPT AUDIT-PROGRAM-CODE FROM COMMAND-LINE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           OPEN INPUT STUDENT-GPA-FILE
                OUTPUT AUDIT-REPORT-FILE.
           PERFORM LOAD-REQUIREMENTS.
                  COMPLETE-COUNT       DELIMITED BY SIZE
                  INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

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
              DISPLAY "DEGREE-AUDIT: NO PROCESSING DATE ON "
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
