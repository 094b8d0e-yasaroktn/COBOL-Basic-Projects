               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONVERT-REPORT-FILE ASSIGN TO "CNVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CATALOG-FILE.
           COPY CRSECAT.
       FD  CONVERT-REPORT-FILE.
       01  CONVERT-REPORT-LINE    PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  OLD-EOF-FLAG   PIC X(1) VALUE "N".
           88  OLD-END-OF-FILE        VALUE "Y".
       77  RUN-DATE           PIC X(8).
      * starts with the standard seat capacity.  Department heads
      * tune the seeded values afterwards with CATALOG-MAINT.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           OPEN INPUT OLD-CATALOG-FILE
                OUTPUT COURSE-CATALOG-FILE
                       CONVERT-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           STRING "COURSE CATALOG CONVERSION  RUN DATE "
                                 DELIMITED BY SIZE
                                        DELIMITED BY SIZE
                  INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.

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
              DISPLAY "CATALOG-CONVERT: NO PROCESSING DATE ON "
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
