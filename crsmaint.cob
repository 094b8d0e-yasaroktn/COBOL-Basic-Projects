               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "CATMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANSACTION-FILE.
       01  NEW-CATALOG-RECORD     PIC X(95).
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE      PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  TXN-EOF-FLAG   PIC X(1) VALUE "N".
           88  TXN-END-OF-FILE        VALUE "Y".
       77  CATALOG-EOF-FLAG PIC X(1) VALUE "N".
      * listing with the before and after record images, the same
      * sign-off listing STUDENT-MAINT prints for the registrar.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CATALOG-TABLE.
           PERFORM READ-TRANSACTION.
                      COURSE-CATALOG-FILE
                OUTPUT NEW-CATALOG-FILE
                       MAINT-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "COURSE CATALOG MAINTENANCE AUDIT   RUN DATE "
                                 DELIMITED BY SIZE
                  WRITTEN-COUNT   DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

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
              DISPLAY "CATALOG-MAINT: NO PROCESSING DATE ON "
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
