               RECORD KEY IS FEE-LEDGER-KEY.
           SELECT AGING-REPORT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-LEDGER-FILE.
           COPY FEELEDG.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE      PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  LEDGER-EOF-FLAG PIC X(1) VALUE "N".
           88  LEDGER-END-OF-FILE     VALUE "Y".
       77  RUN-DATE           PIC X(8).
      * arithmetic uses the shop's usual whole-month approximation,
      * which is plenty for 30-day buckets.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           OPEN INPUT FEE-LEDGER-FILE
                OUTPUT AGING-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE RUN-DATE TO RUN-DATE-PARTS.
           COMPUTE RUN-DAY-NUMBER =
               RD-YEAR * 365 + RD-MONTH * 30 + RD-DAY.
                  EDIT-BUCKET-4   DELIMITED BY SIZE
                  INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

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
              DISPLAY "FEE-AGING-REPORT: NO PROCESSING DATE ON "
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
