               RECORD KEY IS AD-STUDENT-ID.
           SELECT LOAD-REPORT-FILE ASSIGN TO "ADDRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-INPUT-FILE.
           COPY STUADDR.
       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE       PIC X(80).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  INPUT-EOF-FLAG PIC X(1) VALUE "N".
           88  INPUT-END-OF-FILE      VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  ADDED-COUNT        PIC 9(5) VALUE 0.
       77  REPLACED-COUNT     PIC 9(5) VALUE 0.
       77  SKIPPED-COUNT      PIC 9(5) VALUE 0.
       77  CLEARED-COUNT      PIC 9(5) VALUE 0.
       77  STILL-RETURNED-COUNT PIC 9(5) VALUE 0.
       77  MAIL-NOTE          PIC X(40).
       77  MASTER-STATUS-FLAG PIC X(1).
           88  MASTER-FOUND       VALUE "Y".
           88  MASTER-NOT-FOUND   VALUE "N".
      * the office's keyed address input file.  An input record for
      * a student already on the master replaces that address;
      * records with a blank student id are skipped and counted.
      * An address marked undeliverable by RETURNED-MAIL-POST is
      * cleared for mailing again when the street, city, state or
      * postal code coming in differs from the one on file; the
      * same address loaded again keeps the mark.  Both cases are
      * listed so the registrar can see which chased addresses
      * came in.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           OPEN INPUT ADDRESS-INPUT-FILE
                I-O ADDRESS-MASTER-FILE
                OUTPUT LOAD-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           PERFORM WRITE-LOAD-HEADING.
           PERFORM READ-ADDRESS-INPUT.
           PERFORM LOAD-ONE-ADDRESS UNTIL INPUT-END-OF-FILE.
           PERFORM WRITE-LOAD-TOTALS.
           READ ADDRESS-MASTER-FILE
               INVALID KEY SET MASTER-NOT-FOUND TO TRUE
           END-READ.
           IF MASTER-NOT-FOUND
              MOVE SPACES TO AD-MAIL-STATUS
              MOVE SPACES TO AD-RETURNED-DATE
              MOVE SPACES TO AD-RETURNED-DOCUMENT
           ELSE
              IF AD-UNDELIVERABLE
                 PERFORM CHECK-RETURNED-ADDRESS
              END-IF
           END-IF.
           MOVE AI-STUDENT-ID    TO AD-STUDENT-ID.
           MOVE AI-STREET        TO AD-STREET.
           MOVE AI-CITY          TO AD-CITY.
              ADD 1 TO REPLACED-COUNT
           END-IF.

      * Runs before the input fields are moved over the record, so
      * the address on file is still there to compare.
       CHECK-RETURNED-ADDRESS.
           IF AI-STREET NOT = AD-STREET
              OR AI-CITY NOT = AD-CITY
              OR AI-STATE NOT = AD-STATE
              OR AI-POSTAL-CODE NOT = AD-POSTAL-CODE
              MOVE "CHANGED - UNDELIVERABLE MARK CLEARED"
                  TO MAIL-NOTE
              ADD 1 TO CLEARED-COUNT
              PERFORM WRITE-RETURNED-LINE
              MOVE SPACES TO AD-MAIL-STATUS
              MOVE SPACES TO AD-RETURNED-DATE
              MOVE SPACES TO AD-RETURNED-DOCUMENT
           ELSE
              MOVE "UNCHANGED - STILL UNDELIVERABLE"
                  TO MAIL-NOTE
              ADD 1 TO STILL-RETURNED-COUNT
              PERFORM WRITE-RETURNED-LINE
           END-IF.

       WRITE-RETURNED-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING AI-STUDENT-ID  DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  AD-RETURNED-DOCUMENT DELIMITED BY SIZE
                  " RETURNED "   DELIMITED BY SIZE
                  AD-RETURNED-DATE DELIMITED BY SIZE
                  "  ADDRESS "   DELIMITED BY SIZE
                  MAIL-NOTE      DELIMITED BY SIZE
                  INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       WRITE-LOAD-HEADING.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "ADDRESS MASTER LOAD  RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       WRITE-LOAD-TOTALS.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "ADDED="        DELIMITED BY SIZE
                  ADDED-COUNT     DELIMITED BY SIZE
                  SKIPPED-COUNT   DELIMITED BY SIZE
                  INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "UNDELIVERABLE CLEARED=" DELIMITED BY SIZE
                  CLEARED-COUNT   DELIMITED BY SIZE
                  " STILL UNDELIVERABLE="  DELIMITED BY SIZE
                  STILL-RETURNED-COUNT     DELIMITED BY SIZE
                  INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

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
              DISPLAY "ADDRESS-LOAD: NO PROCESSING DATE ON "
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
