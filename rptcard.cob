               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-EXCEPTION-FILE ASSIGN TO "ADDREXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01  CARD-LINE              PIC X(80).
       FD  ADDRESS-EXCEPTION-FILE.
       01  EXCEPTION-LINE         PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
           88  ALREADY-RUN        VALUE "Y".
       77  STAT-RUN-DATE  PIC X(8).
       77  STAT-STEP-ID   PIC X(8) VALUE "RPTCARD ".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  GRADE-EOF-FLAG PIC X(1) VALUE "N".
           88  GRADE-END-OF-FILE      VALUE "Y".
       77  RUN-DATE           PIC X(8).
           88  ADDRESS-NOT-FOUND  VALUE "N".
       77  CARD-COUNT         PIC 9(5) VALUE 0.
       77  EXCEPTION-COUNT    PIC 9(5) VALUE 0.
       77  UNDELIVERABLE-COUNT PIC 9(5) VALUE 0.
       77  EXCEPTION-TEXT     PIC X(60).
       77  FULL-NAME          PIC X(38).
       77  CARD-WORK-LINE     PIC X(80).
       77  EDIT-AVERAGE       PIC ZZ9.99.
      * window envelopes: address block on top, then the lesson,
      * the three exam scores, the weighted average and the result.
      * Students with no address record fall out on the exception
      * listing so the office can chase the missing addresses, as
      * do students whose address is marked undeliverable by
      * returned mail - the card is not mailed to it again.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM CHECK-RUN-STATUS.
           IF ALREADY-RUN
              DISPLAY STAT-STEP-ID " ALREADY COMPLETE FOR "
                      ADDRESS-MASTER-FILE
                OUTPUT REPORT-CARD-FILE
                       ADDRESS-EXCEPTION-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           PERFORM READ-GRADED-RECORD.
           PERFORM PRINT-ONE-CARD UNTIL GRADE-END-OF-FILE.
           PERFORM WRITE-CARD-TOTALS.
       PRINT-ONE-CARD.
           PERFORM BUILD-FULL-NAME.
           PERFORM READ-STUDENT-ADDRESS.
           IF ADDRESS-FOUND AND AD-DELIVERABLE
              PERFORM WRITE-CARD-PAGE
           ELSE
              PERFORM WRITE-EXCEPTION-LINE
           MOVE CARD-WORK-LINE TO CARD-LINE.
           WRITE CARD-LINE.

      * An address marked undeliverable shows the document that
      * came back and when, so the office can chase a new one.
       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-TEXT.
           IF ADDRESS-NOT-FOUND
              ADD 1 TO EXCEPTION-COUNT
              MOVE "NO ADDRESS RECORD - CARD NOT PRINTED"
                  TO EXCEPTION-TEXT
           ELSE
              ADD 1 TO UNDELIVERABLE-COUNT
              STRING "UNDELIVERABLE - "   DELIMITED BY SIZE
                     AD-RETURNED-DOCUMENT DELIMITED BY SIZE
                     " RETURNED "         DELIMITED BY SIZE
                     AD-RETURNED-DATE     DELIMITED BY SIZE
                     " - CARD NOT PRINTED" DELIMITED BY SIZE
                     INTO EXCEPTION-TEXT
           END-IF.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING PERS-ID        DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  FULL-NAME      DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  PERS-LESSON    DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  EXCEPTION-TEXT DELIMITED BY SIZE
                  INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

                  " MISSING ADDRESSES="
                                    DELIMITED BY SIZE
                  EXCEPTION-COUNT   DELIMITED BY SIZE
                  " UNDELIVERABLE=" DELIMITED BY SIZE
                  UNDELIVERABLE-COUNT DELIMITED BY SIZE
                  INTO CARD-WORK-LINE.
           PERFORM WRITE-CARD-WORK-LINE.

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
              DISPLAY "REPORT-CARD: NO PROCESSING DATE ON "
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
