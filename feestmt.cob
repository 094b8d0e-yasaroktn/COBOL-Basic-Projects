               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-EXCEPTION-FILE ASSIGN TO "STMTEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-LEDGER-FILE.
       01  STATEMENT-LINE         PIC X(80).
       FD  ADDRESS-EXCEPTION-FILE.
       01  EXCEPTION-LINE         PIC X(120).
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
       77  OPEN-AMOUNT        PIC 9(5)V99.
       77  STATEMENT-COUNT    PIC 9(5) VALUE 0.
       77  EXCEPTION-COUNT    PIC 9(5) VALUE 0.
       77  UNDELIVERABLE-COUNT PIC 9(5) VALUE 0.
       77  EXCEPTION-TEXT     PIC X(60).
       77  CITY-STATE-ZIP     PIC X(36).
       77  STATEMENT-WORK-LINE PIC X(80).
       77  EDIT-AMOUNT        PIC ZZZZ9.99.
      * comes back matchable to the PAYMENTS file that
      * FEE-PAYMENT-POST applies.  Students with open charges but
      * no address record fall out on the exception listing, the
      * same way the report-card run handles missing addresses,
      * and so do students whose address is marked undeliverable
      * by returned mail.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           OPEN INPUT FEE-LEDGER-FILE
                      ADDRESS-MASTER-FILE
                OUTPUT STATEMENT-FILE
                       ADDRESS-EXCEPTION-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           PERFORM READ-LEDGER-RECORD.
           PERFORM COLLECT-ONE-CHARGE UNTIL LEDGER-END-OF-FILE.
           IF CHARGE-COUNT > 0
           READ ADDRESS-MASTER-FILE
               INVALID KEY SET ADDRESS-NOT-FOUND TO TRUE
           END-READ.
           IF ADDRESS-FOUND AND AD-DELIVERABLE
              PERFORM WRITE-STATEMENT-PAGE
           ELSE
              PERFORM WRITE-EXCEPTION-LINE
           MOVE STATEMENT-WORK-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      * An address marked undeliverable shows the document that
      * came back and when, so the bursar can chase a new one.
       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-TEXT.
           IF ADDRESS-NOT-FOUND
              ADD 1 TO EXCEPTION-COUNT
              MOVE "NO ADDRESS RECORD - STATEMENT NOT PRINTED"
                  TO EXCEPTION-TEXT
           ELSE
              ADD 1 TO UNDELIVERABLE-COUNT
              STRING "UNDELIVERABLE - "   DELIMITED BY SIZE
                     AD-RETURNED-DOCUMENT DELIMITED BY SIZE
                     " RETURNED "         DELIMITED BY SIZE
                     AD-RETURNED-DATE     DELIMITED BY SIZE
                     " - STATEMENT NOT PRINTED"
                                          DELIMITED BY SIZE
                     INTO EXCEPTION-TEXT
           END-IF.
           MOVE TOTAL-DUE TO EDIT-TOTAL.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING HOLD-STUDENT-ID DELIMITED BY SIZE
                  "  OPEN CHARGES TOTALING "
                                  DELIMITED BY SIZE
                  EDIT-TOTAL      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  EXCEPTION-TEXT  DELIMITED BY SIZE
                  INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

                  STATEMENT-COUNT       DELIMITED BY SIZE
                  " MISSING ADDRESSES=" DELIMITED BY SIZE
                  EXCEPTION-COUNT       DELIMITED BY SIZE
                  " UNDELIVERABLE="     DELIMITED BY SIZE
                  UNDELIVERABLE-COUNT   DELIMITED BY SIZE
                  INTO STATEMENT-WORK-LINE.
           PERFORM WRITE-STATEMENT-WORK-LINE.

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
              DISPLAY "FEE-STATEMENT: NO PROCESSING DATE ON "
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
