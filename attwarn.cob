               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-EXCEPTION-FILE ASSIGN TO "WARNEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ATTENDANCE-MASTER-FILE.
       01  WARNING-REPORT-LINE    PIC X(120).
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
       77  ATTEND-EOF-FLAG PIC X(1) VALUE "N".
           88  ATTEND-END-OF-FILE     VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  WARNING-COUNT      PIC 9(5) VALUE 0.
       77  LETTER-COUNT       PIC 9(5) VALUE 0.
       77  EXCEPTION-COUNT    PIC 9(5) VALUE 0.
       77  UNDELIVERABLE-COUNT PIC 9(5) VALUE 0.
       77  EXCEPTION-TEXT     PIC X(60).
       77  LESSON-TOTAL-COUNT PIC 9(2) VALUE 0.
       77  LESSON-TOTAL-MAX   PIC 9(2) VALUE 20.
       77  LT-FOUND-FLAG      PIC X(1).
      * band - gets a letter mailed to the guardian through the
      * address master, weeks before the eligibility step would
      * block the exam, plus a summary by lesson for the
      * department heads.  Pairs with no address record, or whose
      * address is marked undeliverable by returned mail, fall out
      * on an exception listing.  The parm is six digits: minimum
      * percentage 9(3) then warning band 9(3); blank takes the
      * ATTELIG default of 75 and a band of 10.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           ACCEPT WARN-PARM FROM COMMAND-LINE.
           IF WP-MINIMUM-X IS NUMERIC
              MOVE WP-MINIMUM-N TO MINIMUM-PCT
                OUTPUT WARNING-LETTER-FILE
                       WARNING-REPORT-FILE
                       ADDRESS-EXCEPTION-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO WARNING-REPORT-LINE.
           STRING "ATTENDANCE WARNING SWEEP  CEILING "
                                 DELIMITED BY SIZE
           READ ADDRESS-MASTER-FILE
               INVALID KEY SET ADDRESS-NOT-FOUND TO TRUE
           END-READ.
           IF ADDRESS-FOUND AND AD-DELIVERABLE
              PERFORM WRITE-WARNING-LETTER
           ELSE
              PERFORM WRITE-EXCEPTION-LINE
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

      * An address marked undeliverable shows the document that
      * came back and when, so the office can chase a new one.
       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-TEXT.
           IF ADDRESS-NOT-FOUND
              ADD 1 TO EXCEPTION-COUNT
              MOVE "NO ADDRESS RECORD, LETTER NOT PRINTED"
                  TO EXCEPTION-TEXT
           ELSE
              ADD 1 TO UNDELIVERABLE-COUNT
              STRING "UNDELIVERABLE, "    DELIMITED BY SIZE
                     AD-RETURNED-DOCUMENT DELIMITED BY SIZE
                     " RETURNED "         DELIMITED BY SIZE
                     AD-RETURNED-DATE     DELIMITED BY SIZE
                     ", LETTER NOT PRINTED" DELIMITED BY SIZE
                     INTO EXCEPTION-TEXT
           END-IF.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING AT-STUDENT-ID  DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  AT-LESSON      DELIMITED BY SIZE
                  "  AT "        DELIMITED BY SIZE
                  AT-ATTEND-PCT  DELIMITED BY SIZE
                  " PCT - "      DELIMITED BY SIZE
                  EXCEPTION-TEXT DELIMITED BY SIZE
                  INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

                  LETTER-COUNT      DELIMITED BY SIZE
                  " NO ADDRESS="    DELIMITED BY SIZE
                  EXCEPTION-COUNT   DELIMITED BY SIZE
                  " UNDELIVERABLE=" DELIMITED BY SIZE
                  UNDELIVERABLE-COUNT DELIMITED BY SIZE
                  INTO WARNING-REPORT-LINE.
           WRITE WARNING-REPORT-LINE.

                  INTO WARNING-REPORT-LINE.
           WRITE WARNING-REPORT-LINE.
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
              DISPLAY "ATTENDANCE-WARN: NO PROCESSING DATE ON "
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
