               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROBATION-LETTER-FILE ASSIGN TO "PROBLTRS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROBATION-LIST-FILE ASSIGN TO "PROBLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-STUDENT-ID.
           SELECT ADDRESS-EXCEPTION-FILE ASSIGN TO "PROBEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GPA-FILE.
       01  HONOR-ROLL-LINE        PIC X(80).
       FD  PROBATION-LETTER-FILE.
       01  LETTER-LINE            PIC X(80).
       FD  PROBATION-LIST-FILE.
       01  PROBATION-LIST-RECORD.
           COPY PROBLST.
       FD  ADDRESS-MASTER-FILE.
       01  ADDRESS-MASTER-RECORD.
           COPY STUADDR.
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
       77  GPA-EOF-FLAG   PIC X(1) VALUE "N".
           88  GPA-END-OF-FILE        VALUE "Y".
       77  MASTER-EOF-FLAG PIC X(1) VALUE "N".
       77  MIN-LESSON-COUNT   PIC 9(3) VALUE 002.
       77  HONOR-COUNT        PIC 9(5) VALUE 0.
       77  LETTER-COUNT       PIC 9(5) VALUE 0.
       77  UNDELIVERABLE-COUNT PIC 9(5) VALUE 0.
       77  SWEEP-COUNT        PIC 9(5) VALUE 0.
       77  NAME-COUNT         PIC 9(5) VALUE 0.
       77  NAME-MAX           PIC 9(5) VALUE 2000.
       77  NAME-FOUND-FLAG    PIC X(1).
           88  NAME-FOUND         VALUE "Y".
           88  NAME-NOT-FOUND     VALUE "N".
       77  ADDRESS-STATUS-FLAG PIC X(1).
           88  ADDRESS-FOUND      VALUE "Y".
           88  ADDRESS-NOT-FOUND  VALUE "N".

       01  THRESHOLD-PARM.
           05  TP-HONOR-X         PIC X(5).
      * roll report; students below PROBATION-THRESHOLD with at
      * least MIN-LESSON-COUNT graded lessons each get a probation
      * notice letter addressed with the name fields from the
      * student master, and goes on the probation list with the
      * term so the scholarship award run can hold back anyone
      * lettered this term.  A student whose address is marked
      * undeliverable by returned mail is not lettered again: the
      * student goes on the address-exception listing instead, and
      * still goes on the probation list.  The list closes with a
      * term marker record - blank student id, the term - written
      * even when nobody was lettered, so the scholarship award run
      * can tell the term's list has been written.  The thresholds
      * can be overridden with a thirteen character parm: honor
      * 9(3)V99, probation 9(3)V99, minimum lesson count 9(3).
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM GET-THRESHOLDS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-NAME-TABLE.
           PERFORM READ-GPA-RECORD.
           PERFORM SWEEP-GPA-RECORD UNTIL GPA-END-OF-FILE.
           PERFORM WRITE-SWEEP-TOTALS.
           PERFORM WRITE-TERM-MARKER.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT STUDENT-GPA-FILE
                      STUDENT-MASTER-FILE
                      ADDRESS-MASTER-FILE
                OUTPUT HONOR-ROLL-FILE
                       PROBATION-LETTER-FILE
                       PROBATION-LIST-FILE
                       ADDRESS-EXCEPTION-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO HONOR-ROLL-LINE.
           STRING "HONOR ROLL                 RUN DATE "
                                 DELIMITED BY SIZE

       CLOSE-FILES.
           CLOSE STUDENT-GPA-FILE STUDENT-MASTER-FILE
                 HONOR-ROLL-FILE PROBATION-LETTER-FILE
                 PROBATION-LIST-FILE ADDRESS-MASTER-FILE
                 ADDRESS-EXCEPTION-FILE.

       LOAD-NAME-TABLE.
           PERFORM READ-STUDENT-MASTER.
           ELSE
              IF GPA-CUMULATIVE < PROBATION-THRESHOLD
                 AND GPA-LESSON-COUNT >= MIN-LESSON-COUNT
                 PERFORM PLACE-ON-PROBATION
              END-IF
           END-IF.
           PERFORM READ-GPA-RECORD.
                  INTO HONOR-ROLL-LINE.
           WRITE HONOR-ROLL-LINE.

       PLACE-ON-PROBATION.
           PERFORM READ-STUDENT-ADDRESS.
           IF ADDRESS-FOUND AND AD-UNDELIVERABLE
              PERFORM WRITE-EXCEPTION-LINE
           ELSE
              PERFORM WRITE-PROBATION-LETTER
           END-IF.
           MOVE GPA-STUDENT-ID TO PL-STUDENT-ID.
           MOVE CALENDAR-TERM  TO PL-TERM-CODE.
           MOVE RUN-DATE       TO PL-LETTER-DATE.
           MOVE GPA-CUMULATIVE TO PL-GPA-CUMULATIVE.
           WRITE PROBATION-LIST-RECORD.

       WRITE-TERM-MARKER.
           MOVE SPACES         TO PL-STUDENT-ID.
           MOVE CALENDAR-TERM  TO PL-TERM-CODE.
           MOVE RUN-DATE       TO PL-LETTER-DATE.
           MOVE 0              TO PL-GPA-CUMULATIVE.
           WRITE PROBATION-LIST-RECORD.

       READ-STUDENT-ADDRESS.
           SET ADDRESS-FOUND TO TRUE.
           MOVE GPA-STUDENT-ID TO AD-STUDENT-ID.
           READ ADDRESS-MASTER-FILE
               INVALID KEY SET ADDRESS-NOT-FOUND TO TRUE
           END-READ.

       WRITE-PROBATION-LETTER.
           ADD 1 TO LETTER-COUNT.
           MOVE GPA-CUMULATIVE TO EDIT-GPA.
           MOVE "OFFICE OF THE DEAN" TO LETTER-LINE.
           WRITE LETTER-LINE.

      * Shows the document that came back and when, so the dean's
      * office can chase a new address.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO UNDELIVERABLE-COUNT.
           MOVE GPA-CUMULATIVE TO EDIT-GPA.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING GPA-STUDENT-ID DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  STUDENT-NAME   DELIMITED BY SIZE
                  "  GPA "       DELIMITED BY SIZE
                  EDIT-GPA       DELIMITED BY SIZE
                  "  UNDELIVERABLE - " DELIMITED BY SIZE
                  AD-RETURNED-DOCUMENT DELIMITED BY SIZE
                  " RETURNED "   DELIMITED BY SIZE
                  AD-RETURNED-DATE DELIMITED BY SIZE
                  " - LETTER NOT PRINTED" DELIMITED BY SIZE
                  INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       WRITE-SWEEP-TOTALS.
           MOVE SPACES TO HONOR-ROLL-LINE.
           WRITE HONOR-ROLL-LINE.
                  LETTER-COUNT       DELIMITED BY SIZE
                  INTO HONOR-ROLL-LINE.
           WRITE HONOR-ROLL-LINE.
           MOVE SPACES TO HONOR-ROLL-LINE.
           STRING "LETTERS HELD - ADDRESS UNDELIVERABLE="
                                     DELIMITED BY SIZE
                  UNDELIVERABLE-COUNT DELIMITED BY SIZE
                  INTO HONOR-ROLL-LINE.
           WRITE HONOR-ROLL-LINE.

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
              DISPLAY "GPA-TERM-REPORT: NO PROCESSING DATE ON "
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
