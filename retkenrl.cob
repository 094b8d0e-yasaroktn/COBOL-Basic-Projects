               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-STUDENT-ID.
           SELECT ENROLL-TRANSACTION-FILE ASSIGN TO "RETKTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OVERFLOW-LISTING-FILE ASSIGN TO "RETKOVFL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENROLL-REPORT-FILE ASSIGN TO "RETKERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETAKE-ROSTER-FILE.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           COPY PERSONREC.
       FD  HOLD-MASTER-FILE.
       01  HOLD-MASTER-RECORD.
           COPY HOLDMST.
       FD  ENROLL-TRANSACTION-FILE.
       01  ENROLL-TRANSACTION-RECORD.
           05  MNT-ACTION         PIC X(1).
       01  OVERFLOW-LINE          PIC X(120).
       FD  ENROLL-REPORT-FILE.
       01  ENROLL-REPORT-LINE     PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  ROSTER-EOF-FLAG PIC X(1) VALUE "N".
           88  ROSTER-END-OF-FILE     VALUE "Y".
       77  CATALOG-EOF-FLAG PIC X(1) VALUE "N".
       77  CHANGE-TXN-COUNT   PIC 9(5) VALUE 0.
       77  OVERFLOW-COUNT     PIC 9(5) VALUE 0.
       77  BAD-LESSON-COUNT   PIC 9(5) VALUE 0.
       77  HELD-COUNT         PIC 9(5) VALUE 0.
       77  HOLD-STATUS-FLAG   PIC X(1).
           88  STUDENT-ON-HOLD    VALUE "Y".
           88  STUDENT-NOT-HELD   VALUE "N".
       77  LESSON-CHECK-FLAG  PIC X(1).
           88  LESSON-VALID       VALUE "V".
           88  LESSON-UNKNOWN     VALUE "U".
      * lesson's retake seats are capped by the catalog seat
      * capacity - students who cannot be seated, or whose lesson
      * is gone, come out on the overflow listing for the office.
      * So does a student with an active hold on the hold file,
      * who is not enrolled and does not take a seat.
      * Chronic-failure students never reach this program:
      * RETAKE-SCHEDULE routes them to the escalation listing for
      * counselor review instead of the roster.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           OPEN INPUT RETAKE-ROSTER-FILE
                      HOLD-MASTER-FILE
                OUTPUT ENROLL-TRANSACTION-FILE
                       OVERFLOW-LISTING-FILE
                       ENROLL-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           PERFORM LOAD-COURSE-CATALOG.
           PERFORM LOAD-MASTER-KEYS.
           PERFORM READ-ROSTER-RECORD.
           PERFORM ENROLL-ONE-STUDENT UNTIL ROSTER-END-OF-FILE.
           PERFORM WRITE-ENROLL-TOTALS.
           CLOSE RETAKE-ROSTER-FILE HOLD-MASTER-FILE
                 ENROLL-TRANSACTION-FILE
                 OVERFLOW-LISTING-FILE ENROLL-REPORT-FILE.
           STOP RUN.

       ENROLL-ONE-STUDENT.
           ADD 1 TO ROSTER-COUNT.
           PERFORM BUILD-FULL-NAME.
           PERFORM CHECK-STUDENT-HOLD.
           IF STUDENT-ON-HOLD
              PERFORM WRITE-HELD-LINE
           ELSE
              PERFORM VALIDATE-ROSTER-LESSON
              IF NOT LESSON-VALID
                 PERFORM WRITE-BAD-LESSON-LINE
              ELSE
                 IF CE-SEATED-COUNT (LESSON-SLOT) >=
                         CE-SEAT-CAPACITY (LESSON-SLOT)
                    PERFORM WRITE-OVERFLOW-LINE
                 ELSE
                    ADD 1 TO CE-SEATED-COUNT (LESSON-SLOT)
                    PERFORM WRITE-ENROLL-TRANSACTION
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-ROSTER-RECORD.

       CHECK-STUDENT-HOLD.
           SET STUDENT-ON-HOLD TO TRUE.
           MOVE PERS-ID OF RETAKE-ROSTER-RECORD TO HLD-STUDENT-ID.
           READ HOLD-MASTER-FILE
               INVALID KEY SET STUDENT-NOT-HELD TO TRUE
           END-READ.
           IF STUDENT-ON-HOLD AND NOT HLD-ACTIVE
              SET STUDENT-NOT-HELD TO TRUE
           END-IF.

       VALIDATE-ROSTER-LESSON.
           SET LESSON-UNKNOWN TO TRUE.
           IF CATALOG-COUNT > 0
           MOVE 0 TO PERS-EXAM-1 OF ENROLL-TRANSACTION-RECORD.
           MOVE 0 TO PERS-EXAM-2 OF ENROLL-TRANSACTION-RECORD.
           MOVE 0 TO PERS-EXAM-3 OF ENROLL-TRANSACTION-RECORD.
           MOVE SPACES TO PERS-SECTION OF ENROLL-TRANSACTION-RECORD.
           WRITE ENROLL-TRANSACTION-RECORD.

       BUILD-FULL-NAME.
           END-IF.
           WRITE OVERFLOW-LINE.

       WRITE-HELD-LINE.
           ADD 1 TO HELD-COUNT.
           MOVE SPACES TO OVERFLOW-LINE.
           STRING PERS-ID OF RETAKE-ROSTER-RECORD
                                 DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  FULL-NAME      DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  PERS-LESSON OF RETAKE-ROSTER-RECORD
                                 DELIMITED BY SIZE
                  "  ON "        DELIMITED BY SIZE
                  HLD-HOLD-TYPE  DELIMITED BY SIZE
                  " HOLD SINCE " DELIMITED BY SIZE
                  HLD-PLACED-DATE DELIMITED BY SIZE
                  " - NOT ENROLLED"
                                 DELIMITED BY SIZE
                  INTO OVERFLOW-LINE.
           WRITE OVERFLOW-LINE.

       WRITE-ENROLL-TOTALS.
           MOVE SPACES TO ENROLL-REPORT-LINE.
           STRING "RETAKE ENROLLMENT          RUN DATE "
                  OVERFLOW-COUNT   DELIMITED BY SIZE
                  " BAD LESSON="   DELIMITED BY SIZE
                  BAD-LESSON-COUNT DELIMITED BY SIZE
                  " ON HOLD="      DELIMITED BY SIZE
                  HELD-COUNT       DELIMITED BY SIZE
                  INTO ENROLL-REPORT-LINE.
           WRITE ENROLL-REPORT-LINE.

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
              DISPLAY "RETAKE-ENROLL: NO PROCESSING DATE ON "
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
