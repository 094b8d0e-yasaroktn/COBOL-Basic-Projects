               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-STUDENT-ID.
           SELECT CLASS-RANK-FILE ASSIGN TO "CLSRANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-STUDENT-ID.
           SELECT PROFILE-REPORT-FILE ASSIGN TO "PROFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GPA-FILE.
       FD  ADDRESS-MASTER-FILE.
       01  ADDRESS-MASTER-RECORD.
           COPY STUADDR.
       FD  CLASS-RANK-FILE.
       01  CLASS-RANK-RECORD.
           COPY CLSRANK.
       FD  PROFILE-REPORT-FILE.
       01  PROFILE-LINE           PIC X(80).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  TRANS-EOF-FLAG PIC X(1) VALUE "N".
           88  TRANS-END-OF-FILE      VALUE "Y".
       77  HIST-EOF-FLAG  PIC X(1) VALUE "N".
       77  ADDRESS-STATUS-FLAG PIC X(1).
           88  ADDRESS-FOUND      VALUE "Y".
           88  ADDRESS-NOT-FOUND  VALUE "N".
       77  RANK-STATUS-FLAG   PIC X(1).
           88  RANK-FOUND         VALUE "Y".
           88  RANK-NOT-FOUND     VALUE "N".
       77  GRADE-LINE-COUNT   PIC 9(5) VALUE 0.
       77  ATTEND-LINE-COUNT  PIC 9(5) VALUE 0.
       77  RETAKE-LINE-COUNT  PIC 9(5) VALUE 0.
       77  EDIT-BALANCE       PIC ZZZZZZ9.99.
       77  EDIT-CREDITS-ATT   PIC ZZZZ9.
       77  EDIT-CREDITS-EARN  PIC ZZZZ9.
       77  EDIT-RANK          PIC ZZZZ9.
       77  EDIT-COHORT        PIC ZZZZ9.
       77  EDIT-PERCENTILE    PIC ZZ9.
       PROCEDURE DIVISION.
      * One-stop guardian-call inquiry.  The parm is a student id;
      * the single profile page pulls academic standing from the
      * indexed STUGPA file and class rank within the program of
      * study from the rank file, every grade line from the live
      * transcript and the transcript history, attendance
      * percentage by lesson from the attendance master, retake
      * attempt counts from the retake history, open charges and
      * and guardian from the address master - one run answers the
      * whole phone call.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           ACCEPT PARM-STUDENT-ID FROM COMMAND-LINE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           IF PARM-STUDENT-ID = SPACES
              DISPLAY "STUDENT-PROFILE: STUDENT ID PARM MISSING"
              MOVE 12 TO RETURN-CODE
                      ATTENDANCE-MASTER-FILE
                      RETAKE-HISTORY-FILE
                      ADDRESS-MASTER-FILE
                      CLASS-RANK-FILE
                OUTPUT PROFILE-REPORT-FILE.
           PERFORM FIND-STUDENT-NAME.
           PERFORM WRITE-PROFILE-HEADER.
           PERFORM WRITE-FEE-SECTION.
           CLOSE STUDENT-GPA-FILE FEE-LEDGER-FILE
                 ATTENDANCE-MASTER-FILE RETAKE-HISTORY-FILE
                 ADDRESS-MASTER-FILE CLASS-RANK-FILE
                 PROFILE-REPORT-FILE.
           STOP RUN.

      * The student name lives on the transcript lines, not on any
                     INTO CITY-STATE-ZIP
              MOVE CITY-STATE-ZIP TO PROFILE-WORK-LINE
              PERFORM WRITE-PROFILE-LINE
              IF AD-UNDELIVERABLE
                 MOVE SPACES TO PROFILE-WORK-LINE
                 STRING "** MAIL RETURNED " DELIMITED BY SIZE
                        AD-RETURNED-DATE DELIMITED BY SIZE
                        " DOC "         DELIMITED BY SIZE
                        AD-RETURNED-DOCUMENT DELIMITED BY SIZE
                        " - NOT MAILED UNTIL ADDRESS CHANGES"
                                        DELIMITED BY SIZE
                        INTO PROFILE-WORK-LINE
                 PERFORM WRITE-PROFILE-LINE
              END-IF
           ELSE
              MOVE "NO ADDRESS RECORD ON FILE" TO PROFILE-WORK-LINE
              PERFORM WRITE-PROFILE-LINE
              MOVE "  NO GPA RECORD ON FILE" TO PROFILE-WORK-LINE
           END-IF.
           PERFORM WRITE-PROFILE-LINE.
           PERFORM WRITE-CLASS-RANK-LINE.
           MOVE SPACES TO PROFILE-WORK-LINE.
           PERFORM WRITE-PROFILE-LINE.

      * Students below the minimum credits or with no program of
      * study on the last ranking run have no rank record.
       WRITE-CLASS-RANK-LINE.
           SET RANK-FOUND TO TRUE.
           MOVE PARM-STUDENT-ID TO RK-STUDENT-ID.
           READ CLASS-RANK-FILE
               INVALID KEY SET RANK-NOT-FOUND TO TRUE
           END-READ.
           MOVE SPACES TO PROFILE-WORK-LINE.
           IF RANK-FOUND
              MOVE RK-CLASS-RANK  TO EDIT-RANK
              MOVE RK-COHORT-SIZE TO EDIT-COHORT
              MOVE RK-PERCENTILE  TO EDIT-PERCENTILE
              STRING "  CLASS RANK "     DELIMITED BY SIZE
                     EDIT-RANK           DELIMITED BY SIZE
                     " OF "              DELIMITED BY SIZE
                     EDIT-COHORT         DELIMITED BY SIZE
                     " IN "              DELIMITED BY SIZE
                     RK-PROGRAM-CODE     DELIMITED BY SIZE
                     "  PERCENTILE "     DELIMITED BY SIZE
                     EDIT-PERCENTILE     DELIMITED BY SIZE
                     "  (TERM "          DELIMITED BY SIZE
                     RK-TERM-CODE        DELIMITED BY SIZE
                     ")"                 DELIMITED BY SIZE
                     INTO PROFILE-WORK-LINE
           ELSE
              MOVE "  NOT RANKED ON LAST CLASS RANK RUN"
                  TO PROFILE-WORK-LINE
           END-IF.
           PERFORM WRITE-PROFILE-LINE.

       WRITE-GRADE-SECTION.
           MOVE "GRADE HISTORY" TO PROFILE-WORK-LINE.
           PERFORM WRITE-PROFILE-LINE.
       WRITE-PROFILE-LINE.
           MOVE PROFILE-WORK-LINE TO PROFILE-LINE.
           WRITE PROFILE-LINE.

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
              DISPLAY "STUDENT-PROFILE: NO PROCESSING DATE ON "
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
