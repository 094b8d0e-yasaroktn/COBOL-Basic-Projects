               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "MAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-MASTER-FILE ASSIGN TO "SECTMST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANSACTION-FILE.
           COPY PERSONREC.
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE      PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
       FD  SECTION-MASTER-FILE.
       01  SECTION-MASTER-RECORD.
           COPY SECTMST.
       WORKING-STORAGE SECTION.
       77  STAT-EOF-FLAG  PIC X(1) VALUE "N".
           88  STAT-END-OF-FILE       VALUE "Y".
           88  ALREADY-RUN        VALUE "Y".
       77  STAT-RUN-DATE  PIC X(8).
       77  STAT-STEP-ID   PIC X(8) VALUE "STUMAINT".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  TXN-EOF-FLAG   PIC X(1) VALUE "N".
           88  TXN-END-OF-FILE        VALUE "Y".
       77  MASTER-EOF-FLAG PIC X(1) VALUE "N".
       77  REJECT-COUNT       PIC 9(5) VALUE 0.
       77  WRITTEN-COUNT      PIC 9(5) VALUE 0.
       77  REJECT-REASON      PIC X(40).
       77  SECTION-EOF-FLAG   PIC X(1) VALUE "N".
           88  SECTION-END-OF-FILE    VALUE "Y".
       77  SECTION-FLAG       PIC X(1).
           88  SECTION-FOUND      VALUE "Y".
       77  SECTION-COUNT      PIC 9(3) VALUE 0.
       77  SECTION-MAX        PIC 9(3) VALUE 300.
       77  TXN-EDIT-FLAG      PIC X(1).
           88  TXN-CLEAN          VALUE "Y".
           88  TXN-IN-ERROR       VALUE "N".
       77  OLD-SECTION        PIC X(6).
       77  NEW-SECTION        PIC X(6).

       01  PERSON-WORK-RECORD.
           COPY PERSONREC.
               05  ME-LESSON         PIC X(10).
               05  ME-DELETE-FLAG    PIC X(1).
                   88  ME-DELETED        VALUE "D".
               05  ME-SECTION        PIC X(6).
               05  ME-PERSON-DATA    PIC X(67).

       01  SECTION-TABLE.
           03  SECTION-ENTRY OCCURS 300 TIMES INDEXED BY SN-IDX.
               05  SN-SECTION-ID     PIC X(6).
               05  SN-LESSON-CODE    PIC X(10).
               05  SN-CAPACITY       PIC 9(3).
               05  SN-ASSIGNED-COUNT PIC 9(5).
       PROCEDURE DIVISION.
      * Applies keyed ADD/CHANGE/DELETE transactions to the student
      * master and writes a fresh copy of the master, so nobody has
      * to hand-edit PROD.STUDENT.MASTER any more.  Every applied or
      * rejected transaction goes on the audit listing with the
      * before and after record images for the registrar to sign off.
      * A student may be placed in a teaching section through
      * PERS-SECTION.  The section must be on the section master,
      * must teach the student's lesson and must have a seat left;
      * a CHANGE that leaves the section blank keeps the student's
      * current section, so the registration feeds do not undo the
      * registrar's placements, and NONE takes the student out of
      * the section.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM CHECK-RUN-STATUS.
           IF ALREADY-RUN
              DISPLAY STAT-STEP-ID " ALREADY COMPLETE FOR "
           END-IF.
           PERFORM WRITE-START-STATUS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-SECTION-TABLE.
           PERFORM LOAD-MASTER-TABLE.
           PERFORM READ-TRANSACTION.
           PERFORM APPLY-TRANSACTION UNTIL TXN-END-OF-FILE.
       OPEN-FILES.
           OPEN INPUT MAINT-TRANSACTION-FILE
                      STUDENT-MASTER-FILE
                      SECTION-MASTER-FILE
                OUTPUT NEW-MASTER-FILE
                       MAINT-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "STUDENT MASTER MAINTENANCE AUDIT   RUN DATE "
                                 DELIMITED BY SIZE

       CLOSE-FILES.
           CLOSE MAINT-TRANSACTION-FILE STUDENT-MASTER-FILE
                 SECTION-MASTER-FILE NEW-MASTER-FILE
                 MAINT-REPORT-FILE.

       LOAD-SECTION-TABLE.
           PERFORM READ-SECTION-RECORD.
           PERFORM LOAD-SECTION-ENTRY UNTIL SECTION-END-OF-FILE.

       READ-SECTION-RECORD.
           READ SECTION-MASTER-FILE
               AT END SET SECTION-END-OF-FILE TO TRUE
           END-READ.

       LOAD-SECTION-ENTRY.
           IF SECTION-COUNT >= SECTION-MAX
              DISPLAY "STUDENT-MAINT: SECTION TABLE FULL AT "
                      SECTION-MAX " RECORDS"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO SECTION-COUNT.
           SET SN-IDX TO SECTION-COUNT.
           MOVE SEC-SECTION-ID TO SN-SECTION-ID (SN-IDX).
           MOVE SEC-LESSON-CODE TO SN-LESSON-CODE (SN-IDX).
           MOVE SEC-CAPACITY TO SN-CAPACITY (SN-IDX).
           MOVE 0 TO SN-ASSIGNED-COUNT (SN-IDX).
           PERFORM READ-SECTION-RECORD.

       LOAD-MASTER-TABLE.
           PERFORM READ-STUDENT-MASTER.
               TO ME-STUDENT-ID (MS-IDX).
           MOVE PERS-LESSON OF STUDENT-MASTER-RECORD
               TO ME-LESSON (MS-IDX).
           MOVE PERS-SECTION OF STUDENT-MASTER-RECORD
               TO ME-SECTION (MS-IDX).
           MOVE SPACE TO ME-DELETE-FLAG (MS-IDX).
           MOVE STUDENT-MASTER-RECORD TO ME-PERSON-DATA (MS-IDX).
           IF ME-SECTION (MS-IDX) NOT = SPACES
              MOVE ME-SECTION (MS-IDX) TO NEW-SECTION
              PERFORM FIND-SECTION-ENTRY
              IF SECTION-FOUND
                 ADD 1 TO SN-ASSIGNED-COUNT (SN-IDX)
              END-IF
           END-IF.
           PERFORM READ-STUDENT-MASTER.

       READ-TRANSACTION.
                  TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE SPACES TO OLD-SECTION
              PERFORM EDIT-SECTION-ASSIGNMENT
              IF TXN-IN-ERROR
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 IF MASTER-COUNT >= MASTER-MAX
                    MOVE "MASTER TABLE FULL" TO REJECT-REASON
                    PERFORM WRITE-REJECT-LINE
                 ELSE
                    ADD 1 TO MASTER-COUNT
                    SET MS-IDX TO MASTER-COUNT
                    MOVE PERS-ID OF MAINT-TRANSACTION-RECORD
                        TO ME-STUDENT-ID (MS-IDX)
                    MOVE PERS-LESSON OF MAINT-TRANSACTION-RECORD
                        TO ME-LESSON (MS-IDX)
                    MOVE SPACE TO ME-DELETE-FLAG (MS-IDX)
                    PERFORM MOVE-TXN-TO-WORK
                    PERFORM POST-SECTION-CHANGE
                    MOVE PERSON-WORK-RECORD
                        TO ME-PERSON-DATA (MS-IDX)
                    ADD 1 TO ADD-COUNT
                    PERFORM WRITE-AFTER-LINE
                 END-IF
              END-IF
           END-IF.

              MOVE "NO MATCHING MASTER RECORD" TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE ME-SECTION (MS-IDX) TO OLD-SECTION
              PERFORM EDIT-SECTION-ASSIGNMENT
              IF TXN-IN-ERROR
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 PERFORM WRITE-BEFORE-LINE
                 PERFORM MOVE-TXN-TO-WORK
                 PERFORM POST-SECTION-CHANGE
                 MOVE PERSON-WORK-RECORD TO ME-PERSON-DATA (MS-IDX)
                 ADD 1 TO CHANGE-COUNT
                 PERFORM WRITE-AFTER-LINE
              END-IF
           END-IF.

       APPLY-DELETE.
           ELSE
              PERFORM WRITE-BEFORE-LINE
              SET ME-DELETED (MS-IDX) TO TRUE
              MOVE ME-SECTION (MS-IDX) TO OLD-SECTION
              MOVE SPACES TO NEW-SECTION
              PERFORM POST-SECTION-CHANGE
              ADD 1 TO DELETE-COUNT
           END-IF.

      * Works out the section the student will be in once the
      * transaction is applied (NEW-SECTION) and checks it.  Only a
      * move into a different section needs a free seat; a student
      * already in the section keeps the seat they hold.
       EDIT-SECTION-ASSIGNMENT.
           SET TXN-CLEAN TO TRUE.
           EVALUATE TRUE
               WHEN PERS-SECTION OF MAINT-TRANSACTION-RECORD = "NONE"
                   MOVE SPACES TO NEW-SECTION
               WHEN PERS-SECTION OF MAINT-TRANSACTION-RECORD = SPACES
                   MOVE OLD-SECTION TO NEW-SECTION
               WHEN OTHER
                   MOVE PERS-SECTION OF MAINT-TRANSACTION-RECORD
                       TO NEW-SECTION
           END-EVALUATE.
           IF NEW-SECTION NOT = SPACES
              AND NEW-SECTION NOT = OLD-SECTION
              PERFORM FIND-SECTION-ENTRY
              EVALUATE TRUE
                  WHEN NOT SECTION-FOUND
                      MOVE "SECTION NOT ON SECTION MASTER"
                          TO REJECT-REASON
                      SET TXN-IN-ERROR TO TRUE
                  WHEN SN-LESSON-CODE (SN-IDX) NOT =
                           PERS-LESSON OF MAINT-TRANSACTION-RECORD
                      MOVE "SECTION IS FOR ANOTHER LESSON"
                          TO REJECT-REASON
                      SET TXN-IN-ERROR TO TRUE
                  WHEN SN-ASSIGNED-COUNT (SN-IDX) >=
                           SN-CAPACITY (SN-IDX)
                      MOVE "SECTION FULL" TO REJECT-REASON
                      SET TXN-IN-ERROR TO TRUE
              END-EVALUATE
           END-IF.

       FIND-SECTION-ENTRY.
           MOVE "N" TO SECTION-FLAG.
           IF SECTION-COUNT > 0
              SET SN-IDX TO 1
              PERFORM SCAN-SECTION-ENTRY
                  UNTIL SECTION-FOUND OR SN-IDX > SECTION-COUNT
           END-IF.

       SCAN-SECTION-ENTRY.
           IF SN-SECTION-ID (SN-IDX) = NEW-SECTION
              SET SECTION-FOUND TO TRUE
           ELSE
              SET SN-IDX UP BY 1
           END-IF.

      * Moves the student's seat from OLD-SECTION to NEW-SECTION so
      * later transactions in the same run see the seats taken.
       POST-SECTION-CHANGE.
           MOVE NEW-SECTION TO PERS-SECTION OF PERSON-WORK-RECORD.
           IF NEW-SECTION NOT = OLD-SECTION
              IF NEW-SECTION NOT = SPACES
                 PERFORM FIND-SECTION-ENTRY
                 IF SECTION-FOUND
                    ADD 1 TO SN-ASSIGNED-COUNT (SN-IDX)
                 END-IF
              END-IF
              IF OLD-SECTION NOT = SPACES
                 MOVE OLD-SECTION TO NEW-SECTION
                 PERFORM FIND-SECTION-ENTRY
                 IF SECTION-FOUND
                    AND SN-ASSIGNED-COUNT (SN-IDX) > 0
                    SUBTRACT 1 FROM SN-ASSIGNED-COUNT (SN-IDX)
                 END-IF
              END-IF
           END-IF.
           MOVE PERS-SECTION OF PERSON-WORK-RECORD
               TO ME-SECTION (MS-IDX).

       MOVE-TXN-TO-WORK.
           MOVE PERS-ID OF MAINT-TRANSACTION-RECORD
               TO PERS-ID OF PERSON-WORK-RECORD.
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
              DISPLAY "STUDENT-MAINT: NO PROCESSING DATE ON "
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
