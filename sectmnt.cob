       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANSACTION-FILE ASSIGN TO "SECTTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-MASTER-FILE ASSIGN TO "SECTMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-SECTION-FILE ASSIGN TO "NEWSECT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "SECTMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANSACTION-FILE.
       01  MAINT-TRANSACTION-RECORD.
           05  MNT-ACTION         PIC X(1).
               88  MNT-ADD            VALUE "A".
               88  MNT-CHANGE         VALUE "C".
               88  MNT-DELETE         VALUE "D".
           COPY SECTMST.
       FD  SECTION-MASTER-FILE.
       01  SECTION-MASTER-RECORD  PIC X(61).
       FD  NEW-SECTION-FILE.
       01  NEW-SECTION-RECORD     PIC X(61).
       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           COPY CRSECAT.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           COPY PERSONREC.
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
       77  SECTION-EOF-FLAG PIC X(1) VALUE "N".
           88  SECTION-END-OF-FILE    VALUE "Y".
       77  CATALOG-EOF-FLAG PIC X(1) VALUE "N".
           88  CATALOG-END-OF-FILE    VALUE "Y".
       77  MASTER-EOF-FLAG PIC X(1) VALUE "N".
           88  MASTER-END-OF-FILE     VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  MATCH-FLAG         PIC X(1).
           88  SECTION-MATCHED    VALUE "Y".
           88  SECTION-NOT-MATCHED VALUE "N".
       77  CATALOG-FLAG       PIC X(1).
           88  CATALOG-KEY-FOUND  VALUE "Y".
       77  CLASH-FLAG         PIC X(1).
           88  SLOT-CLASHES       VALUE "Y".
       77  SECTION-COUNT      PIC 9(3) VALUE 0.
       77  SECTION-MAX        PIC 9(3) VALUE 300.
       77  CATALOG-COUNT      PIC 9(3) VALUE 0.
       77  CATALOG-MAX        PIC 9(3) VALUE 050.
       77  MATCHED-SLOT       PIC 9(3) VALUE 0.
       77  TXN-EDIT-FLAG      PIC X(1).
           88  TXN-CLEAN          VALUE "Y".
           88  TXN-IN-ERROR       VALUE "N".
       77  ADD-COUNT          PIC 9(5) VALUE 0.
       77  CHANGE-COUNT       PIC 9(5) VALUE 0.
       77  DELETE-COUNT       PIC 9(5) VALUE 0.
       77  REJECT-COUNT       PIC 9(5) VALUE 0.
       77  WRITTEN-COUNT      PIC 9(5) VALUE 0.
       77  REJECT-REASON      PIC X(40).
       77  ASSIGNED-COUNT     PIC 9(5) VALUE 0.
       77  EDIT-ASSIGNED      PIC ZZZZ9.

       01  SECTION-WORK-RECORD.
           COPY SECTMST.

       01  SECTION-TABLE.
           03  SECTION-ENTRY OCCURS 300 TIMES INDEXED BY SN-IDX.
               05  SN-SECTION-ID     PIC X(6).
               05  SN-LESSON-CODE    PIC X(10).
               05  SN-INSTRUCTOR-NAME PIC X(30).
               05  SN-TERM-CODE      PIC X(5).
               05  SN-MEETING-SLOT   PIC X(7).
               05  SN-ASSIGNED-COUNT PIC 9(5).
               05  SN-DELETE-FLAG    PIC X(1).
                   88  SN-DELETED        VALUE "D".
               05  SN-SECTION-DATA   PIC X(61).

       01  CATALOG-TABLE.
           03  CATALOG-ENTRY OCCURS 50 TIMES INDEXED BY CT-IDX.
               05  CT-LESSON-CODE    PIC X(10).
       PROCEDURE DIVISION.
      * Applies keyed ADD/CHANGE/DELETE transactions to the teaching
      * section master and writes a fresh copy, so department heads
      * set up each term's sections, instructors, meeting slots and
      * capacities without a programmer.  The key is the section
      * id.  A section's lesson must be on the course catalog, and
      * an instructor may not be booked into two sections in the
      * same term and meeting slot.  The student master is read to
      * count the students already assigned to each section, so a
      * section with students on it can be neither deleted, moved
      * to another lesson, nor cut below its current enrolment.
      * Every applied or rejected transaction goes on the audit
      * listing with the before and after record images, the same
      * sign-off listing CATALOG-MAINT prints.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CATALOG-TABLE.
           PERFORM LOAD-SECTION-TABLE.
           PERFORM COUNT-ASSIGNED-STUDENTS.
           PERFORM READ-TRANSACTION.
           PERFORM APPLY-TRANSACTION UNTIL TXN-END-OF-FILE.
           PERFORM WRITE-NEW-SECTIONS.
           PERFORM WRITE-MAINT-TOTALS.
           PERFORM CLOSE-FILES.
           IF REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT MAINT-TRANSACTION-FILE
                      SECTION-MASTER-FILE
                      COURSE-CATALOG-FILE
                      STUDENT-MASTER-FILE
                OUTPUT NEW-SECTION-FILE
                       MAINT-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "SECTION MASTER MAINTENANCE AUDIT   RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       CLOSE-FILES.
           CLOSE MAINT-TRANSACTION-FILE SECTION-MASTER-FILE
                 COURSE-CATALOG-FILE STUDENT-MASTER-FILE
                 NEW-SECTION-FILE MAINT-REPORT-FILE.

       LOAD-CATALOG-TABLE.
           PERFORM READ-CATALOG-RECORD.
           PERFORM LOAD-CATALOG-ENTRY UNTIL CATALOG-END-OF-FILE.

       READ-CATALOG-RECORD.
           READ COURSE-CATALOG-FILE
               AT END SET CATALOG-END-OF-FILE TO TRUE
           END-READ.

       LOAD-CATALOG-ENTRY.
           IF CATALOG-COUNT >= CATALOG-MAX
              DISPLAY "SECTION-MAINT: CATALOG TABLE FULL AT "
                      CATALOG-MAX " RECORDS"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO CATALOG-COUNT.
           SET CT-IDX TO CATALOG-COUNT.
           MOVE CAT-LESSON-CODE TO CT-LESSON-CODE (CT-IDX).
           PERFORM READ-CATALOG-RECORD.

       LOAD-SECTION-TABLE.
           PERFORM READ-SECTION-RECORD.
           PERFORM LOAD-SECTION-ENTRY UNTIL SECTION-END-OF-FILE.

       READ-SECTION-RECORD.
           READ SECTION-MASTER-FILE
               AT END SET SECTION-END-OF-FILE TO TRUE
           END-READ.

       LOAD-SECTION-ENTRY.
           IF SECTION-COUNT >= SECTION-MAX
              DISPLAY "SECTION-MAINT: SECTION TABLE FULL AT "
                      SECTION-MAX " RECORDS"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO SECTION-COUNT.
           SET SN-IDX TO SECTION-COUNT.
           MOVE SECTION-MASTER-RECORD TO SECTION-WORK-RECORD.
           PERFORM SET-TABLE-KEY.
           MOVE 0 TO SN-ASSIGNED-COUNT (SN-IDX).
           MOVE SPACE TO SN-DELETE-FLAG (SN-IDX).
           MOVE SECTION-MASTER-RECORD TO SN-SECTION-DATA (SN-IDX).
           PERFORM READ-SECTION-RECORD.

       SET-TABLE-KEY.
           MOVE SEC-SECTION-ID OF SECTION-WORK-RECORD
               TO SN-SECTION-ID (SN-IDX).
           MOVE SEC-LESSON-CODE OF SECTION-WORK-RECORD
               TO SN-LESSON-CODE (SN-IDX).
           MOVE SEC-INSTRUCTOR-NAME OF SECTION-WORK-RECORD
               TO SN-INSTRUCTOR-NAME (SN-IDX).
           MOVE SEC-TERM-CODE OF SECTION-WORK-RECORD
               TO SN-TERM-CODE (SN-IDX).
           MOVE SEC-MEETING-SLOT OF SECTION-WORK-RECORD
               TO SN-MEETING-SLOT (SN-IDX).

       COUNT-ASSIGNED-STUDENTS.
           PERFORM READ-STUDENT-MASTER.
           PERFORM COUNT-ONE-STUDENT UNTIL MASTER-END-OF-FILE.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END SET MASTER-END-OF-FILE TO TRUE
           END-READ.

       COUNT-ONE-STUDENT.
           IF PERS-SECTION NOT = SPACES
              SET SECTION-NOT-MATCHED TO TRUE
              IF SECTION-COUNT > 0
                 SET SN-IDX TO 1
                 PERFORM SCAN-ASSIGNED-SECTION
                     UNTIL SECTION-MATCHED OR SN-IDX > SECTION-COUNT
              END-IF
              IF SECTION-MATCHED
                 ADD 1 TO SN-ASSIGNED-COUNT (SN-IDX)
              END-IF
           END-IF.
           PERFORM READ-STUDENT-MASTER.

       SCAN-ASSIGNED-SECTION.
           IF SN-SECTION-ID (SN-IDX) = PERS-SECTION
              SET SECTION-MATCHED TO TRUE
           ELSE
              SET SN-IDX UP BY 1
           END-IF.

       READ-TRANSACTION.
           READ MAINT-TRANSACTION-FILE
               AT END SET TXN-END-OF-FILE TO TRUE
           END-READ.

       APPLY-TRANSACTION.
           PERFORM FIND-SECTION-ENTRY.
           EVALUATE TRUE
               WHEN MNT-ADD
                   PERFORM APPLY-ADD
               WHEN MNT-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN MNT-DELETE
                   PERFORM APPLY-DELETE
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.
           PERFORM READ-TRANSACTION.

       FIND-SECTION-ENTRY.
           SET SECTION-NOT-MATCHED TO TRUE.
           MOVE 0 TO MATCHED-SLOT.
           IF SECTION-COUNT > 0
              SET SN-IDX TO 1
              PERFORM SCAN-SECTION-ENTRY
                  UNTIL SECTION-MATCHED OR SN-IDX > SECTION-COUNT
           END-IF.

       SCAN-SECTION-ENTRY.
           IF SN-SECTION-ID (SN-IDX) =
                   SEC-SECTION-ID OF MAINT-TRANSACTION-RECORD
              AND NOT SN-DELETED (SN-IDX)
              SET SECTION-MATCHED TO TRUE
              SET MATCHED-SLOT TO SN-IDX
           ELSE
              SET SN-IDX UP BY 1
           END-IF.

      * Every field is required.  The lesson must be on the catalog
      * or nobody could be graded in the section; the slot must be
      * a weekday name and an HHMM start time.  On a CHANGE the
      * section's current enrolment is carried in ASSIGNED-COUNT so
      * the capacity cannot drop below it and the lesson cannot
      * change under students already sitting it.
       EDIT-TRANSACTION.
           SET TXN-CLEAN TO TRUE.
           EVALUATE TRUE
               WHEN SEC-SECTION-ID OF MAINT-TRANSACTION-RECORD
                        = SPACES
                   MOVE "SECTION ID MISSING" TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN SEC-INSTRUCTOR-NAME OF MAINT-TRANSACTION-RECORD
                        = SPACES
                   MOVE "INSTRUCTOR NAME MISSING" TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN SEC-TERM-CODE OF MAINT-TRANSACTION-RECORD
                        IS NOT NUMERIC
                   MOVE "TERM CODE NOT YEAR PLUS TERM DIGIT"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN NOT SEC-VALID-DAY OF MAINT-TRANSACTION-RECORD
                   MOVE "MEETING DAY MUST BE MON THROUGH SAT"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN SEC-MEETING-TIME OF MAINT-TRANSACTION-RECORD
                        IS NOT NUMERIC
                    OR SEC-MEETING-TIME OF MAINT-TRANSACTION-RECORD
                        > "2359"
                   MOVE "MEETING TIME NOT HHMM" TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN SEC-CAPACITY OF MAINT-TRANSACTION-RECORD
                        IS NOT NUMERIC
                    OR SEC-CAPACITY OF MAINT-TRANSACTION-RECORD = 0
                   MOVE "CAPACITY MISSING OR NOT NUMERIC"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN SEC-CAPACITY OF MAINT-TRANSACTION-RECORD
                        < ASSIGNED-COUNT
                   MOVE ASSIGNED-COUNT TO EDIT-ASSIGNED
                   MOVE SPACES TO REJECT-REASON
                   STRING "CAPACITY BELOW " DELIMITED BY SIZE
                          EDIT-ASSIGNED     DELIMITED BY SIZE
                          " STUDENTS ASSIGNED" DELIMITED BY SIZE
                          INTO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN MNT-CHANGE AND ASSIGNED-COUNT > 0
                    AND SEC-LESSON-CODE OF MAINT-TRANSACTION-RECORD
                        NOT = SN-LESSON-CODE (SN-IDX)
                   MOVE "STUDENTS ASSIGNED - LESSON CANNOT CHANGE"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
           END-EVALUATE.
           IF TXN-CLEAN
              PERFORM CHECK-CATALOG-KEY
           END-IF.
           IF TXN-CLEAN
              PERFORM CHECK-INSTRUCTOR-CLASH
           END-IF.

       CHECK-CATALOG-KEY.
           MOVE "N" TO CATALOG-FLAG.
           IF CATALOG-COUNT > 0
              SET CT-IDX TO 1
              PERFORM SCAN-CATALOG-KEY
                  UNTIL CATALOG-KEY-FOUND OR CT-IDX > CATALOG-COUNT
           END-IF.
           IF NOT CATALOG-KEY-FOUND
              MOVE "LESSON NOT ON COURSE CATALOG" TO REJECT-REASON
              SET TXN-IN-ERROR TO TRUE
           END-IF.

       SCAN-CATALOG-KEY.
           IF CT-LESSON-CODE (CT-IDX) =
                   SEC-LESSON-CODE OF MAINT-TRANSACTION-RECORD
              SET CATALOG-KEY-FOUND TO TRUE
           ELSE
              SET CT-IDX UP BY 1
           END-IF.

      * The section a CHANGE is replacing is left out of the
      * comparison.
       CHECK-INSTRUCTOR-CLASH.
           MOVE "N" TO CLASH-FLAG.
           IF SECTION-COUNT > 0
              SET SN-IDX TO 1
              PERFORM SCAN-INSTRUCTOR-CLASH
                  UNTIL SLOT-CLASHES OR SN-IDX > SECTION-COUNT
           END-IF.
           IF SLOT-CLASHES
              MOVE SPACES TO REJECT-REASON
              STRING "INSTRUCTOR ALREADY TEACHING SECTION "
                                       DELIMITED BY SIZE
                     SN-SECTION-ID (SN-IDX) DELIMITED BY SIZE
                     INTO REJECT-REASON
              SET TXN-IN-ERROR TO TRUE
           END-IF.

       SCAN-INSTRUCTOR-CLASH.
           IF SN-INSTRUCTOR-NAME (SN-IDX) =
                   SEC-INSTRUCTOR-NAME OF MAINT-TRANSACTION-RECORD
              AND SN-TERM-CODE (SN-IDX) =
                   SEC-TERM-CODE OF MAINT-TRANSACTION-RECORD
              AND SN-MEETING-SLOT (SN-IDX) =
                   SEC-MEETING-SLOT OF MAINT-TRANSACTION-RECORD
              AND NOT SN-DELETED (SN-IDX)
              AND SN-IDX NOT = MATCHED-SLOT
              SET SLOT-CLASHES TO TRUE
           ELSE
              SET SN-IDX UP BY 1
           END-IF.

       APPLY-ADD.
           IF SECTION-MATCHED
              MOVE "DUPLICATE SECTION ID ON ADD" TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE 0 TO ASSIGNED-COUNT
              PERFORM EDIT-TRANSACTION
              IF TXN-IN-ERROR
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 IF SECTION-COUNT >= SECTION-MAX
                    MOVE "SECTION TABLE FULL" TO REJECT-REASON
                    PERFORM WRITE-REJECT-LINE
                 ELSE
                    ADD 1 TO SECTION-COUNT
                    SET SN-IDX TO SECTION-COUNT
                    MOVE 0 TO SN-ASSIGNED-COUNT (SN-IDX)
                    MOVE SPACE TO SN-DELETE-FLAG (SN-IDX)
                    PERFORM MOVE-TXN-TO-WORK
                    PERFORM SET-TABLE-KEY
                    MOVE SECTION-WORK-RECORD
                        TO SN-SECTION-DATA (SN-IDX)
                    ADD 1 TO ADD-COUNT
                    PERFORM WRITE-AFTER-LINE
                 END-IF
              END-IF
           END-IF.

       APPLY-CHANGE.
           IF SECTION-NOT-MATCHED
              MOVE "NO MATCHING SECTION RECORD" TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE SN-ASSIGNED-COUNT (SN-IDX) TO ASSIGNED-COUNT
              PERFORM EDIT-TRANSACTION
              SET SN-IDX TO MATCHED-SLOT
              IF TXN-IN-ERROR
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 PERFORM WRITE-BEFORE-LINE
                 PERFORM MOVE-TXN-TO-WORK
                 PERFORM SET-TABLE-KEY
                 MOVE SECTION-WORK-RECORD
                     TO SN-SECTION-DATA (SN-IDX)
                 ADD 1 TO CHANGE-COUNT
                 PERFORM WRITE-AFTER-LINE
              END-IF
           END-IF.

       APPLY-DELETE.
           IF SECTION-NOT-MATCHED
              MOVE "NO MATCHING SECTION RECORD" TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              IF SN-ASSIGNED-COUNT (SN-IDX) > 0
                 MOVE SN-ASSIGNED-COUNT (SN-IDX) TO EDIT-ASSIGNED
                 MOVE SPACES TO REJECT-REASON
                 STRING EDIT-ASSIGNED       DELIMITED BY SIZE
                        " STUDENTS STILL ASSIGNED"
                                            DELIMITED BY SIZE
                        INTO REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 PERFORM WRITE-BEFORE-LINE
                 SET SN-DELETED (SN-IDX) TO TRUE
                 ADD 1 TO DELETE-COUNT
              END-IF
           END-IF.

       MOVE-TXN-TO-WORK.
           MOVE SEC-SECTION-ID OF MAINT-TRANSACTION-RECORD
               TO SEC-SECTION-ID OF SECTION-WORK-RECORD.
           MOVE SEC-LESSON-CODE OF MAINT-TRANSACTION-RECORD
               TO SEC-LESSON-CODE OF SECTION-WORK-RECORD.
           MOVE SEC-INSTRUCTOR-NAME OF MAINT-TRANSACTION-RECORD
               TO SEC-INSTRUCTOR-NAME OF SECTION-WORK-RECORD.
           MOVE SEC-TERM-CODE OF MAINT-TRANSACTION-RECORD
               TO SEC-TERM-CODE OF SECTION-WORK-RECORD.
           MOVE SEC-MEETING-SLOT OF MAINT-TRANSACTION-RECORD
               TO SEC-MEETING-SLOT OF SECTION-WORK-RECORD.
           MOVE SEC-CAPACITY OF MAINT-TRANSACTION-RECORD
               TO SEC-CAPACITY OF SECTION-WORK-RECORD.

       WRITE-BEFORE-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING MNT-ACTION     DELIMITED BY SIZE
                  "  BEFORE: "   DELIMITED BY SIZE
                  SN-SECTION-DATA (SN-IDX)
                                 DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-AFTER-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING MNT-ACTION     DELIMITED BY SIZE
                  "  AFTER:  "   DELIMITED BY SIZE
                  SN-SECTION-DATA (SN-IDX)
                                 DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING MNT-ACTION     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  SEC-SECTION-ID OF MAINT-TRANSACTION-RECORD
                                 DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  REJECT-REASON  DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-NEW-SECTIONS.
           IF SECTION-COUNT > 0
              SET SN-IDX TO 1
              PERFORM WRITE-SECTION-ENTRY
                  UNTIL SN-IDX > SECTION-COUNT
           END-IF.

       WRITE-SECTION-ENTRY.
           IF NOT SN-DELETED (SN-IDX)
              MOVE SN-SECTION-DATA (SN-IDX) TO NEW-SECTION-RECORD
              WRITE NEW-SECTION-RECORD
              ADD 1 TO WRITTEN-COUNT
           END-IF.
           SET SN-IDX UP BY 1.

       WRITE-MAINT-TOTALS.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "ADDS="         DELIMITED BY SIZE
                  ADD-COUNT       DELIMITED BY SIZE
                  " CHANGES="     DELIMITED BY SIZE
                  CHANGE-COUNT    DELIMITED BY SIZE
                  " DELETES="     DELIMITED BY SIZE
                  DELETE-COUNT    DELIMITED BY SIZE
                  " REJECTS="     DELIMITED BY SIZE
                  REJECT-COUNT    DELIMITED BY SIZE
                  " SECTIONS OUT=" DELIMITED BY SIZE
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
              DISPLAY "SECTION-MAINT: NO PROCESSING DATE ON "
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
