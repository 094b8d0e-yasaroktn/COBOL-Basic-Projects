       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-CLASH-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-SCHEDULE-FILE ASSIGN TO "EXAMSCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-STUDENT-ID.
           SELECT CLASH-REPORT-FILE ASSIGN TO "CLASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMETABLE-FILE ASSIGN TO "EXAMTT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-EXCEPTION-FILE ASSIGN TO "ADDREXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  EXAM-SCHEDULE-FILE.
       01  EXAM-SCHEDULE-RECORD.
           COPY EXAMSCH.
       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           COPY CRSECAT.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           COPY PERSONREC.
       FD  ADDRESS-MASTER-FILE.
       01  ADDRESS-MASTER-RECORD.
           COPY STUADDR.
       FD  CLASH-REPORT-FILE.
       01  CLASH-REPORT-LINE      PIC X(120).
       FD  TIMETABLE-FILE.
       01  TIMETABLE-LINE         PIC X(80).
       FD  ADDRESS-EXCEPTION-FILE.
       01  EXCEPTION-LINE         PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SK-STUDENT-ID      PIC X(6).
           05  SK-EXAM-DATE       PIC X(8).
           05  SK-SESSION-ORDER   PIC 9(1).
           05  SK-LESSON-CODE     PIC X(10).
           05  SK-EXAM-NUMBER     PIC 9(1).
           05  SK-SESSION         PIC X(2).
           05  SK-ROOM            PIC X(6).
           05  SK-STUDENT-NAME    PIC X(38).
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  SCHEDULE-EOF-FLAG PIC X(1) VALUE "N".
           88  SCHEDULE-END-OF-FILE   VALUE "Y".
       77  CATALOG-EOF-FLAG PIC X(1) VALUE "N".
           88  CATALOG-END-OF-FILE    VALUE "Y".
       77  MASTER-EOF-FLAG PIC X(1) VALUE "N".
           88  MASTER-END-OF-FILE     VALUE "Y".
       77  SORT-EOF-FLAG  PIC X(1) VALUE "N".
           88  SORT-END-OF-FILE       VALUE "Y".
       77  TERM-FOUND-FLAG PIC X(1) VALUE "N".
           88  TERM-FOUND         VALUE "Y".
       77  TERM-START     PIC X(8) VALUE SPACES.
       77  TERM-WINDOW-END PIC X(8) VALUE SPACES.
       77  ADDRESS-STATUS-FLAG PIC X(1).
           88  ADDRESS-FOUND      VALUE "Y".
           88  ADDRESS-NOT-FOUND  VALUE "N".
       77  ROOM-FLAG      PIC X(1).
           88  ROOM-FOUND         VALUE "Y".
       77  EXAM-FLAG      PIC X(1).
           88  EXAM-FOUND         VALUE "Y".
       77  SCHEDULE-COUNT PIC 9(3) VALUE 0.
       77  SCHEDULE-MAX   PIC 9(3) VALUE 300.
       77  ROOM-COUNT     PIC 9(3) VALUE 0.
       77  ROOM-MAX       PIC 9(3) VALUE 300.
       77  CATALOG-COUNT  PIC 9(3) VALUE 0.
       77  CATALOG-MAX    PIC 9(3) VALUE 050.
       77  STUDENT-EXAM-COUNT PIC 9(3) VALUE 0.
       77  STUDENT-EXAM-MAX PIC 9(3) VALUE 030.
       77  OUTSIDE-TERM-COUNT PIC 9(5) VALUE 0.
       77  CLASH-COUNT    PIC 9(5) VALUE 0.
       77  OVER-CAPACITY-COUNT PIC 9(5) VALUE 0.
       77  NO-EXAM-COUNT  PIC 9(5) VALUE 0.
       77  TIMETABLE-COUNT PIC 9(5) VALUE 0.
       77  EXCEPTION-COUNT PIC 9(5) VALUE 0.
       77  UNDELIVERABLE-COUNT PIC 9(5) VALUE 0.
       77  EXCEPTION-TEXT PIC X(60).
       77  HOLD-STUDENT-ID PIC X(6) VALUE LOW-VALUES.
       77  HOLD-STUDENT-NAME PIC X(38) VALUE SPACES.
       77  FULL-NAME      PIC X(38).
       77  CITY-STATE-ZIP PIC X(36).
       77  TIMETABLE-WORK-LINE PIC X(80).
       77  CLASH-MARK     PIC X(30).
       77  EDIT-CAPACITY  PIC ZZ9.
       77  EDIT-CANDIDATES PIC ZZZZ9.

       01  SCHEDULE-TABLE.
           03  SCHEDULE-ENTRY OCCURS 300 TIMES INDEXED BY XT-IDX.
               05  XT-LESSON-CODE    PIC X(10).
               05  XT-EXAM-NUMBER    PIC 9(1).
               05  XT-EXAM-DATE      PIC X(8).
               05  XT-SESSION        PIC X(2).
               05  XT-SESSION-ORDER  PIC 9(1).
               05  XT-ROOM           PIC X(6).
               05  XT-ROOM-SLOT      PIC 9(3).

       01  ROOM-TABLE.
           03  ROOM-ENTRY OCCURS 300 TIMES INDEXED BY RM-IDX.
               05  RM-ROOM           PIC X(6).
               05  RM-EXAM-DATE      PIC X(8).
               05  RM-SESSION        PIC X(2).
               05  RM-CAPACITY       PIC 9(3).
               05  RM-CANDIDATES     PIC 9(5).

       01  CATALOG-TABLE.
           03  CATALOG-ENTRY OCCURS 50 TIMES INDEXED BY CT-IDX.
               05  CT-LESSON-CODE    PIC X(10).
               05  CT-TITLE          PIC X(30).

      * One student's sittings, held until the student's last sort
      * row so a clash can be marked on both sittings involved.
       01  STUDENT-EXAM-TABLE.
           03  STUDENT-EXAM-ENTRY OCCURS 30 TIMES INDEXED BY SX-IDX.
               05  SX-EXAM-DATE      PIC X(8).
               05  SX-SESSION        PIC X(2).
               05  SX-LESSON-CODE    PIC X(10).
               05  SX-EXAM-NUMBER    PIC 9(1).
               05  SX-ROOM           PIC X(6).
               05  SX-CLASH-FLAG     PIC X(1).
                   88  SX-CLASHES        VALUE "Y".
       PROCEDURE DIVISION.
      * Crosses the exam schedule for the current term against the
      * lesson enrolments on the student master.  Every student
      * booked into two sittings in the same date and session is
      * listed, as is every room whose sittings in a session seat
      * more candidates than the room holds, and every active
      * catalog lesson with no sitting scheduled in the term.  A
      * schedule entry dated outside the term - from its start to
      * the later of its end and its exam window - is left out and
      * counted.  Each student then gets an exam timetable headed
      * with the STUADDR address, in the same window-envelope
      * layout as the report cards, with any clashing sittings
      * marked; a student with no address record, or whose address
      * is marked undeliverable by returned mail, goes on the
      * exception listing instead.  RC=4 when anything is listed.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           OPEN INPUT EXAM-SCHEDULE-FILE
                      COURSE-CATALOG-FILE
                      STUDENT-MASTER-FILE
                      ADDRESS-MASTER-FILE
                OUTPUT CLASH-REPORT-FILE
                       TIMETABLE-FILE
                       ADDRESS-EXCEPTION-FILE.
           PERFORM LOAD-CATALOG-TABLE.
           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SK-STUDENT-ID
                                SK-EXAM-DATE
                                SK-SESSION-ORDER
                                SK-LESSON-CODE
                                SK-EXAM-NUMBER
               INPUT PROCEDURE IS RELEASE-STUDENT-EXAMS
               OUTPUT PROCEDURE IS PRINT-STUDENT-EXAMS.
           PERFORM LIST-ROOMS-OVER-CAPACITY.
           PERFORM LIST-LESSONS-WITHOUT-EXAM.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           IF CLASH-COUNT > 0 OR OVER-CAPACITY-COUNT > 0
              OR NO-EXAM-COUNT > 0 OR EXCEPTION-COUNT > 0
              OR UNDELIVERABLE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CLOSE-FILES.
           CLOSE EXAM-SCHEDULE-FILE COURSE-CATALOG-FILE
                 STUDENT-MASTER-FILE ADDRESS-MASTER-FILE
                 CLASH-REPORT-FILE TIMETABLE-FILE
                 ADDRESS-EXCEPTION-FILE.

      * Only active lessons are expected to sit an exam.
       LOAD-CATALOG-TABLE.
           PERFORM READ-CATALOG-RECORD.
           PERFORM LOAD-CATALOG-ENTRY UNTIL CATALOG-END-OF-FILE.

       READ-CATALOG-RECORD.
           READ COURSE-CATALOG-FILE
               AT END SET CATALOG-END-OF-FILE TO TRUE
           END-READ.

       LOAD-CATALOG-ENTRY.
           IF CAT-ACTIVE
              IF CATALOG-COUNT >= CATALOG-MAX
                 DISPLAY "EXAM-CLASH-CHECK: CATALOG TABLE FULL AT "
                         CATALOG-MAX " RECORDS"
                 PERFORM CLOSE-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO CATALOG-COUNT
              SET CT-IDX TO CATALOG-COUNT
              MOVE CAT-LESSON-CODE TO CT-LESSON-CODE (CT-IDX)
              MOVE CAT-TITLE TO CT-TITLE (CT-IDX)
           END-IF.
           PERFORM READ-CATALOG-RECORD.

       LOAD-SCHEDULE-TABLE.
           PERFORM READ-SCHEDULE-RECORD.
           PERFORM LOAD-SCHEDULE-ENTRY UNTIL SCHEDULE-END-OF-FILE.

       READ-SCHEDULE-RECORD.
           READ EXAM-SCHEDULE-FILE
               AT END SET SCHEDULE-END-OF-FILE TO TRUE
           END-READ.

       LOAD-SCHEDULE-ENTRY.
           IF EX-EXAM-DATE < TERM-START
              OR EX-EXAM-DATE > TERM-WINDOW-END
              ADD 1 TO OUTSIDE-TERM-COUNT
           ELSE
              IF SCHEDULE-COUNT >= SCHEDULE-MAX
                 DISPLAY "EXAM-CLASH-CHECK: SCHEDULE TABLE FULL AT "
                         SCHEDULE-MAX " RECORDS"
                 PERFORM CLOSE-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO SCHEDULE-COUNT
              SET XT-IDX TO SCHEDULE-COUNT
              MOVE EX-LESSON-CODE TO XT-LESSON-CODE (XT-IDX)
              MOVE EX-EXAM-NUMBER TO XT-EXAM-NUMBER (XT-IDX)
              MOVE EX-EXAM-DATE TO XT-EXAM-DATE (XT-IDX)
              MOVE EX-SESSION TO XT-SESSION (XT-IDX)
              EVALUATE EX-SESSION
                  WHEN "AM"  MOVE 1 TO XT-SESSION-ORDER (XT-IDX)
                  WHEN "PM"  MOVE 2 TO XT-SESSION-ORDER (XT-IDX)
                  WHEN OTHER MOVE 3 TO XT-SESSION-ORDER (XT-IDX)
              END-EVALUATE
              MOVE EX-ROOM TO XT-ROOM (XT-IDX)
              PERFORM FIND-ROOM-ENTRY
              SET XT-ROOM-SLOT (XT-IDX) TO RM-IDX
           END-IF.
           PERFORM READ-SCHEDULE-RECORD.

      * One entry per room, date and session, adding it when it is
      * not there.
       FIND-ROOM-ENTRY.
           MOVE "N" TO ROOM-FLAG.
           IF ROOM-COUNT > 0
              SET RM-IDX TO 1
              PERFORM SCAN-ROOM-ENTRY
                  UNTIL ROOM-FOUND OR RM-IDX > ROOM-COUNT
           END-IF.
           IF NOT ROOM-FOUND
              IF ROOM-COUNT >= ROOM-MAX
                 DISPLAY "EXAM-CLASH-CHECK: ROOM TABLE FULL AT "
                         ROOM-MAX " RECORDS"
                 PERFORM CLOSE-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO ROOM-COUNT
              SET RM-IDX TO ROOM-COUNT
              MOVE EX-ROOM TO RM-ROOM (RM-IDX)
              MOVE EX-EXAM-DATE TO RM-EXAM-DATE (RM-IDX)
              MOVE EX-SESSION TO RM-SESSION (RM-IDX)
              MOVE EX-ROOM-CAPACITY TO RM-CAPACITY (RM-IDX)
              MOVE 0 TO RM-CANDIDATES (RM-IDX)
           END-IF.

       SCAN-ROOM-ENTRY.
           IF RM-ROOM (RM-IDX) = EX-ROOM
              AND RM-EXAM-DATE (RM-IDX) = EX-EXAM-DATE
              AND RM-SESSION (RM-IDX) = EX-SESSION
              SET ROOM-FOUND TO TRUE
           ELSE
              SET RM-IDX UP BY 1
           END-IF.

      * Releases one sort row for every sitting of every lesson a
      * student is enrolled in, and counts the candidate into the
      * room the sitting is held in.
       RELEASE-STUDENT-EXAMS.
           PERFORM READ-STUDENT-MASTER.
           PERFORM RELEASE-ONE-ENROLMENT UNTIL MASTER-END-OF-FILE.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END SET MASTER-END-OF-FILE TO TRUE
           END-READ.

       RELEASE-ONE-ENROLMENT.
           PERFORM BUILD-FULL-NAME.
           IF SCHEDULE-COUNT > 0
              SET XT-IDX TO 1
              PERFORM RELEASE-LESSON-SITTING
                  UNTIL XT-IDX > SCHEDULE-COUNT
           END-IF.
           PERFORM READ-STUDENT-MASTER.

       RELEASE-LESSON-SITTING.
           IF XT-LESSON-CODE (XT-IDX) = PERS-LESSON
              MOVE PERS-ID TO SK-STUDENT-ID
              MOVE XT-EXAM-DATE (XT-IDX) TO SK-EXAM-DATE
              MOVE XT-SESSION-ORDER (XT-IDX) TO SK-SESSION-ORDER
              MOVE XT-LESSON-CODE (XT-IDX) TO SK-LESSON-CODE
              MOVE XT-EXAM-NUMBER (XT-IDX) TO SK-EXAM-NUMBER
              MOVE XT-SESSION (XT-IDX) TO SK-SESSION
              MOVE XT-ROOM (XT-IDX) TO SK-ROOM
              MOVE FULL-NAME TO SK-STUDENT-NAME
              RELEASE SORT-WORK-RECORD
              SET RM-IDX TO XT-ROOM-SLOT (XT-IDX)
              ADD 1 TO RM-CANDIDATES (RM-IDX)
           END-IF.
           SET XT-IDX UP BY 1.

       BUILD-FULL-NAME.
           MOVE SPACES TO FULL-NAME.
           STRING PERS-FIRST-NAME DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  PERS-MIDDLE-NAME DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  PERS-LAST-NAME  DELIMITED BY SPACE
                  INTO FULL-NAME.

       PRINT-STUDENT-EXAMS.
           PERFORM RETURN-SORTED-ROW.
           PERFORM COLLECT-STUDENT-ROW UNTIL SORT-END-OF-FILE.
           IF STUDENT-EXAM-COUNT > 0
              PERFORM FINISH-STUDENT
           END-IF.

       RETURN-SORTED-ROW.
           RETURN SORT-WORK-FILE
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.

       COLLECT-STUDENT-ROW.
           IF SK-STUDENT-ID NOT = HOLD-STUDENT-ID
              IF STUDENT-EXAM-COUNT > 0
                 PERFORM FINISH-STUDENT
              END-IF
              MOVE SK-STUDENT-ID TO HOLD-STUDENT-ID
              MOVE SK-STUDENT-NAME TO HOLD-STUDENT-NAME
              MOVE 0 TO STUDENT-EXAM-COUNT
           END-IF.
           IF STUDENT-EXAM-COUNT >= STUDENT-EXAM-MAX
              DISPLAY "EXAM-CLASH-CHECK: STUDENT EXAM TABLE FULL AT "
                      STUDENT-EXAM-MAX " SITTINGS FOR " SK-STUDENT-ID
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO STUDENT-EXAM-COUNT.
           SET SX-IDX TO STUDENT-EXAM-COUNT.
           MOVE SK-EXAM-DATE TO SX-EXAM-DATE (SX-IDX).
           MOVE SK-SESSION TO SX-SESSION (SX-IDX).
           MOVE SK-LESSON-CODE TO SX-LESSON-CODE (SX-IDX).
           MOVE SK-EXAM-NUMBER TO SX-EXAM-NUMBER (SX-IDX).
           MOVE SK-ROOM TO SX-ROOM (SX-IDX).
           MOVE "N" TO SX-CLASH-FLAG (SX-IDX).
           IF STUDENT-EXAM-COUNT > 1
              AND SX-EXAM-DATE (SX-IDX) = SX-EXAM-DATE (SX-IDX - 1)
              AND SX-SESSION (SX-IDX) = SX-SESSION (SX-IDX - 1)
              SET SX-CLASHES (SX-IDX) TO TRUE
              SET SX-CLASHES (SX-IDX - 1) TO TRUE
              PERFORM WRITE-CLASH-LINE
           END-IF.
           PERFORM RETURN-SORTED-ROW.

       WRITE-CLASH-LINE.
           ADD 1 TO CLASH-COUNT.
           MOVE SPACES TO CLASH-REPORT-LINE.
           STRING "  "                     DELIMITED BY SIZE
                  HOLD-STUDENT-ID          DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  HOLD-STUDENT-NAME        DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  SX-EXAM-DATE (SX-IDX)    DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  SX-SESSION (SX-IDX)      DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  SX-LESSON-CODE (SX-IDX - 1) DELIMITED BY SIZE
                  " EXAM "                 DELIMITED BY SIZE
                  SX-EXAM-NUMBER (SX-IDX - 1) DELIMITED BY SIZE
                  " WITH "                 DELIMITED BY SIZE
                  SX-LESSON-CODE (SX-IDX)  DELIMITED BY SIZE
                  " EXAM "                 DELIMITED BY SIZE
                  SX-EXAM-NUMBER (SX-IDX)  DELIMITED BY SIZE
                  INTO CLASH-REPORT-LINE.
           WRITE CLASH-REPORT-LINE.

       FINISH-STUDENT.
           PERFORM READ-STUDENT-ADDRESS.
           IF ADDRESS-FOUND AND AD-DELIVERABLE
              PERFORM WRITE-TIMETABLE-PAGE
           ELSE
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       READ-STUDENT-ADDRESS.
           SET ADDRESS-FOUND TO TRUE.
           MOVE HOLD-STUDENT-ID TO AD-STUDENT-ID.
           READ ADDRESS-MASTER-FILE
               INVALID KEY SET ADDRESS-NOT-FOUND TO TRUE
           END-READ.

       WRITE-TIMETABLE-PAGE.
           ADD 1 TO TIMETABLE-COUNT.
           MOVE ALL "=" TO TIMETABLE-LINE.
           WRITE TIMETABLE-LINE.
           MOVE SPACES TO TIMETABLE-WORK-LINE.
           STRING "TO THE GUARDIAN: " DELIMITED BY SIZE
                  AD-GUARDIAN-NAME    DELIMITED BY SIZE
                  INTO TIMETABLE-WORK-LINE.
           PERFORM WRITE-TIMETABLE-WORK-LINE.
           MOVE HOLD-STUDENT-NAME TO TIMETABLE-WORK-LINE.
           PERFORM WRITE-TIMETABLE-WORK-LINE.
           MOVE AD-STREET TO TIMETABLE-WORK-LINE.
           PERFORM WRITE-TIMETABLE-WORK-LINE.
           MOVE SPACES TO CITY-STATE-ZIP.
           STRING AD-CITY        DELIMITED BY "  "
                  ", "           DELIMITED BY SIZE
                  AD-STATE       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  AD-POSTAL-CODE DELIMITED BY SIZE
                  INTO CITY-STATE-ZIP.
           MOVE CITY-STATE-ZIP TO TIMETABLE-WORK-LINE.
           PERFORM WRITE-TIMETABLE-WORK-LINE.
           MOVE SPACES TO TIMETABLE-WORK-LINE.
           PERFORM WRITE-TIMETABLE-WORK-LINE.
           MOVE SPACES TO TIMETABLE-WORK-LINE.
           STRING "EXAM TIMETABLE  TERM " DELIMITED BY SIZE
                  CALENDAR-TERM  DELIMITED BY SIZE
                  "  STUDENT "   DELIMITED BY SIZE
                  HOLD-STUDENT-ID DELIMITED BY SIZE
                  INTO TIMETABLE-WORK-LINE.
           PERFORM WRITE-TIMETABLE-WORK-LINE.
           MOVE "DATE      SESSION  LESSON      EXAM  ROOM"
               TO TIMETABLE-WORK-LINE.
           PERFORM WRITE-TIMETABLE-WORK-LINE.
           SET SX-IDX TO 1.
           PERFORM WRITE-TIMETABLE-SITTING
               UNTIL SX-IDX > STUDENT-EXAM-COUNT.
           MOVE SPACES TO TIMETABLE-WORK-LINE.
           PERFORM WRITE-TIMETABLE-WORK-LINE.

       WRITE-TIMETABLE-SITTING.
           IF SX-CLASHES (SX-IDX)
              MOVE "** CLASH - SEE EXAMS OFFICE **" TO CLASH-MARK
           ELSE
              MOVE SPACES TO CLASH-MARK
           END-IF.
           MOVE SPACES TO TIMETABLE-WORK-LINE.
           STRING SX-EXAM-DATE (SX-IDX)   DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  SX-SESSION (SX-IDX)     DELIMITED BY SIZE
                  "       "               DELIMITED BY SIZE
                  SX-LESSON-CODE (SX-IDX) DELIMITED BY SIZE
                  "   "                   DELIMITED BY SIZE
                  SX-EXAM-NUMBER (SX-IDX) DELIMITED BY SIZE
                  "   "                   DELIMITED BY SIZE
                  SX-ROOM (SX-IDX)        DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  CLASH-MARK              DELIMITED BY SIZE
                  INTO TIMETABLE-WORK-LINE.
           PERFORM WRITE-TIMETABLE-WORK-LINE.
           SET SX-IDX UP BY 1.

       WRITE-TIMETABLE-WORK-LINE.
           MOVE TIMETABLE-WORK-LINE TO TIMETABLE-LINE.
           WRITE TIMETABLE-LINE.

      * An address marked undeliverable shows the document that
      * came back and when, so the registrar can chase a new one.
       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-TEXT.
           IF ADDRESS-NOT-FOUND
              ADD 1 TO EXCEPTION-COUNT
              MOVE "NO ADDRESS RECORD - TIMETABLE NOT PRINTED"
                  TO EXCEPTION-TEXT
           ELSE
              ADD 1 TO UNDELIVERABLE-COUNT
              STRING "ADDRESS UNDELIVERABLE - " DELIMITED BY SIZE
                     AD-RETURNED-DOCUMENT DELIMITED BY SIZE
                     " RETURNED "         DELIMITED BY SIZE
                     AD-RETURNED-DATE     DELIMITED BY SIZE
                     " - NOT PRINTED"     DELIMITED BY SIZE
                     INTO EXCEPTION-TEXT
           END-IF.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING HOLD-STUDENT-ID DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  HOLD-STUDENT-NAME DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  EXCEPTION-TEXT  DELIMITED BY SIZE
                  INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       LIST-ROOMS-OVER-CAPACITY.
           MOVE SPACES TO CLASH-REPORT-LINE.
           WRITE CLASH-REPORT-LINE.
           MOVE "ROOMS OVER CAPACITY" TO CLASH-REPORT-LINE.
           WRITE CLASH-REPORT-LINE.
           IF ROOM-COUNT > 0
              SET RM-IDX TO 1
              PERFORM CHECK-ROOM-CAPACITY
                  UNTIL RM-IDX > ROOM-COUNT
           END-IF.

       CHECK-ROOM-CAPACITY.
           IF RM-CANDIDATES (RM-IDX) > RM-CAPACITY (RM-IDX)
              ADD 1 TO OVER-CAPACITY-COUNT
              MOVE RM-CAPACITY (RM-IDX) TO EDIT-CAPACITY
              MOVE RM-CANDIDATES (RM-IDX) TO EDIT-CANDIDATES
              MOVE SPACES TO CLASH-REPORT-LINE
              STRING "  ROOM "              DELIMITED BY SIZE
                     RM-ROOM (RM-IDX)       DELIMITED BY SIZE
                     "  "                   DELIMITED BY SIZE
                     RM-EXAM-DATE (RM-IDX)  DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     RM-SESSION (RM-IDX)    DELIMITED BY SIZE
                     "  CAPACITY "          DELIMITED BY SIZE
                     EDIT-CAPACITY          DELIMITED BY SIZE
                     "  CANDIDATES "        DELIMITED BY SIZE
                     EDIT-CANDIDATES        DELIMITED BY SIZE
                     INTO CLASH-REPORT-LINE
              WRITE CLASH-REPORT-LINE
           END-IF.
           SET RM-IDX UP BY 1.

       LIST-LESSONS-WITHOUT-EXAM.
           MOVE SPACES TO CLASH-REPORT-LINE.
           WRITE CLASH-REPORT-LINE.
           MOVE "ACTIVE LESSONS WITH NO EXAM SCHEDULED IN THE TERM"
               TO CLASH-REPORT-LINE.
           WRITE CLASH-REPORT-LINE.
           IF CATALOG-COUNT > 0
              SET CT-IDX TO 1
              PERFORM CHECK-LESSON-EXAM
                  UNTIL CT-IDX > CATALOG-COUNT
           END-IF.

       CHECK-LESSON-EXAM.
           MOVE "N" TO EXAM-FLAG.
           IF SCHEDULE-COUNT > 0
              SET XT-IDX TO 1
              PERFORM SCAN-LESSON-EXAM
                  UNTIL EXAM-FOUND OR XT-IDX > SCHEDULE-COUNT
           END-IF.
           IF NOT EXAM-FOUND
              ADD 1 TO NO-EXAM-COUNT
              MOVE SPACES TO CLASH-REPORT-LINE
              STRING "  "                   DELIMITED BY SIZE
                     CT-LESSON-CODE (CT-IDX) DELIMITED BY SIZE
                     "  "                   DELIMITED BY SIZE
                     CT-TITLE (CT-IDX)      DELIMITED BY SIZE
                     INTO CLASH-REPORT-LINE
              WRITE CLASH-REPORT-LINE
           END-IF.
           SET CT-IDX UP BY 1.

       SCAN-LESSON-EXAM.
           IF XT-LESSON-CODE (XT-IDX) = CT-LESSON-CODE (CT-IDX)
              SET EXAM-FOUND TO TRUE
           ELSE
              SET XT-IDX UP BY 1
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO CLASH-REPORT-LINE.
           STRING "EXAM CLASH CHECK   TERM " DELIMITED BY SIZE
                  CALENDAR-TERM  DELIMITED BY SIZE
                  "   RUN DATE " DELIMITED BY SIZE
                  CALENDAR-DATE  DELIMITED BY SIZE
                  INTO CLASH-REPORT-LINE.
           WRITE CLASH-REPORT-LINE.
           MOVE SPACES TO CLASH-REPORT-LINE.
           WRITE CLASH-REPORT-LINE.
           MOVE "STUDENTS BOOKED INTO TWO EXAMS IN ONE SESSION"
               TO CLASH-REPORT-LINE.
           WRITE CLASH-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CLASH-REPORT-LINE.
           WRITE CLASH-REPORT-LINE.
           MOVE SPACES TO CLASH-REPORT-LINE.
           STRING "CLASHES="          DELIMITED BY SIZE
                  CLASH-COUNT         DELIMITED BY SIZE
                  " ROOMS OVER="      DELIMITED BY SIZE
                  OVER-CAPACITY-COUNT DELIMITED BY SIZE
                  " LESSONS NO EXAM=" DELIMITED BY SIZE
                  NO-EXAM-COUNT       DELIMITED BY SIZE
                  " TIMETABLES="      DELIMITED BY SIZE
                  TIMETABLE-COUNT     DELIMITED BY SIZE
                  " MISSING ADDRESSES=" DELIMITED BY SIZE
                  EXCEPTION-COUNT     DELIMITED BY SIZE
                  " OUTSIDE TERM="    DELIMITED BY SIZE
                  OUTSIDE-TERM-COUNT  DELIMITED BY SIZE
                  INTO CLASH-REPORT-LINE.
           WRITE CLASH-REPORT-LINE.
           MOVE SPACES TO CLASH-REPORT-LINE.
           STRING "UNDELIVERABLE ADDRESSES=" DELIMITED BY SIZE
                  UNDELIVERABLE-COUNT DELIMITED BY SIZE
                  INTO CLASH-REPORT-LINE.
           WRITE CLASH-REPORT-LINE.

      * The processing date and term come from the calendar control
      * file rather than the system clock, so a run that goes past
      * midnight or is rerun next morning still posts under the
      * night it belongs to.  The current term's T record gives the
      * dates the schedule is checked for.
       GET-PROCESSING-DATE.
           OPEN INPUT CALENDAR-CONTROL-FILE.
           PERFORM READ-CALENDAR-RECORD.
           PERFORM SCAN-CALENDAR-RECORD UNTIL CAL-END-OF-FILE.
           CLOSE CALENDAR-CONTROL-FILE.
           IF CALENDAR-DATE = SPACES
              DISPLAY "EXAM-CLASH-CHECK: NO PROCESSING DATE ON "
                      "CALENDAR CONTROL FILE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO CAL-EOF-FLAG.
           OPEN INPUT CALENDAR-CONTROL-FILE.
           PERFORM READ-CALENDAR-RECORD.
           PERFORM FIND-CURRENT-TERM UNTIL CAL-END-OF-FILE.
           CLOSE CALENDAR-CONTROL-FILE.
           IF NOT TERM-FOUND
              DISPLAY "EXAM-CLASH-CHECK: NO TERM RECORD FOR "
                      CALENDAR-TERM " ON CALENDAR CONTROL FILE"
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

       FIND-CURRENT-TERM.
           IF CC-TERM-RECORD AND CC-TERM-CODE = CALENDAR-TERM
              SET TERM-FOUND TO TRUE
              MOVE CC-TERM-START TO TERM-START
              MOVE CC-TERM-END TO TERM-WINDOW-END
              IF CC-EXAM-END > TERM-WINDOW-END
                 MOVE CC-EXAM-END TO TERM-WINDOW-END
              END-IF
           END-IF.
           PERFORM READ-CALENDAR-RECORD.
