       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-SCHEDULE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANSACTION-FILE ASSIGN TO "EXAMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXAM-SCHEDULE-FILE ASSIGN TO "EXAMSCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-SCHEDULE-FILE ASSIGN TO "NEWEXAM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "EXAMMRPT"
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
           COPY EXAMSCH.
       FD  EXAM-SCHEDULE-FILE.
       01  EXAM-SCHEDULE-RECORD   PIC X(30).
       FD  NEW-SCHEDULE-FILE.
       01  NEW-SCHEDULE-RECORD    PIC X(30).
       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           COPY CRSECAT.
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
       77  SCHEDULE-EOF-FLAG PIC X(1) VALUE "N".
           88  SCHEDULE-END-OF-FILE   VALUE "Y".
       77  CATALOG-EOF-FLAG PIC X(1) VALUE "N".
           88  CATALOG-END-OF-FILE    VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  MATCH-FLAG         PIC X(1).
           88  EXAM-MATCHED       VALUE "Y".
           88  EXAM-NOT-MATCHED   VALUE "N".
       77  CATALOG-FLAG       PIC X(1).
           88  CATALOG-KEY-FOUND  VALUE "Y".
       77  HOLIDAY-FLAG       PIC X(1).
           88  HOLIDAY-FOUND      VALUE "Y".
       77  ROOM-FLAG          PIC X(1).
           88  ROOM-CAPACITY-DIFFERS VALUE "Y".
       77  SCHEDULE-COUNT     PIC 9(3) VALUE 0.
       77  SCHEDULE-MAX       PIC 9(3) VALUE 300.
       77  CATALOG-COUNT      PIC 9(3) VALUE 0.
       77  CATALOG-MAX        PIC 9(3) VALUE 050.
       77  HOLIDAY-COUNT      PIC 9(3) VALUE 0.
       77  HOLIDAY-MAX        PIC 9(3) VALUE 400.
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
       77  EDIT-CAPACITY      PIC ZZ9.

       01  EXAM-DATE-PARTS.
           05  EXAM-YEAR          PIC 9(4).
           05  EXAM-MONTH         PIC 9(2).
           05  EXAM-DAY           PIC 9(2).

       01  EXAM-WORK-RECORD.
           COPY EXAMSCH.

       01  SCHEDULE-TABLE.
           03  SCHEDULE-ENTRY OCCURS 300 TIMES INDEXED BY XT-IDX.
               05  XT-LESSON-CODE    PIC X(10).
               05  XT-EXAM-NUMBER    PIC 9(1).
               05  XT-EXAM-DATE      PIC X(8).
               05  XT-SESSION        PIC X(2).
               05  XT-ROOM           PIC X(6).
               05  XT-ROOM-CAPACITY  PIC 9(3).
               05  XT-DELETE-FLAG    PIC X(1).
                   88  XT-DELETED        VALUE "D".
               05  XT-EXAM-DATA      PIC X(30).

       01  CATALOG-TABLE.
           03  CATALOG-ENTRY OCCURS 50 TIMES INDEXED BY CT-IDX.
               05  CT-LESSON-CODE    PIC X(10).

       01  HOLIDAY-TABLE.
           03  HOLIDAY-ENTRY OCCURS 400 TIMES INDEXED BY HL-IDX.
               05  HL-DATE           PIC X(8).
       PROCEDURE DIVISION.
      * Applies keyed ADD/CHANGE/DELETE transactions to the exam
      * schedule and writes a fresh copy, so the exam office keeps
      * the timetable on file instead of on paper.  The key is the
      * lesson plus the exam number.  The lesson must be on the
      * course catalog, the exam falls on a business day (not an N
      * record on the calendar control file) in the AM, PM or EV
      * session, and the room carries a seating capacity.  Lessons
      * may share a room in a session, but must all quote the same
      * capacity for it, since EXAM-CLASH-CHECK adds up the
      * candidates in the room against that figure.  Every applied
      * or rejected transaction goes on the audit listing with the
      * before and after record images.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CATALOG-TABLE.
           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM READ-TRANSACTION.
           PERFORM APPLY-TRANSACTION UNTIL TXN-END-OF-FILE.
           PERFORM WRITE-NEW-SCHEDULE.
           PERFORM WRITE-MAINT-TOTALS.
           PERFORM CLOSE-FILES.
           IF REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT MAINT-TRANSACTION-FILE
                      EXAM-SCHEDULE-FILE
                      COURSE-CATALOG-FILE
                OUTPUT NEW-SCHEDULE-FILE
                       MAINT-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "EXAM SCHEDULE MAINTENANCE AUDIT   RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       CLOSE-FILES.
           CLOSE MAINT-TRANSACTION-FILE EXAM-SCHEDULE-FILE
                 COURSE-CATALOG-FILE NEW-SCHEDULE-FILE
                 MAINT-REPORT-FILE.

       LOAD-CATALOG-TABLE.
           PERFORM READ-CATALOG-RECORD.
           PERFORM LOAD-CATALOG-ENTRY UNTIL CATALOG-END-OF-FILE.

       READ-CATALOG-RECORD.
           READ COURSE-CATALOG-FILE
               AT END SET CATALOG-END-OF-FILE TO TRUE
           END-READ.

       LOAD-CATALOG-ENTRY.
           IF CATALOG-COUNT >= CATALOG-MAX
              DISPLAY "EXAM-SCHEDULE-MAINT: CATALOG TABLE FULL AT "
                      CATALOG-MAX " RECORDS"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO CATALOG-COUNT.
           SET CT-IDX TO CATALOG-COUNT.
           MOVE CAT-LESSON-CODE TO CT-LESSON-CODE (CT-IDX).
           PERFORM READ-CATALOG-RECORD.

       LOAD-SCHEDULE-TABLE.
           PERFORM READ-SCHEDULE-RECORD.
           PERFORM LOAD-SCHEDULE-ENTRY UNTIL SCHEDULE-END-OF-FILE.

       READ-SCHEDULE-RECORD.
           READ EXAM-SCHEDULE-FILE
               AT END SET SCHEDULE-END-OF-FILE TO TRUE
           END-READ.

       LOAD-SCHEDULE-ENTRY.
           IF SCHEDULE-COUNT >= SCHEDULE-MAX
              DISPLAY "EXAM-SCHEDULE-MAINT: SCHEDULE TABLE FULL AT "
                      SCHEDULE-MAX " RECORDS"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO SCHEDULE-COUNT.
           SET XT-IDX TO SCHEDULE-COUNT.
           MOVE EXAM-SCHEDULE-RECORD TO EXAM-WORK-RECORD.
           PERFORM SET-TABLE-KEY.
           MOVE SPACE TO XT-DELETE-FLAG (XT-IDX).
           MOVE EXAM-SCHEDULE-RECORD TO XT-EXAM-DATA (XT-IDX).
           PERFORM READ-SCHEDULE-RECORD.

       SET-TABLE-KEY.
           MOVE EX-LESSON-CODE OF EXAM-WORK-RECORD
               TO XT-LESSON-CODE (XT-IDX).
           MOVE EX-EXAM-NUMBER OF EXAM-WORK-RECORD
               TO XT-EXAM-NUMBER (XT-IDX).
           MOVE EX-EXAM-DATE OF EXAM-WORK-RECORD
               TO XT-EXAM-DATE (XT-IDX).
           MOVE EX-SESSION OF EXAM-WORK-RECORD
               TO XT-SESSION (XT-IDX).
           MOVE EX-ROOM OF EXAM-WORK-RECORD
               TO XT-ROOM (XT-IDX).
           MOVE EX-ROOM-CAPACITY OF EXAM-WORK-RECORD
               TO XT-ROOM-CAPACITY (XT-IDX).

       READ-TRANSACTION.
           READ MAINT-TRANSACTION-FILE
               AT END SET TXN-END-OF-FILE TO TRUE
           END-READ.

       APPLY-TRANSACTION.
           PERFORM FIND-SCHEDULE-ENTRY.
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

       FIND-SCHEDULE-ENTRY.
           SET EXAM-NOT-MATCHED TO TRUE.
           MOVE 0 TO MATCHED-SLOT.
           IF SCHEDULE-COUNT > 0
              SET XT-IDX TO 1
              PERFORM SCAN-SCHEDULE-ENTRY
                  UNTIL EXAM-MATCHED OR XT-IDX > SCHEDULE-COUNT
           END-IF.

       SCAN-SCHEDULE-ENTRY.
           IF XT-LESSON-CODE (XT-IDX) =
                   EX-LESSON-CODE OF MAINT-TRANSACTION-RECORD
              AND XT-EXAM-NUMBER (XT-IDX) =
                   EX-EXAM-NUMBER OF MAINT-TRANSACTION-RECORD
              AND NOT XT-DELETED (XT-IDX)
              SET EXAM-MATCHED TO TRUE
              SET MATCHED-SLOT TO XT-IDX
           ELSE
              SET XT-IDX UP BY 1
           END-IF.

       EDIT-TRANSACTION.
           SET TXN-CLEAN TO TRUE.
           MOVE EX-EXAM-DATE OF MAINT-TRANSACTION-RECORD
               TO EXAM-DATE-PARTS.
           EVALUATE TRUE
               WHEN EX-EXAM-DATE OF MAINT-TRANSACTION-RECORD
                        IS NOT NUMERIC
                   MOVE "EXAM DATE NOT NUMERIC" TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN EXAM-MONTH < 1 OR EXAM-MONTH > 12
                    OR EXAM-DAY < 1 OR EXAM-DAY > 31
                   MOVE "EXAM DATE NOT A CALENDAR DATE"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN NOT EX-VALID-SESSION OF MAINT-TRANSACTION-RECORD
                   MOVE "SESSION MUST BE AM, PM OR EV"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN EX-ROOM OF MAINT-TRANSACTION-RECORD = SPACES
                   MOVE "ROOM MISSING" TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN EX-ROOM-CAPACITY OF MAINT-TRANSACTION-RECORD
                        IS NOT NUMERIC
                    OR EX-ROOM-CAPACITY OF MAINT-TRANSACTION-RECORD
                        = 0
                   MOVE "ROOM CAPACITY MISSING OR NOT NUMERIC"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
           END-EVALUATE.
           IF TXN-CLEAN
              PERFORM CHECK-CATALOG-KEY
           END-IF.
           IF TXN-CLEAN
              PERFORM CHECK-BUSINESS-DAY
           END-IF.
           IF TXN-CLEAN
              PERFORM CHECK-ROOM-CAPACITY
           END-IF.

      * The lesson and exam number are the key, so they are edited
      * on every action before the entry is looked up.
       EDIT-KEY.
           SET TXN-CLEAN TO TRUE.
           EVALUATE TRUE
               WHEN EX-LESSON-CODE OF MAINT-TRANSACTION-RECORD
                        = SPACES
                   MOVE "LESSON CODE MISSING" TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN EX-EXAM-NUMBER OF MAINT-TRANSACTION-RECORD
                        IS NOT NUMERIC
                   MOVE "EXAM NUMBER MUST BE 1, 2 OR 3"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN NOT EX-VALID-EXAM-NUMBER
                        OF MAINT-TRANSACTION-RECORD
                   MOVE "EXAM NUMBER MUST BE 1, 2 OR 3"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
           END-EVALUATE.

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
                   EX-LESSON-CODE OF MAINT-TRANSACTION-RECORD
              SET CATALOG-KEY-FOUND TO TRUE
           ELSE
              SET CT-IDX UP BY 1
           END-IF.

       CHECK-BUSINESS-DAY.
           MOVE "N" TO HOLIDAY-FLAG.
           IF HOLIDAY-COUNT > 0
              SET HL-IDX TO 1
              PERFORM SCAN-HOLIDAY-ENTRY
                  UNTIL HOLIDAY-FOUND OR HL-IDX > HOLIDAY-COUNT
           END-IF.
           IF HOLIDAY-FOUND
              MOVE "EXAM DATE IS NOT A BUSINESS DAY"
                  TO REJECT-REASON
              SET TXN-IN-ERROR TO TRUE
           END-IF.

       SCAN-HOLIDAY-ENTRY.
           IF HL-DATE (HL-IDX) =
                   EX-EXAM-DATE OF MAINT-TRANSACTION-RECORD
              SET HOLIDAY-FOUND TO TRUE
           ELSE
              SET HL-IDX UP BY 1
           END-IF.

      * The entry a CHANGE is replacing is left out of the
      * comparison.
       CHECK-ROOM-CAPACITY.
           MOVE "N" TO ROOM-FLAG.
           IF SCHEDULE-COUNT > 0
              SET XT-IDX TO 1
              PERFORM SCAN-ROOM-ENTRY
                  UNTIL ROOM-CAPACITY-DIFFERS
                     OR XT-IDX > SCHEDULE-COUNT
           END-IF.
           IF ROOM-CAPACITY-DIFFERS
              MOVE XT-ROOM-CAPACITY (XT-IDX) TO EDIT-CAPACITY
              MOVE SPACES TO REJECT-REASON
              STRING "ROOM ALREADY BOOKED WITH CAPACITY "
                                       DELIMITED BY SIZE
                     EDIT-CAPACITY     DELIMITED BY SIZE
                     INTO REJECT-REASON
              SET TXN-IN-ERROR TO TRUE
           END-IF.

       SCAN-ROOM-ENTRY.
           IF XT-ROOM (XT-IDX) = EX-ROOM OF MAINT-TRANSACTION-RECORD
              AND XT-EXAM-DATE (XT-IDX) =
                   EX-EXAM-DATE OF MAINT-TRANSACTION-RECORD
              AND XT-SESSION (XT-IDX) =
                   EX-SESSION OF MAINT-TRANSACTION-RECORD
              AND XT-ROOM-CAPACITY (XT-IDX) NOT =
                   EX-ROOM-CAPACITY OF MAINT-TRANSACTION-RECORD
              AND NOT XT-DELETED (XT-IDX)
              AND XT-IDX NOT = MATCHED-SLOT
              SET ROOM-CAPACITY-DIFFERS TO TRUE
           ELSE
              SET XT-IDX UP BY 1
           END-IF.

       APPLY-ADD.
           PERFORM EDIT-KEY.
           IF TXN-IN-ERROR
              PERFORM WRITE-REJECT-LINE
           ELSE
              IF EXAM-MATCHED
                 MOVE "DUPLICATE LESSON AND EXAM NUMBER ON ADD"
                     TO REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 PERFORM EDIT-TRANSACTION
                 IF TXN-IN-ERROR
                    PERFORM WRITE-REJECT-LINE
                 ELSE
                    PERFORM ADD-SCHEDULE-ENTRY
                 END-IF
              END-IF
           END-IF.

       ADD-SCHEDULE-ENTRY.
           IF SCHEDULE-COUNT >= SCHEDULE-MAX
              MOVE "SCHEDULE TABLE FULL" TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              ADD 1 TO SCHEDULE-COUNT
              SET XT-IDX TO SCHEDULE-COUNT
              MOVE SPACE TO XT-DELETE-FLAG (XT-IDX)
              PERFORM MOVE-TXN-TO-WORK
              PERFORM SET-TABLE-KEY
              MOVE EXAM-WORK-RECORD TO XT-EXAM-DATA (XT-IDX)
              ADD 1 TO ADD-COUNT
              PERFORM WRITE-AFTER-LINE
           END-IF.

       APPLY-CHANGE.
           IF EXAM-NOT-MATCHED
              MOVE "NO MATCHING EXAM SCHEDULE RECORD"
                  TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM EDIT-TRANSACTION
              SET XT-IDX TO MATCHED-SLOT
              IF TXN-IN-ERROR
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 PERFORM WRITE-BEFORE-LINE
                 PERFORM MOVE-TXN-TO-WORK
                 PERFORM SET-TABLE-KEY
                 MOVE EXAM-WORK-RECORD TO XT-EXAM-DATA (XT-IDX)
                 ADD 1 TO CHANGE-COUNT
                 PERFORM WRITE-AFTER-LINE
              END-IF
           END-IF.

       APPLY-DELETE.
           IF EXAM-NOT-MATCHED
              MOVE "NO MATCHING EXAM SCHEDULE RECORD"
                  TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM WRITE-BEFORE-LINE
              SET XT-DELETED (XT-IDX) TO TRUE
              ADD 1 TO DELETE-COUNT
           END-IF.

       MOVE-TXN-TO-WORK.
           MOVE EX-LESSON-CODE OF MAINT-TRANSACTION-RECORD
               TO EX-LESSON-CODE OF EXAM-WORK-RECORD.
           MOVE EX-EXAM-NUMBER OF MAINT-TRANSACTION-RECORD
               TO EX-EXAM-NUMBER OF EXAM-WORK-RECORD.
           MOVE EX-EXAM-DATE OF MAINT-TRANSACTION-RECORD
               TO EX-EXAM-DATE OF EXAM-WORK-RECORD.
           MOVE EX-SESSION OF MAINT-TRANSACTION-RECORD
               TO EX-SESSION OF EXAM-WORK-RECORD.
           MOVE EX-ROOM OF MAINT-TRANSACTION-RECORD
               TO EX-ROOM OF EXAM-WORK-RECORD.
           MOVE EX-ROOM-CAPACITY OF MAINT-TRANSACTION-RECORD
               TO EX-ROOM-CAPACITY OF EXAM-WORK-RECORD.

       WRITE-BEFORE-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING MNT-ACTION     DELIMITED BY SIZE
                  "  BEFORE: "   DELIMITED BY SIZE
                  XT-EXAM-DATA (XT-IDX)
                                 DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-AFTER-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING MNT-ACTION     DELIMITED BY SIZE
                  "  AFTER:  "   DELIMITED BY SIZE
                  XT-EXAM-DATA (XT-IDX)
                                 DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING MNT-ACTION     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  EX-LESSON-CODE OF MAINT-TRANSACTION-RECORD
                                 DELIMITED BY SIZE
                  " EXAM "       DELIMITED BY SIZE
                  EX-EXAM-NUMBER OF MAINT-TRANSACTION-RECORD
                                 DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  REJECT-REASON  DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-NEW-SCHEDULE.
           IF SCHEDULE-COUNT > 0
              SET XT-IDX TO 1
              PERFORM WRITE-SCHEDULE-ENTRY
                  UNTIL XT-IDX > SCHEDULE-COUNT
           END-IF.

       WRITE-SCHEDULE-ENTRY.
           IF NOT XT-DELETED (XT-IDX)
              MOVE XT-EXAM-DATA (XT-IDX) TO NEW-SCHEDULE-RECORD
              WRITE NEW-SCHEDULE-RECORD
              ADD 1 TO WRITTEN-COUNT
           END-IF.
           SET XT-IDX UP BY 1.

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
                  " EXAMS OUT="   DELIMITED BY SIZE
                  WRITTEN-COUNT   DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

      * The processing date and term come from the calendar control
      * file rather than the system clock, so a run that goes past
      * midnight or is rerun next morning still posts under the
      * night it belongs to.  The non-business days are kept so an
      * exam is never booked on one.
       GET-PROCESSING-DATE.
           OPEN INPUT CALENDAR-CONTROL-FILE.
           PERFORM READ-CALENDAR-RECORD.
           PERFORM SCAN-CALENDAR-RECORD UNTIL CAL-END-OF-FILE.
           CLOSE CALENDAR-CONTROL-FILE.
           IF CALENDAR-DATE = SPACES
              DISPLAY "EXAM-SCHEDULE-MAINT: NO PROCESSING DATE ON "
                      "CALENDAR CONTROL FILE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-CALENDAR-RECORD.
           READ CALENDAR-CONTROL-FILE
               AT END SET CAL-END-OF-FILE TO TRUE
           END-READ.

       SCAN-CALENDAR-RECORD.
           EVALUATE TRUE
               WHEN CC-CONTROL-RECORD
                   MOVE CC-CALENDAR-DATE TO CALENDAR-DATE
                   MOVE CC-TERM-CODE     TO CALENDAR-TERM
               WHEN CC-NON-BUSINESS-DAY
                   PERFORM LOAD-HOLIDAY-ENTRY
           END-EVALUATE.
           PERFORM READ-CALENDAR-RECORD.

       LOAD-HOLIDAY-ENTRY.
           IF HOLIDAY-COUNT >= HOLIDAY-MAX
              DISPLAY "EXAM-SCHEDULE-MAINT: HOLIDAY TABLE FULL AT "
                      HOLIDAY-MAX " ENTRIES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO HOLIDAY-COUNT.
           SET HL-IDX TO HOLIDAY-COUNT.
           MOVE CC-CALENDAR-DATE TO HL-DATE (HL-IDX).
