       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-RANK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIREMENTS-FILE ASSIGN TO "PROGREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-GPA-FILE ASSIGN TO "STUGPA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GPA-STUDENT-ID.
           SELECT CLASS-RANK-FILE ASSIGN TO "CLSRANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-STUDENT-ID.
           SELECT RANK-REPORT-FILE ASSIGN TO "RANKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  REQUIREMENTS-FILE.
       01  REQUIREMENTS-RECORD.
           COPY PROGREQ.
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD.
           05  TR-STUDENT-ID      PIC X(6).
           05  TR-STUDENT-NAME    PIC X(38).
           05  TR-LESSON          PIC X(10).
           05  TR-AVERAGE         PIC 9(3)V99.
           05  TR-PASS-FLAG       PIC X(1).
           05  TR-LETTER-GRADE    PIC X(1).
           05  TR-RUN-DATE        PIC X(8).
       FD  TRANSCRIPT-HISTORY-FILE.
       01  TRANSCRIPT-HISTORY-RECORD.
           COPY TRANHIST.
       FD  STUDENT-GPA-FILE.
       01  STUDENT-GPA-RECORD.
           COPY STUGPA.
       FD  CLASS-RANK-FILE.
       01  CLASS-RANK-RECORD.
           COPY CLSRANK.
       FD  RANK-REPORT-FILE.
       01  RANK-REPORT-LINE       PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PROGRAM-SLOT    PIC 9(3).
           05  SW-GPA-CUMULATIVE  PIC 9(3)V99.
           05  SW-CREDITS-EARNED  PIC 9(5).
           05  SW-STUDENT-ID      PIC X(6).
           05  SW-STUDENT-SLOT    PIC 9(5).
           05  SW-CREDITS-ATTEMPTED PIC 9(5).
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  REQ-EOF-FLAG   PIC X(1) VALUE "N".
           88  REQ-END-OF-FILE        VALUE "Y".
       77  TRANS-EOF-FLAG PIC X(1) VALUE "N".
           88  TRANS-END-OF-FILE      VALUE "Y".
       77  HIST-EOF-FLAG  PIC X(1) VALUE "N".
           88  HIST-END-OF-FILE       VALUE "Y".
       77  GPA-EOF-FLAG   PIC X(1) VALUE "N".
           88  GPA-END-OF-FILE        VALUE "Y".
       77  SORT-EOF-FLAG  PIC X(1) VALUE "N".
           88  SORT-END-OF-FILE       VALUE "Y".
       77  PG-FOUND-FLAG  PIC X(1).
           88  PG-FOUND           VALUE "Y".
           88  PG-NOT-FOUND       VALUE "N".
       77  ST-FOUND-FLAG  PIC X(1).
           88  ST-FOUND           VALUE "Y".
           88  ST-NOT-FOUND       VALUE "N".
       77  RUN-DATE           PIC X(8).
       77  MIN-CREDITS-ATTEMPTED PIC 9(5) VALUE 00012.
       77  PROGRAM-COUNT      PIC 9(3) VALUE 0.
       77  PROGRAM-MAX        PIC 9(3) VALUE 050.
       77  REQUIRED-COUNT     PIC 9(3) VALUE 0.
       77  REQUIRED-MAX       PIC 9(3) VALUE 200.
       77  STUDENT-COUNT      PIC 9(5) VALUE 0.
       77  STUDENT-MAX        PIC 9(5) VALUE 2000.
       77  GRADE-STUDENT-ID   PIC X(6).
       77  GRADE-STUDENT-NAME PIC X(38).
       77  GRADE-LESSON       PIC X(10).
       77  RQ-SUB             PIC 9(3).
       77  PG-SUB             PIC 9(3).
       77  BEST-SLOT          PIC 9(3).
       77  BEST-HITS          PIC 9(3).
       77  SWEEP-COUNT        PIC 9(5) VALUE 0.
       77  BELOW-MINIMUM-COUNT PIC 9(5) VALUE 0.
       77  NO-PROGRAM-COUNT   PIC 9(5) VALUE 0.
       77  RANKED-COUNT       PIC 9(5) VALUE 0.
       77  HOLD-PROGRAM-SLOT  PIC 9(3) VALUE 0.
       77  HOLD-GPA           PIC 9(3)V99.
       77  HOLD-CREDITS-EARNED PIC 9(5).
       77  COHORT-POSITION    PIC 9(5).
       77  CLASS-RANK         PIC 9(5).
       77  COHORT-SIZE        PIC 9(5).
       77  PERCENTILE         PIC 9(3).
       77  EDIT-GPA           PIC ZZ9.99.
       77  EDIT-RANK          PIC ZZZZ9.
       77  EDIT-COHORT        PIC ZZZZ9.
       77  EDIT-PERCENTILE    PIC ZZ9.
       77  EDIT-CREDITS-ATT   PIC ZZZZ9.
       77  EDIT-CREDITS-EARN  PIC ZZZZ9.

       01  RANK-PARM.
           05  RP-MINIMUM-X       PIC X(5).
           05  RP-MINIMUM-N REDEFINES RP-MINIMUM-X
                                  PIC 9(5).

       01  PROGRAM-TABLE.
           03  PROGRAM-ENTRY OCCURS 50 TIMES INDEXED BY PG-IDX.
               05  PG-PROGRAM-CODE   PIC X(8).
               05  PG-PROGRAM-TITLE  PIC X(30).
               05  PG-COHORT-COUNT   PIC 9(5).
               05  PG-HITS           PIC 9(3).

       01  REQUIREMENT-TABLE.
           03  REQUIREMENT-ENTRY OCCURS 200 TIMES.
               05  RE-PROGRAM-SLOT   PIC 9(3).
               05  RE-LESSON-CODE    PIC X(10).

       01  STUDENT-TABLE.
           03  STUDENT-ENTRY OCCURS 2000 TIMES INDEXED BY ST-IDX.
               05  ST-STUDENT-ID     PIC X(6).
               05  ST-STUDENT-NAME   PIC X(38).
               05  ST-PROGRAM-SLOT   PIC 9(3).
               05  ST-TAKEN-FLAG     PIC X(1) OCCURS 200 TIMES.
       PROCEDURE DIVISION.
      * Term-end class rank within each program of study.  The
      * PROGREQ file names the programs and their required lessons;
      * a student belongs to the program whose required lessons the
      * student has taken the most of, counting every grade line on
      * the live transcript and the transcript history whether
      * passed or not, and each lesson once.  A tie between two
      * programs goes to the one first on the requirements file; a
      * student with no required lesson of any program is not
      * ranked.  Students with at least the minimum credits
      * attempted on STUGPA are then ranked within their program by
      * cumulative GPA, highest first, ties broken on credits
      * earned; students level on both share the higher rank.  The
      * rank, the cohort size and the percentile go on the indexed
      * class rank file for TRANSCRIPT-PRINT and STUDENT-PROFILE,
      * and the registrar gets a ranked listing per program.  The
      * parm is the minimum credits attempted 9(5); blank takes 12.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           ACCEPT RANK-PARM FROM COMMAND-LINE.
           IF RP-MINIMUM-X IS NUMERIC
              MOVE RP-MINIMUM-N TO MIN-CREDITS-ATTEMPTED
           END-IF.
           MOVE CALENDAR-DATE TO RUN-DATE.
           PERFORM LOAD-REQUIREMENTS.
           IF PROGRAM-COUNT = 0
              DISPLAY "CLASS-RANK: NO PROGRAMS ON REQUIREMENTS FILE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SWEEP-LIVE-TRANSCRIPT.
           PERFORM SWEEP-TRANSCRIPT-HISTORY.
           SET ST-IDX TO 1.
           PERFORM ASSIGN-STUDENT-PROGRAM
               UNTIL ST-IDX > STUDENT-COUNT.
           OPEN INPUT STUDENT-GPA-FILE
                OUTPUT CLASS-RANK-FILE
                       RANK-REPORT-FILE.
           PERFORM WRITE-RANK-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PROGRAM-SLOT
               ON DESCENDING KEY SW-GPA-CUMULATIVE
                                 SW-CREDITS-EARNED
               ON ASCENDING KEY SW-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-RANKED-STUDENTS
               OUTPUT PROCEDURE IS RANK-STUDENTS.
           PERFORM WRITE-RANK-TOTALS.
           CLOSE STUDENT-GPA-FILE CLASS-RANK-FILE RANK-REPORT-FILE.
           STOP RUN.

      * ------------------------------ PROGRAMS OF STUDY
      * H and L records may come in any order; a program is entered
      * the first time its code is seen and its title filled in
      * from the H record.
       LOAD-REQUIREMENTS.
           OPEN INPUT REQUIREMENTS-FILE.
           PERFORM READ-REQUIREMENT-RECORD.
           PERFORM LOAD-ONE-REQUIREMENT UNTIL REQ-END-OF-FILE.
           CLOSE REQUIREMENTS-FILE.

       READ-REQUIREMENT-RECORD.
           READ REQUIREMENTS-FILE
               AT END SET REQ-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-REQUIREMENT.
           PERFORM FIND-PROGRAM-ENTRY.
           IF PG-NOT-FOUND
              IF PROGRAM-COUNT >= PROGRAM-MAX
                 DISPLAY "CLASS-RANK: PROGRAM TABLE FULL AT "
                         PROGRAM-MAX
                 CLOSE REQUIREMENTS-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO PROGRAM-COUNT
              SET PG-IDX TO PROGRAM-COUNT
              MOVE RQ-PROGRAM-CODE TO PG-PROGRAM-CODE (PG-IDX)
              MOVE SPACES          TO PG-PROGRAM-TITLE (PG-IDX)
              MOVE 0               TO PG-COHORT-COUNT (PG-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN RQ-PROGRAM-HEADER
                   MOVE RQ-PROGRAM-TITLE TO PG-PROGRAM-TITLE (PG-IDX)
               WHEN RQ-LESSON-DETAIL
                   IF REQUIRED-COUNT >= REQUIRED-MAX
                      DISPLAY "CLASS-RANK: REQUIREMENT TABLE FULL AT "
                              REQUIRED-MAX
                      CLOSE REQUIREMENTS-FILE
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO REQUIRED-COUNT
                   SET RE-PROGRAM-SLOT (REQUIRED-COUNT) TO PG-IDX
                   MOVE RQ-LESSON-CODE
                       TO RE-LESSON-CODE (REQUIRED-COUNT)
           END-EVALUATE.
           PERFORM READ-REQUIREMENT-RECORD.

       FIND-PROGRAM-ENTRY.
           SET PG-NOT-FOUND TO TRUE.
           IF PROGRAM-COUNT > 0
              SET PG-IDX TO 1
              PERFORM SCAN-PROGRAM-ENTRY
                  UNTIL PG-FOUND OR PG-IDX > PROGRAM-COUNT
           END-IF.

       SCAN-PROGRAM-ENTRY.
           IF PG-PROGRAM-CODE (PG-IDX) = RQ-PROGRAM-CODE
              SET PG-FOUND TO TRUE
           ELSE
              SET PG-IDX UP BY 1
           END-IF.

      * ------------------------------ LESSONS TAKEN
       SWEEP-LIVE-TRANSCRIPT.
           OPEN INPUT TRANSCRIPT-FILE.
           PERFORM READ-TRANSCRIPT-RECORD.
           PERFORM POST-LIVE-GRADE UNTIL TRANS-END-OF-FILE.
           CLOSE TRANSCRIPT-FILE.

       READ-TRANSCRIPT-RECORD.
           READ TRANSCRIPT-FILE
               AT END SET TRANS-END-OF-FILE TO TRUE
           END-READ.

       POST-LIVE-GRADE.
           MOVE TR-STUDENT-ID   TO GRADE-STUDENT-ID.
           MOVE TR-STUDENT-NAME TO GRADE-STUDENT-NAME.
           MOVE TR-LESSON       TO GRADE-LESSON.
           PERFORM POST-ONE-GRADE.
           PERFORM READ-TRANSCRIPT-RECORD.

       SWEEP-TRANSCRIPT-HISTORY.
           OPEN INPUT TRANSCRIPT-HISTORY-FILE.
           PERFORM READ-HISTORY-RECORD.
           PERFORM POST-HISTORY-GRADE UNTIL HIST-END-OF-FILE.
           CLOSE TRANSCRIPT-HISTORY-FILE.

       READ-HISTORY-RECORD.
           READ TRANSCRIPT-HISTORY-FILE
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.

       POST-HISTORY-GRADE.
           MOVE TH-STUDENT-ID   TO GRADE-STUDENT-ID.
           MOVE TH-STUDENT-NAME TO GRADE-STUDENT-NAME.
           MOVE TH-LESSON       TO GRADE-LESSON.
           PERFORM POST-ONE-GRADE.
           PERFORM READ-HISTORY-RECORD.

       POST-ONE-GRADE.
           PERFORM FIND-STUDENT-ENTRY.
           IF ST-NOT-FOUND
              IF STUDENT-COUNT >= STUDENT-MAX
                 DISPLAY "CLASS-RANK: STUDENT TABLE FULL AT "
                         STUDENT-MAX
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO STUDENT-COUNT
              SET ST-IDX TO STUDENT-COUNT
              MOVE GRADE-STUDENT-ID   TO ST-STUDENT-ID (ST-IDX)
              MOVE GRADE-STUDENT-NAME TO ST-STUDENT-NAME (ST-IDX)
              MOVE 0                  TO ST-PROGRAM-SLOT (ST-IDX)
              MOVE 1 TO RQ-SUB
              PERFORM CLEAR-TAKEN-FLAG
                  UNTIL RQ-SUB > REQUIRED-COUNT
           END-IF.
           MOVE 1 TO RQ-SUB.
           PERFORM CHECK-REQUIREMENT-MATCH
               UNTIL RQ-SUB > REQUIRED-COUNT.

       CLEAR-TAKEN-FLAG.
           MOVE SPACE TO ST-TAKEN-FLAG (ST-IDX RQ-SUB).
           ADD 1 TO RQ-SUB.

       FIND-STUDENT-ENTRY.
           SET ST-NOT-FOUND TO TRUE.
           IF STUDENT-COUNT > 0
              SET ST-IDX TO 1
              PERFORM SCAN-STUDENT-ENTRY
                  UNTIL ST-FOUND OR ST-IDX > STUDENT-COUNT
           END-IF.

       SCAN-STUDENT-ENTRY.
           IF ST-STUDENT-ID (ST-IDX) = GRADE-STUDENT-ID
              SET ST-FOUND TO TRUE
           ELSE
              SET ST-IDX UP BY 1
           END-IF.

       CHECK-REQUIREMENT-MATCH.
           IF RE-LESSON-CODE (RQ-SUB) = GRADE-LESSON
              MOVE "T" TO ST-TAKEN-FLAG (ST-IDX RQ-SUB)
           END-IF.
           ADD 1 TO RQ-SUB.

      * Counts the student's required lessons taken in each program
      * and keeps the program with the most; a later program has to
      * beat the count, not equal it, to take the student.
       ASSIGN-STUDENT-PROGRAM.
           MOVE 1 TO PG-SUB.
           PERFORM CLEAR-PROGRAM-HITS UNTIL PG-SUB > PROGRAM-COUNT.
           MOVE 1 TO RQ-SUB.
           PERFORM COUNT-REQUIREMENT-TAKEN
               UNTIL RQ-SUB > REQUIRED-COUNT.
           MOVE 0 TO BEST-SLOT.
           MOVE 0 TO BEST-HITS.
           MOVE 1 TO PG-SUB.
           PERFORM CHECK-PROGRAM-HITS UNTIL PG-SUB > PROGRAM-COUNT.
           MOVE BEST-SLOT TO ST-PROGRAM-SLOT (ST-IDX).
           SET ST-IDX UP BY 1.

       CLEAR-PROGRAM-HITS.
           MOVE 0 TO PG-HITS (PG-SUB).
           ADD 1 TO PG-SUB.

       COUNT-REQUIREMENT-TAKEN.
           IF ST-TAKEN-FLAG (ST-IDX RQ-SUB) = "T"
              MOVE RE-PROGRAM-SLOT (RQ-SUB) TO PG-SUB
              ADD 1 TO PG-HITS (PG-SUB)
           END-IF.
           ADD 1 TO RQ-SUB.

       CHECK-PROGRAM-HITS.
           IF PG-HITS (PG-SUB) > BEST-HITS
              MOVE PG-HITS (PG-SUB) TO BEST-HITS
              MOVE PG-SUB TO BEST-SLOT
           END-IF.
           ADD 1 TO PG-SUB.

      * ------------------------------ RANKING
       RELEASE-RANKED-STUDENTS.
           PERFORM READ-GPA-RECORD.
           PERFORM RELEASE-ONE-STUDENT UNTIL GPA-END-OF-FILE.

       READ-GPA-RECORD.
           READ STUDENT-GPA-FILE
               AT END SET GPA-END-OF-FILE TO TRUE
           END-READ.

       RELEASE-ONE-STUDENT.
           ADD 1 TO SWEEP-COUNT.
           MOVE GPA-STUDENT-ID TO GRADE-STUDENT-ID.
           PERFORM FIND-STUDENT-ENTRY.
           EVALUATE TRUE
               WHEN GPA-CREDITS-ATTEMPTED < MIN-CREDITS-ATTEMPTED
                   ADD 1 TO BELOW-MINIMUM-COUNT
               WHEN ST-NOT-FOUND
                   ADD 1 TO NO-PROGRAM-COUNT
               WHEN ST-PROGRAM-SLOT (ST-IDX) = 0
                   ADD 1 TO NO-PROGRAM-COUNT
               WHEN OTHER
                   MOVE ST-PROGRAM-SLOT (ST-IDX) TO SW-PROGRAM-SLOT
                   MOVE GPA-CUMULATIVE     TO SW-GPA-CUMULATIVE
                   MOVE GPA-CREDITS-EARNED TO SW-CREDITS-EARNED
                   MOVE GPA-STUDENT-ID     TO SW-STUDENT-ID
                   SET SW-STUDENT-SLOT TO ST-IDX
                   MOVE GPA-CREDITS-ATTEMPTED
                       TO SW-CREDITS-ATTEMPTED
                   RELEASE SORT-WORK-RECORD
                   MOVE SW-PROGRAM-SLOT TO PG-SUB
                   ADD 1 TO PG-COHORT-COUNT (PG-SUB)
           END-EVALUATE.
           PERFORM READ-GPA-RECORD.

       RANK-STUDENTS.
           PERFORM RETURN-SORTED-STUDENT.
           PERFORM RANK-ONE-STUDENT UNTIL SORT-END-OF-FILE.

       RETURN-SORTED-STUDENT.
           RETURN SORT-WORK-FILE
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.

      * Position counts every student in the program; the rank only
      * moves to the position when GPA or credits earned differ from
      * the student above, so students level on both share a rank.
       RANK-ONE-STUDENT.
           IF SW-PROGRAM-SLOT NOT = HOLD-PROGRAM-SLOT
              MOVE SW-PROGRAM-SLOT TO HOLD-PROGRAM-SLOT
              MOVE 0 TO COHORT-POSITION
              PERFORM WRITE-PROGRAM-HEADING
           END-IF.
           ADD 1 TO COHORT-POSITION.
           IF COHORT-POSITION = 1
              OR SW-GPA-CUMULATIVE NOT = HOLD-GPA
              OR SW-CREDITS-EARNED NOT = HOLD-CREDITS-EARNED
              MOVE COHORT-POSITION   TO CLASS-RANK
              MOVE SW-GPA-CUMULATIVE TO HOLD-GPA
              MOVE SW-CREDITS-EARNED TO HOLD-CREDITS-EARNED
           END-IF.
           COMPUTE PERCENTILE ROUNDED =
               ((COHORT-SIZE - CLASS-RANK + 1) * 100) / COHORT-SIZE.
           MOVE SW-STUDENT-ID      TO RK-STUDENT-ID.
           MOVE PG-PROGRAM-CODE (PG-IDX) TO RK-PROGRAM-CODE.
           MOVE CALENDAR-TERM      TO RK-TERM-CODE.
           MOVE RUN-DATE           TO RK-RANK-DATE.
           MOVE CLASS-RANK         TO RK-CLASS-RANK.
           MOVE COHORT-SIZE        TO RK-COHORT-SIZE.
           MOVE PERCENTILE         TO RK-PERCENTILE.
           MOVE SW-GPA-CUMULATIVE  TO RK-GPA-CUMULATIVE.
           MOVE SW-CREDITS-EARNED  TO RK-CREDITS-EARNED.
           WRITE CLASS-RANK-RECORD
               INVALID KEY
                   DISPLAY "CLASS-RANK: DUPLICATE RANK RECORD FOR "
                           SW-STUDENT-ID
           END-WRITE.
           ADD 1 TO RANKED-COUNT.
           PERFORM WRITE-RANK-LINE.
           PERFORM RETURN-SORTED-STUDENT.

       WRITE-RANK-HEADER.
           MOVE SPACES TO RANK-REPORT-LINE.
           STRING "CLASS RANK BY PROGRAM OF STUDY  TERM "
                                 DELIMITED BY SIZE
                  CALENDAR-TERM  DELIMITED BY SIZE
                  "  RUN DATE "  DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  "  MINIMUM CREDITS ATTEMPTED "
                                 DELIMITED BY SIZE
                  MIN-CREDITS-ATTEMPTED
                                 DELIMITED BY SIZE
                  INTO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.

       WRITE-PROGRAM-HEADING.
           SET PG-IDX TO SW-PROGRAM-SLOT.
           MOVE PG-COHORT-COUNT (PG-IDX) TO COHORT-SIZE.
           MOVE COHORT-SIZE TO EDIT-COHORT.
           MOVE SPACES TO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.
           MOVE SPACES TO RANK-REPORT-LINE.
           STRING "PROGRAM "     DELIMITED BY SIZE
                  PG-PROGRAM-CODE (PG-IDX)
                                 DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  PG-PROGRAM-TITLE (PG-IDX)
                                 DELIMITED BY SIZE
                  "  STUDENTS RANKED "
                                 DELIMITED BY SIZE
                  EDIT-COHORT    DELIMITED BY SIZE
                  INTO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.
           MOVE SPACES TO RANK-REPORT-LINE.
           STRING " RANK  PCTL  STUDENT  NAME"
                                 DELIMITED BY SIZE
                  "                                       GPA  CR-ATT"
                                 DELIMITED BY SIZE
                  "  CR-EARN"    DELIMITED BY SIZE
                  INTO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.

       WRITE-RANK-LINE.
           MOVE CLASS-RANK TO EDIT-RANK.
           MOVE PERCENTILE TO EDIT-PERCENTILE.
           MOVE SW-GPA-CUMULATIVE    TO EDIT-GPA.
           MOVE SW-CREDITS-ATTEMPTED TO EDIT-CREDITS-ATT.
           MOVE SW-CREDITS-EARNED    TO EDIT-CREDITS-EARN.
           SET ST-IDX TO SW-STUDENT-SLOT.
           MOVE SPACES TO RANK-REPORT-LINE.
           STRING EDIT-RANK      DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  EDIT-PERCENTILE DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  SW-STUDENT-ID  DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  ST-STUDENT-NAME (ST-IDX)
                                 DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  EDIT-GPA       DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  EDIT-CREDITS-ATT DELIMITED BY SIZE
                  "    "         DELIMITED BY SIZE
                  EDIT-CREDITS-EARN DELIMITED BY SIZE
                  INTO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.

       WRITE-RANK-TOTALS.
           MOVE SPACES TO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.
           MOVE SPACES TO RANK-REPORT-LINE.
           STRING "STUDENTS SWEPT="   DELIMITED BY SIZE
                  SWEEP-COUNT         DELIMITED BY SIZE
                  " RANKED="          DELIMITED BY SIZE
                  RANKED-COUNT        DELIMITED BY SIZE
                  " BELOW MINIMUM CREDITS=" DELIMITED BY SIZE
                  BELOW-MINIMUM-COUNT DELIMITED BY SIZE
                  " NO PROGRAM="      DELIMITED BY SIZE
                  NO-PROGRAM-COUNT    DELIMITED BY SIZE
                  INTO RANK-REPORT-LINE.
           WRITE RANK-REPORT-LINE.

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
              DISPLAY "CLASS-RANK: NO PROCESSING DATE ON "
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
