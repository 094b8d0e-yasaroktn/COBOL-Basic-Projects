       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-GRADE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-MASTER-FILE ASSIGN TO "SECTMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-REPORT-FILE ASSIGN TO "SECTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-MASTER-FILE.
       01  SECTION-MASTER-RECORD.
           COPY SECTMST.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           COPY PERSONREC.
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
       FD  SECTION-REPORT-FILE.
       01  SECTION-REPORT-LINE    PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-INSTRUCTOR-NAME PIC X(30).
           05  SW-SECTION-ID      PIC X(6).
           05  SW-SECTION-SLOT    PIC 9(3).
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  SECTION-EOF-FLAG PIC X(1) VALUE "N".
           88  SECTION-END-OF-FILE    VALUE "Y".
       77  MASTER-EOF-FLAG PIC X(1) VALUE "N".
           88  MASTER-END-OF-FILE     VALUE "Y".
       77  TRANS-EOF-FLAG PIC X(1) VALUE "N".
           88  TRANS-END-OF-FILE      VALUE "Y".
       77  HIST-EOF-FLAG  PIC X(1) VALUE "N".
           88  HIST-END-OF-FILE       VALUE "Y".
       77  SORT-EOF-FLAG  PIC X(1) VALUE "N".
           88  SORT-END-OF-FILE       VALUE "Y".
       77  REPORT-PARM    PIC X(5) VALUE SPACES.
       77  REPORT-TERM    PIC X(5) VALUE SPACES.
       77  TERM-FOUND-FLAG PIC X(1) VALUE "N".
           88  TERM-FOUND         VALUE "Y".
       77  TERM-START     PIC X(8) VALUE SPACES.
       77  TERM-WINDOW-END PIC X(8) VALUE SPACES.
       77  SECTION-FLAG   PIC X(1).
           88  SECTION-FOUND      VALUE "Y".
       77  ASSIGN-FLAG    PIC X(1).
           88  ASSIGN-FOUND       VALUE "Y".
       77  LESSON-FLAG    PIC X(1).
           88  LESSON-FOUND       VALUE "Y".
       77  SECTION-COUNT  PIC 9(3) VALUE 0.
       77  SECTION-MAX    PIC 9(3) VALUE 300.
       77  ASSIGN-COUNT   PIC 9(5) VALUE 0.
       77  ASSIGN-MAX     PIC 9(5) VALUE 2000.
       77  LESSON-COUNT   PIC 9(3) VALUE 0.
       77  LESSON-MAX     PIC 9(3) VALUE 050.
       77  GRADED-LINES   PIC 9(5) VALUE 0.
       77  UNASSIGNED-LINES PIC 9(5) VALUE 0.
       77  EMPTY-SECTIONS PIC 9(3) VALUE 0.
       77  HOLD-INSTRUCTOR PIC X(30) VALUE LOW-VALUES.
       77  SEARCH-SECTION PIC X(6).
       77  SEARCH-LESSON  PIC X(10).
       77  LINE-STUDENT-ID PIC X(6).
       77  LINE-LESSON    PIC X(10).
       77  LINE-AVERAGE   PIC 9(3)V99.
       77  LINE-PASS-FLAG PIC X(1).
           88  LINE-PASSED        VALUE "P".
           88  LINE-WITHDRAWN     VALUE "W".
       77  LINE-LETTER    PIC X(1).
       77  LINE-SECTION-SLOT PIC 9(3).
       77  GRADE-SLOT     PIC 9(1).
       77  STATS-MEAN     PIC 9(3)V99.
       77  STATS-PASS-RATE PIC 9(3)V9.
       77  SECTION-MEAN   PIC 9(3)V99.
       77  SECTION-PASS-RATE PIC 9(3)V9.
       77  MEAN-DIFFERENCE PIC S9(3)V99.
       77  RATE-DIFFERENCE PIC S9(3)V9.
       77  EDIT-COUNT     PIC ZZZZ9.
       77  EDIT-CAPACITY  PIC ZZ9.
       77  EDIT-MEAN      PIC ZZ9.99.
       77  EDIT-HIGH      PIC ZZ9.99.
       77  EDIT-LOW       PIC ZZ9.99.
       77  EDIT-RATE      PIC ZZ9.9.
       77  EDIT-MEAN-DIFF PIC +ZZ9.99.
       77  EDIT-RATE-DIFF PIC +ZZ9.9.
       77  EDIT-GRADE-A   PIC ZZZZ9.
       77  EDIT-GRADE-B   PIC ZZZZ9.
       77  EDIT-GRADE-C   PIC ZZZZ9.
       77  EDIT-GRADE-D   PIC ZZZZ9.
       77  EDIT-GRADE-F   PIC ZZZZ9.
       77  EDIT-UNASSIGNED PIC ZZZZ9.
       77  STATS-TEXT     PIC X(80).

      * Working copy of one set of figures.  A section entry and a
      * lesson entry both carry their figures in this layout, so
      * one paragraph adds a graded line to either and one
      * paragraph formats either for print.
       01  STATS-WORK.
           05  ST-GRADED-COUNT    PIC 9(5).
           05  ST-AVERAGE-TOTAL   PIC 9(7)V99.
           05  ST-HIGH-AVERAGE    PIC 9(3)V99.
           05  ST-LOW-AVERAGE     PIC 9(3)V99.
           05  ST-PASS-COUNT      PIC 9(5).
           05  ST-GRADE-COUNT     PIC 9(5) OCCURS 5 TIMES.

       01  SECTION-TABLE.
           03  SECTION-ENTRY OCCURS 300 TIMES INDEXED BY SN-IDX.
               05  SN-SECTION-ID     PIC X(6).
               05  SN-LESSON-CODE    PIC X(10).
               05  SN-INSTRUCTOR-NAME PIC X(30).
               05  SN-MEETING-SLOT   PIC X(7).
               05  SN-CAPACITY       PIC 9(3).
               05  SN-STATS          PIC X(54).

       01  ASSIGN-TABLE.
           03  ASSIGN-ENTRY OCCURS 2000 TIMES INDEXED BY AS-IDX.
               05  AS-STUDENT-ID     PIC X(6).
               05  AS-LESSON         PIC X(10).
               05  AS-SECTION-SLOT   PIC 9(3).

       01  LESSON-TABLE.
           03  LESSON-ENTRY OCCURS 50 TIMES INDEXED BY LS-IDX.
               05  LS-LESSON-CODE    PIC X(10).
               05  LS-UNASSIGNED     PIC 9(5).
               05  LS-STATS          PIC X(54).
       PROCEDURE DIVISION.
      * Term grade report by instructor and teaching section.  The
      * sections come from the section master for the report term
      * - the calendar's current term, or the term code given as
      * the parm - and each student is placed in a section by
      * PERS-SECTION on the student master.  The graded lines of the
      * term are the live TRANSCPT lines posted between the term's
      * start and the later of its end and its exam window, plus
      * any TRANHIST lines already archived under the term, so the
      * report gives the same figures before and after the
      * term-end archive.  Withdrawn (W) lines are not graded.
      * Each section prints its count, mean, high, low, pass rate
      * and A-F distribution, followed by the difference between
      * the section and the lesson-wide mean and pass rate.  A
      * graded line for a student with no section counts in the
      * lesson-wide figures only and is shown as unassigned.
       MAIN-PROCESS.
           ACCEPT REPORT-PARM FROM COMMAND-LINE.
           PERFORM GET-PROCESSING-DATE.
           PERFORM SET-REPORT-TERM.
           OPEN INPUT SECTION-MASTER-FILE
                      STUDENT-MASTER-FILE
                      TRANSCRIPT-FILE
                      TRANSCRIPT-HISTORY-FILE
                OUTPUT SECTION-REPORT-FILE.
           PERFORM LOAD-SECTION-TABLE.
           PERFORM LOAD-ASSIGN-TABLE.
           PERFORM READ-TRANSCRIPT.
           PERFORM TALLY-TRANSCRIPT-LINE UNTIL TRANS-END-OF-FILE.
           PERFORM READ-HISTORY.
           PERFORM TALLY-HISTORY-LINE UNTIL HIST-END-OF-FILE.
           PERFORM WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-INSTRUCTOR-NAME
                                SW-SECTION-ID
               INPUT PROCEDURE IS RELEASE-SECTIONS
               OUTPUT PROCEDURE IS PRINT-SECTIONS.
           PERFORM PRINT-LESSON-SUMMARY.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.

       CLOSE-FILES.
           CLOSE SECTION-MASTER-FILE STUDENT-MASTER-FILE
                 TRANSCRIPT-FILE TRANSCRIPT-HISTORY-FILE
                 SECTION-REPORT-FILE.

      * The report term defaults to the calendar's current term; a
      * five digit term code as the parm reports an earlier term.
      * The term must have a T record for its dates.
       SET-REPORT-TERM.
           IF REPORT-PARM = SPACES
              MOVE CALENDAR-TERM TO REPORT-TERM
           ELSE
              IF REPORT-PARM IS NOT NUMERIC
                 DISPLAY "SECTION-GRADE-REPORT: PARM " REPORT-PARM
                         " IS NOT A TERM CODE"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE REPORT-PARM TO REPORT-TERM
           END-IF.
           MOVE "N" TO CAL-EOF-FLAG.
           OPEN INPUT CALENDAR-CONTROL-FILE.
           PERFORM READ-CALENDAR-RECORD.
           PERFORM FIND-REPORT-TERM UNTIL CAL-END-OF-FILE.
           CLOSE CALENDAR-CONTROL-FILE.
           IF NOT TERM-FOUND
              DISPLAY "SECTION-GRADE-REPORT: NO TERM RECORD FOR "
                      REPORT-TERM " ON CALENDAR CONTROL FILE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       FIND-REPORT-TERM.
           IF CC-TERM-RECORD AND CC-TERM-CODE = REPORT-TERM
              SET TERM-FOUND TO TRUE
              MOVE CC-TERM-START TO TERM-START
              MOVE CC-TERM-END TO TERM-WINDOW-END
              IF CC-EXAM-END > TERM-WINDOW-END
                 MOVE CC-EXAM-END TO TERM-WINDOW-END
              END-IF
           END-IF.
           PERFORM READ-CALENDAR-RECORD.

       LOAD-SECTION-TABLE.
           PERFORM READ-SECTION-RECORD.
           PERFORM LOAD-SECTION-ENTRY UNTIL SECTION-END-OF-FILE.

       READ-SECTION-RECORD.
           READ SECTION-MASTER-FILE
               AT END SET SECTION-END-OF-FILE TO TRUE
           END-READ.

       LOAD-SECTION-ENTRY.
           IF SEC-TERM-CODE = REPORT-TERM
              IF SECTION-COUNT >= SECTION-MAX
                 DISPLAY "SECTION-GRADE-REPORT: SECTION TABLE FULL AT "
                         SECTION-MAX " RECORDS"
                 PERFORM CLOSE-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO SECTION-COUNT
              SET SN-IDX TO SECTION-COUNT
              MOVE SEC-SECTION-ID TO SN-SECTION-ID (SN-IDX)
              MOVE SEC-LESSON-CODE TO SN-LESSON-CODE (SN-IDX)
              MOVE SEC-INSTRUCTOR-NAME
                  TO SN-INSTRUCTOR-NAME (SN-IDX)
              MOVE SEC-MEETING-SLOT TO SN-MEETING-SLOT (SN-IDX)
              MOVE SEC-CAPACITY TO SN-CAPACITY (SN-IDX)
              MOVE ZEROS TO SN-STATS (SN-IDX)
              MOVE SEC-LESSON-CODE TO SEARCH-LESSON
              PERFORM FIND-LESSON-ENTRY
           END-IF.
           PERFORM READ-SECTION-RECORD.

      * Only a student placed in one of the report term's sections
      * is assigned; a section left over from an earlier term does
      * not count.
       LOAD-ASSIGN-TABLE.
           PERFORM READ-STUDENT-MASTER.
           PERFORM LOAD-ASSIGN-ENTRY UNTIL MASTER-END-OF-FILE.

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END SET MASTER-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ASSIGN-ENTRY.
           IF PERS-SECTION NOT = SPACES
              MOVE PERS-SECTION TO SEARCH-SECTION
              PERFORM FIND-SECTION-ENTRY
              IF SECTION-FOUND
                 IF ASSIGN-COUNT >= ASSIGN-MAX
                    DISPLAY "SECTION-GRADE-REPORT: ASSIGNMENT TABLE "
                            "FULL AT " ASSIGN-MAX " RECORDS"
                    PERFORM CLOSE-FILES
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO ASSIGN-COUNT
                 SET AS-IDX TO ASSIGN-COUNT
                 MOVE PERS-ID TO AS-STUDENT-ID (AS-IDX)
                 MOVE PERS-LESSON TO AS-LESSON (AS-IDX)
                 SET AS-SECTION-SLOT (AS-IDX) TO SN-IDX
              END-IF
           END-IF.
           PERFORM READ-STUDENT-MASTER.

       FIND-SECTION-ENTRY.
           MOVE "N" TO SECTION-FLAG.
           IF SECTION-COUNT > 0
              SET SN-IDX TO 1
              PERFORM SCAN-SECTION-ENTRY
                  UNTIL SECTION-FOUND OR SN-IDX > SECTION-COUNT
           END-IF.

       SCAN-SECTION-ENTRY.
           IF SN-SECTION-ID (SN-IDX) = SEARCH-SECTION
              SET SECTION-FOUND TO TRUE
           ELSE
              SET SN-IDX UP BY 1
           END-IF.

      * Finds the lesson's entry, adding it when it is not there.
       FIND-LESSON-ENTRY.
           MOVE "N" TO LESSON-FLAG.
           IF LESSON-COUNT > 0
              SET LS-IDX TO 1
              PERFORM SCAN-LESSON-ENTRY
                  UNTIL LESSON-FOUND OR LS-IDX > LESSON-COUNT
           END-IF.
           IF NOT LESSON-FOUND
              IF LESSON-COUNT >= LESSON-MAX
                 DISPLAY "SECTION-GRADE-REPORT: LESSON TABLE FULL AT "
                         LESSON-MAX " RECORDS"
                 PERFORM CLOSE-FILES
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO LESSON-COUNT
              SET LS-IDX TO LESSON-COUNT
              MOVE SEARCH-LESSON TO LS-LESSON-CODE (LS-IDX)
              MOVE 0 TO LS-UNASSIGNED (LS-IDX)
              MOVE ZEROS TO LS-STATS (LS-IDX)
           END-IF.

       SCAN-LESSON-ENTRY.
           IF LS-LESSON-CODE (LS-IDX) = SEARCH-LESSON
              SET LESSON-FOUND TO TRUE
           ELSE
              SET LS-IDX UP BY 1
           END-IF.

       READ-TRANSCRIPT.
           READ TRANSCRIPT-FILE
               AT END SET TRANS-END-OF-FILE TO TRUE
           END-READ.

       TALLY-TRANSCRIPT-LINE.
           IF TR-RUN-DATE NOT < TERM-START
              AND TR-RUN-DATE NOT > TERM-WINDOW-END
              MOVE TR-STUDENT-ID TO LINE-STUDENT-ID
              MOVE TR-LESSON TO LINE-LESSON
              MOVE TR-AVERAGE TO LINE-AVERAGE
              MOVE TR-PASS-FLAG TO LINE-PASS-FLAG
              MOVE TR-LETTER-GRADE TO LINE-LETTER
              PERFORM TALLY-GRADED-LINE
           END-IF.
           PERFORM READ-TRANSCRIPT.

       READ-HISTORY.
           READ TRANSCRIPT-HISTORY-FILE
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.

       TALLY-HISTORY-LINE.
           IF TH-TERM-CODE = REPORT-TERM
              MOVE TH-STUDENT-ID TO LINE-STUDENT-ID
              MOVE TH-LESSON TO LINE-LESSON
              MOVE TH-AVERAGE TO LINE-AVERAGE
              MOVE TH-PASS-FLAG TO LINE-PASS-FLAG
              MOVE TH-LETTER-GRADE TO LINE-LETTER
              PERFORM TALLY-GRADED-LINE
           END-IF.
           PERFORM READ-HISTORY.

       TALLY-GRADED-LINE.
           IF NOT LINE-WITHDRAWN
              ADD 1 TO GRADED-LINES
              PERFORM FIND-STUDENT-SECTION
              MOVE LINE-LESSON TO SEARCH-LESSON
              PERFORM FIND-LESSON-ENTRY
              MOVE LS-STATS (LS-IDX) TO STATS-WORK
              PERFORM ADD-LINE-TO-STATS
              MOVE STATS-WORK TO LS-STATS (LS-IDX)
              IF LINE-SECTION-SLOT > 0
                 SET SN-IDX TO LINE-SECTION-SLOT
                 MOVE SN-STATS (SN-IDX) TO STATS-WORK
                 PERFORM ADD-LINE-TO-STATS
                 MOVE STATS-WORK TO SN-STATS (SN-IDX)
              ELSE
                 ADD 1 TO LS-UNASSIGNED (LS-IDX)
                 ADD 1 TO UNASSIGNED-LINES
              END-IF
           END-IF.

       FIND-STUDENT-SECTION.
           MOVE 0 TO LINE-SECTION-SLOT.
           MOVE "N" TO ASSIGN-FLAG.
           IF ASSIGN-COUNT > 0
              SET AS-IDX TO 1
              PERFORM SCAN-ASSIGN-ENTRY
                  UNTIL ASSIGN-FOUND OR AS-IDX > ASSIGN-COUNT
           END-IF.
           IF ASSIGN-FOUND
              MOVE AS-SECTION-SLOT (AS-IDX) TO LINE-SECTION-SLOT
           END-IF.

       SCAN-ASSIGN-ENTRY.
           IF AS-STUDENT-ID (AS-IDX) = LINE-STUDENT-ID
              AND AS-LESSON (AS-IDX) = LINE-LESSON
              SET ASSIGN-FOUND TO TRUE
           ELSE
              SET AS-IDX UP BY 1
           END-IF.

       ADD-LINE-TO-STATS.
           IF ST-GRADED-COUNT = 0
              MOVE LINE-AVERAGE TO ST-HIGH-AVERAGE
              MOVE LINE-AVERAGE TO ST-LOW-AVERAGE
           END-IF.
           ADD 1 TO ST-GRADED-COUNT.
           ADD LINE-AVERAGE TO ST-AVERAGE-TOTAL.
           IF LINE-AVERAGE > ST-HIGH-AVERAGE
              MOVE LINE-AVERAGE TO ST-HIGH-AVERAGE
           END-IF.
           IF LINE-AVERAGE < ST-LOW-AVERAGE
              MOVE LINE-AVERAGE TO ST-LOW-AVERAGE
           END-IF.
           IF LINE-PASSED
              ADD 1 TO ST-PASS-COUNT
           END-IF.
           EVALUATE LINE-LETTER
               WHEN "A"   MOVE 1 TO GRADE-SLOT
               WHEN "B"   MOVE 2 TO GRADE-SLOT
               WHEN "C"   MOVE 3 TO GRADE-SLOT
               WHEN "D"   MOVE 4 TO GRADE-SLOT
               WHEN OTHER MOVE 5 TO GRADE-SLOT
           END-EVALUATE.
           ADD 1 TO ST-GRADE-COUNT (GRADE-SLOT).

       RELEASE-SECTIONS.
           IF SECTION-COUNT > 0
              SET SN-IDX TO 1
              PERFORM RELEASE-SECTION-ENTRY
                  UNTIL SN-IDX > SECTION-COUNT
           END-IF.

       RELEASE-SECTION-ENTRY.
           MOVE SN-INSTRUCTOR-NAME (SN-IDX) TO SW-INSTRUCTOR-NAME.
           MOVE SN-SECTION-ID (SN-IDX) TO SW-SECTION-ID.
           SET SW-SECTION-SLOT TO SN-IDX.
           RELEASE SORT-WORK-RECORD.
           SET SN-IDX UP BY 1.

       PRINT-SECTIONS.
           PERFORM RETURN-SORTED-SECTION.
           PERFORM PRINT-SECTION-ENTRY UNTIL SORT-END-OF-FILE.

       RETURN-SORTED-SECTION.
           RETURN SORT-WORK-FILE
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.

       PRINT-SECTION-ENTRY.
           IF SW-INSTRUCTOR-NAME NOT = HOLD-INSTRUCTOR
              MOVE SW-INSTRUCTOR-NAME TO HOLD-INSTRUCTOR
              MOVE SPACES TO SECTION-REPORT-LINE
              WRITE SECTION-REPORT-LINE
              MOVE SPACES TO SECTION-REPORT-LINE
              STRING "INSTRUCTOR: "     DELIMITED BY SIZE
                     SW-INSTRUCTOR-NAME DELIMITED BY SIZE
                     INTO SECTION-REPORT-LINE
              WRITE SECTION-REPORT-LINE
           END-IF.
           SET SN-IDX TO SW-SECTION-SLOT.
           MOVE SN-STATS (SN-IDX) TO STATS-WORK.
           PERFORM FORMAT-STATS-TEXT.
           MOVE SN-CAPACITY (SN-IDX) TO EDIT-CAPACITY.
           MOVE SPACES TO SECTION-REPORT-LINE.
           STRING "  "                    DELIMITED BY SIZE
                  SN-SECTION-ID (SN-IDX)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  SN-LESSON-CODE (SN-IDX) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  SN-MEETING-SLOT (SN-IDX) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  EDIT-CAPACITY           DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  STATS-TEXT              DELIMITED BY SIZE
                  INTO SECTION-REPORT-LINE.
           WRITE SECTION-REPORT-LINE.
           IF ST-GRADED-COUNT = 0
              ADD 1 TO EMPTY-SECTIONS
           ELSE
              PERFORM WRITE-LESSON-COMPARISON
           END-IF.
           PERFORM RETURN-SORTED-SECTION.

      * The section's mean and pass rate less the lesson-wide mean
      * and pass rate, so a section well above or below the rest of
      * the lesson stands out.
       WRITE-LESSON-COMPARISON.
           MOVE STATS-MEAN TO SECTION-MEAN.
           MOVE STATS-PASS-RATE TO SECTION-PASS-RATE.
           MOVE SN-LESSON-CODE (SN-IDX) TO SEARCH-LESSON.
           PERFORM FIND-LESSON-ENTRY.
           MOVE LS-STATS (LS-IDX) TO STATS-WORK.
           PERFORM FORMAT-STATS-TEXT.
           COMPUTE MEAN-DIFFERENCE = SECTION-MEAN - STATS-MEAN.
           COMPUTE RATE-DIFFERENCE =
               SECTION-PASS-RATE - STATS-PASS-RATE.
           MOVE MEAN-DIFFERENCE TO EDIT-MEAN-DIFF.
           MOVE RATE-DIFFERENCE TO EDIT-RATE-DIFF.
           MOVE STATS-MEAN TO EDIT-MEAN.
           MOVE STATS-PASS-RATE TO EDIT-RATE.
           MOVE SPACES TO SECTION-REPORT-LINE.
           STRING "         VS LESSON MEAN " DELIMITED BY SIZE
                  EDIT-MEAN               DELIMITED BY SIZE
                  " PASS% "               DELIMITED BY SIZE
                  EDIT-RATE               DELIMITED BY SIZE
                  "   SECTION DIFFERENCE MEAN "
                                          DELIMITED BY SIZE
                  EDIT-MEAN-DIFF          DELIMITED BY SIZE
                  " PASS% "               DELIMITED BY SIZE
                  EDIT-RATE-DIFF          DELIMITED BY SIZE
                  INTO SECTION-REPORT-LINE.
           WRITE SECTION-REPORT-LINE.

      * Builds the count, mean, high, low, pass rate and A-F
      * columns from STATS-WORK, leaving the mean and pass rate in
      * STATS-MEAN and STATS-PASS-RATE.
       FORMAT-STATS-TEXT.
           MOVE SPACES TO STATS-TEXT.
           MOVE 0 TO STATS-MEAN.
           MOVE 0 TO STATS-PASS-RATE.
           IF ST-GRADED-COUNT = 0
              MOVE "    0   NO GRADED RESULTS" TO STATS-TEXT
           ELSE
              COMPUTE STATS-MEAN ROUNDED =
                  ST-AVERAGE-TOTAL / ST-GRADED-COUNT
              COMPUTE STATS-PASS-RATE ROUNDED =
                  ST-PASS-COUNT * 100 / ST-GRADED-COUNT
              MOVE ST-GRADED-COUNT TO EDIT-COUNT
              MOVE STATS-MEAN TO EDIT-MEAN
              MOVE ST-HIGH-AVERAGE TO EDIT-HIGH
              MOVE ST-LOW-AVERAGE TO EDIT-LOW
              MOVE STATS-PASS-RATE TO EDIT-RATE
              MOVE ST-GRADE-COUNT (1) TO EDIT-GRADE-A
              MOVE ST-GRADE-COUNT (2) TO EDIT-GRADE-B
              MOVE ST-GRADE-COUNT (3) TO EDIT-GRADE-C
              MOVE ST-GRADE-COUNT (4) TO EDIT-GRADE-D
              MOVE ST-GRADE-COUNT (5) TO EDIT-GRADE-F
              STRING EDIT-COUNT   DELIMITED BY SIZE
                     "  "         DELIMITED BY SIZE
                     EDIT-MEAN    DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     EDIT-HIGH    DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     EDIT-LOW     DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     EDIT-RATE    DELIMITED BY SIZE
                     EDIT-GRADE-A DELIMITED BY SIZE
                     EDIT-GRADE-B DELIMITED BY SIZE
                     EDIT-GRADE-C DELIMITED BY SIZE
                     EDIT-GRADE-D DELIMITED BY SIZE
                     EDIT-GRADE-F DELIMITED BY SIZE
                     INTO STATS-TEXT
           END-IF.

       PRINT-LESSON-SUMMARY.
           MOVE SPACES TO SECTION-REPORT-LINE.
           WRITE SECTION-REPORT-LINE.
           MOVE "LESSON-WIDE FIGURES" TO SECTION-REPORT-LINE.
           WRITE SECTION-REPORT-LINE.
           MOVE SPACES TO SECTION-REPORT-LINE.
           STRING "  LESSON                        GRADED   MEAN"
                                 DELIMITED BY SIZE
                  "   HIGH    LOW PASS%    A    B    C    D    F"
                                 DELIMITED BY SIZE
                  "  UNASSIGNED" DELIMITED BY SIZE
                  INTO SECTION-REPORT-LINE.
           WRITE SECTION-REPORT-LINE.
           IF LESSON-COUNT > 0
              SET LS-IDX TO 1
              PERFORM PRINT-LESSON-ENTRY
                  UNTIL LS-IDX > LESSON-COUNT
           END-IF.

       PRINT-LESSON-ENTRY.
           MOVE LS-STATS (LS-IDX) TO STATS-WORK.
           PERFORM FORMAT-STATS-TEXT.
           MOVE LS-UNASSIGNED (LS-IDX) TO EDIT-UNASSIGNED.
           MOVE SPACES TO SECTION-REPORT-LINE.
           STRING "  "                   DELIMITED BY SIZE
                  LS-LESSON-CODE (LS-IDX) DELIMITED BY SIZE
                  "                    " DELIMITED BY SIZE
                  STATS-TEXT (1:58)      DELIMITED BY SIZE
                  "       "              DELIMITED BY SIZE
                  EDIT-UNASSIGNED        DELIMITED BY SIZE
                  INTO SECTION-REPORT-LINE.
           WRITE SECTION-REPORT-LINE.
           SET LS-IDX UP BY 1.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SECTION-REPORT-LINE.
           STRING "SECTION GRADE DISTRIBUTION   TERM "
                                 DELIMITED BY SIZE
                  REPORT-TERM    DELIMITED BY SIZE
                  "   RUN DATE " DELIMITED BY SIZE
                  CALENDAR-DATE  DELIMITED BY SIZE
                  INTO SECTION-REPORT-LINE.
           WRITE SECTION-REPORT-LINE.
           MOVE SPACES TO SECTION-REPORT-LINE.
           STRING "  SECTN  LESSON     SLOT    CAP GRADED   MEAN"
                                 DELIMITED BY SIZE
                  "   HIGH    LOW PASS%    A    B    C    D    F"
                                 DELIMITED BY SIZE
                  INTO SECTION-REPORT-LINE.
           WRITE SECTION-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SECTION-REPORT-LINE.
           WRITE SECTION-REPORT-LINE.
           MOVE SPACES TO SECTION-REPORT-LINE.
           STRING "SECTIONS="         DELIMITED BY SIZE
                  SECTION-COUNT       DELIMITED BY SIZE
                  " WITH NO RESULTS=" DELIMITED BY SIZE
                  EMPTY-SECTIONS      DELIMITED BY SIZE
                  " GRADED LINES="    DELIMITED BY SIZE
                  GRADED-LINES        DELIMITED BY SIZE
                  " UNASSIGNED="      DELIMITED BY SIZE
                  UNASSIGNED-LINES    DELIMITED BY SIZE
                  INTO SECTION-REPORT-LINE.
           WRITE SECTION-REPORT-LINE.

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
              DISPLAY "SECTION-GRADE-REPORT: NO PROCESSING DATE ON "
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
