       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPA-REBUILD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-GPA-FILE ASSIGN TO "STUGPA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GPA-STUDENT-ID.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "GPAVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           COPY CRSECAT.
       FD  STUDENT-GPA-FILE.
       01  STUDENT-GPA-RECORD.
           COPY STUGPA.
       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-LINE   PIC X(120).
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
           88  HIST-END-OF-FILE       VALUE "Y".
       77  CATALOG-EOF-FLAG PIC X(1) VALUE "N".
           88  CATALOG-END-OF-FILE    VALUE "Y".
       77  GPA-EOF-FLAG   PIC X(1) VALUE "N".
           88  GPA-END-OF-FILE        VALUE "Y".
       77  RUN-MODE           PIC X(8).
           88  REWRITE-RUN        VALUE "REWRITE ".
           88  REPORT-RUN         VALUE "REPORT  " SPACES.
       77  RUN-DATE           PIC X(8).
       77  CATALOG-COUNT      PIC 9(3) VALUE 0.
       77  CATALOG-MAX        PIC 9(3) VALUE 050.
       77  REBUILD-COUNT      PIC 9(5) VALUE 0.
       77  REBUILD-MAX        PIC 9(5) VALUE 2000.
       77  CATALOG-FOUND-FLAG PIC X(1).
           88  CATALOG-FOUND      VALUE "Y".
           88  CATALOG-NOT-FOUND  VALUE "N".
       77  RB-FOUND-FLAG      PIC X(1).
           88  RB-FOUND           VALUE "Y".
           88  RB-NOT-FOUND       VALUE "N".
       77  GRADE-STUDENT-ID   PIC X(6).
       77  GRADE-LESSON       PIC X(10).
       77  GRADE-AVERAGE      PIC 9(3)V99.
       77  GRADE-PASS-FLAG    PIC X(1).
       77  LESSON-CREDITS     PIC 9(2).
       77  LINES-READ         PIC 9(7) VALUE 0.
       77  WITHDRAWN-SKIPPED  PIC 9(7) VALUE 0.
       77  UNKNOWN-LESSON-COUNT PIC 9(5) VALUE 0.
       77  CHECKED-COUNT      PIC 9(5) VALUE 0.
       77  BALANCED-COUNT     PIC 9(5) VALUE 0.
       77  VARIANCE-COUNT     PIC 9(5) VALUE 0.
       77  REWRITTEN-COUNT    PIC 9(5) VALUE 0.
       77  ADDED-COUNT        PIC 9(5) VALUE 0.
       77  NO-LINES-COUNT     PIC 9(5) VALUE 0.
       77  REBUILT-CUMULATIVE PIC 9(3)V99.
       77  ACTION-TEXT        PIC X(30).
       77  EDIT-COUNT         PIC ZZZZ9.
       77  EDIT-AVG-SUM       PIC ZZZZZZ9.99.
       77  EDIT-WEIGHTED      PIC ZZZZZZZZ9.99.
       77  EDIT-ATTEMPTED     PIC ZZZZ9.
       77  EDIT-EARNED        PIC ZZZZ9.
       77  EDIT-CUMULATIVE    PIC ZZ9.99.

       01  CATALOG-CREDIT-TABLE.
           03  CATALOG-ENTRY OCCURS 50 TIMES INDEXED BY CC-IDX.
               05  CE-LESSON-CODE    PIC X(10).
               05  CE-CREDIT-HOURS   PIC 9(2).

      * The figures every student's STUGPA record should carry,
      * summed afresh from each graded transcript line.
       01  REBUILD-TABLE.
           03  REBUILD-ENTRY OCCURS 2000 TIMES INDEXED BY RB-IDX.
               05  RB-STUDENT-ID        PIC X(6).
               05  RB-LESSON-COUNT      PIC 9(5).
               05  RB-AVERAGE-SUM       PIC 9(7)V99.
               05  RB-WEIGHTED-SUM      PIC 9(9)V99.
               05  RB-CREDITS-ATTEMPTED PIC 9(5).
               05  RB-CREDITS-EARNED    PIC 9(5).
               05  RB-MATCHED-FLAG      PIC X(1).
                   88  RB-MATCHED           VALUE "Y".
       PROCEDURE DIVISION.
      * Term-end proof of STUGPA against the transcript lines that
      * feed it.  GPA-FILE-UTILITY's VERIFY only checks the file
      * against itself; this run recomputes each student's lesson
      * count, average and weighted sums, credits attempted and
      * earned, and cumulative from scratch off the live
      * transcript and the transcript history, weighting each line
      * by its lesson's credit hours on the course catalog exactly
      * as STUDENT-SCORE does when it posts.  Withdrawn (W) lines
      * never reach STUGPA and are skipped.  Every student whose
      * stored figures differ from the rebuild is listed with both
      * sets, as is any STUGPA record with no graded lines and any
      * student with graded lines but no STUGPA record.
      * The parm picks the mode:
      *   blank or REPORT - list the variances only.
      *   REWRITE         - also rewrite each out-of-balance
      *                     record with the rebuilt figures and add
      *                     the missing ones.  A record with no
      *                     graded lines is listed but never
      *                     deleted; the registrar decides.
      * Any variance ends the run with return code 4, so the
      * listing is looked at even after a REWRITE run repaired it.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           ACCEPT RUN-MODE FROM COMMAND-LINE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           OPEN OUTPUT VARIANCE-REPORT-FILE.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           STRING "STUGPA REBUILD VARIANCE REPORT  MODE "
                                 DELIMITED BY SIZE
                  RUN-MODE       DELIMITED BY SIZE
                  "  RUN DATE "  DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           IF NOT REWRITE-RUN AND NOT REPORT-RUN
              MOVE "UNKNOWN MODE - USE REPORT OR REWRITE"
                  TO VARIANCE-REPORT-LINE
              WRITE VARIANCE-REPORT-LINE
              CLOSE VARIANCE-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           PERFORM LOAD-COURSE-CATALOG.
           PERFORM SWEEP-LIVE-TRANSCRIPT.
           PERFORM SWEEP-TRANSCRIPT-HISTORY.
           IF REWRITE-RUN
              OPEN I-O STUDENT-GPA-FILE
           ELSE
              OPEN INPUT STUDENT-GPA-FILE
           END-IF.
           PERFORM READ-GPA-RECORD.
           PERFORM CHECK-ONE-GPA-RECORD UNTIL GPA-END-OF-FILE.
           IF REBUILD-COUNT > 0
              SET RB-IDX TO 1
              PERFORM CHECK-UNMATCHED-ENTRY
                  UNTIL RB-IDX > REBUILD-COUNT
           END-IF.
           CLOSE STUDENT-GPA-FILE.
           PERFORM WRITE-REBUILD-TOTALS.
           CLOSE VARIANCE-REPORT-FILE.
           IF VARIANCE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           PERFORM READ-CATALOG-RECORD.
           PERFORM LOAD-CATALOG-ENTRY UNTIL CATALOG-END-OF-FILE.
           CLOSE COURSE-CATALOG-FILE.

       READ-CATALOG-RECORD.
           READ COURSE-CATALOG-FILE
               AT END SET CATALOG-END-OF-FILE TO TRUE
           END-READ.

       LOAD-CATALOG-ENTRY.
           IF CATALOG-COUNT >= CATALOG-MAX
              DISPLAY "GPA-REBUILD: COURSE CATALOG TABLE FULL AT "
                      CATALOG-MAX " ENTRIES"
              CLOSE COURSE-CATALOG-FILE VARIANCE-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO CATALOG-COUNT.
           SET CC-IDX TO CATALOG-COUNT.
           MOVE CAT-LESSON-CODE  TO CE-LESSON-CODE (CC-IDX).
           MOVE CAT-CREDIT-HOURS TO CE-CREDIT-HOURS (CC-IDX).
           PERFORM READ-CATALOG-RECORD.

      * ------------------------------ TRANSCRIPT SWEEPS
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
           MOVE TR-STUDENT-ID TO GRADE-STUDENT-ID.
           MOVE TR-LESSON     TO GRADE-LESSON.
           MOVE TR-AVERAGE    TO GRADE-AVERAGE.
           MOVE TR-PASS-FLAG  TO GRADE-PASS-FLAG.
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
           MOVE TH-STUDENT-ID TO GRADE-STUDENT-ID.
           MOVE TH-LESSON     TO GRADE-LESSON.
           MOVE TH-AVERAGE    TO GRADE-AVERAGE.
           MOVE TH-PASS-FLAG  TO GRADE-PASS-FLAG.
           PERFORM POST-ONE-GRADE.
           PERFORM READ-HISTORY-RECORD.

      * A lesson since dropped from the catalog cannot be weighted;
      * its line is counted with zero credits and listed, so the
      * variance it causes is explained on the same report.
       POST-ONE-GRADE.
           ADD 1 TO LINES-READ.
           IF GRADE-PASS-FLAG = "W"
              ADD 1 TO WITHDRAWN-SKIPPED
           ELSE
              PERFORM FIND-CATALOG-CREDITS
              PERFORM FIND-REBUILD-ENTRY
              IF RB-NOT-FOUND
                 PERFORM ADD-REBUILD-ENTRY
              END-IF
              ADD 1 TO RB-LESSON-COUNT (RB-IDX)
              ADD GRADE-AVERAGE TO RB-AVERAGE-SUM (RB-IDX)
              ADD LESSON-CREDITS TO RB-CREDITS-ATTEMPTED (RB-IDX)
              IF GRADE-PASS-FLAG = "P"
                 ADD LESSON-CREDITS TO RB-CREDITS-EARNED (RB-IDX)
              END-IF
              COMPUTE RB-WEIGHTED-SUM (RB-IDX) =
                  RB-WEIGHTED-SUM (RB-IDX)
                  + GRADE-AVERAGE * LESSON-CREDITS
           END-IF.

       FIND-CATALOG-CREDITS.
           SET CATALOG-NOT-FOUND TO TRUE.
           SET CC-IDX TO 1.
           PERFORM SCAN-CATALOG
               UNTIL CATALOG-FOUND OR CC-IDX > CATALOG-COUNT.
           IF CATALOG-FOUND
              MOVE CE-CREDIT-HOURS (CC-IDX) TO LESSON-CREDITS
           ELSE
              MOVE 0 TO LESSON-CREDITS
              ADD 1 TO UNKNOWN-LESSON-COUNT
              MOVE SPACES TO VARIANCE-REPORT-LINE
              STRING GRADE-STUDENT-ID  DELIMITED BY SIZE
                     "  LESSON "       DELIMITED BY SIZE
                     GRADE-LESSON      DELIMITED BY SIZE
                     " NOT ON COURSE CATALOG - COUNTED AT ZERO "
                                       DELIMITED BY SIZE
                     "CREDITS"         DELIMITED BY SIZE
                     INTO VARIANCE-REPORT-LINE
              WRITE VARIANCE-REPORT-LINE
           END-IF.

       SCAN-CATALOG.
           IF CE-LESSON-CODE (CC-IDX) = GRADE-LESSON
              SET CATALOG-FOUND TO TRUE
           ELSE
              SET CC-IDX UP BY 1
           END-IF.

       FIND-REBUILD-ENTRY.
           SET RB-NOT-FOUND TO TRUE.
           SET RB-IDX TO 1.
           PERFORM SCAN-REBUILD-TABLE
               UNTIL RB-FOUND OR RB-IDX > REBUILD-COUNT.

       SCAN-REBUILD-TABLE.
           IF RB-STUDENT-ID (RB-IDX) = GRADE-STUDENT-ID
              SET RB-FOUND TO TRUE
           ELSE
              SET RB-IDX UP BY 1
           END-IF.

       ADD-REBUILD-ENTRY.
           IF REBUILD-COUNT >= REBUILD-MAX
              DISPLAY "GPA-REBUILD: REBUILD TABLE FULL AT "
                      REBUILD-MAX " STUDENTS"
              CLOSE VARIANCE-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO REBUILD-COUNT.
           SET RB-IDX TO REBUILD-COUNT.
           MOVE GRADE-STUDENT-ID TO RB-STUDENT-ID (RB-IDX).
           MOVE 0 TO RB-LESSON-COUNT (RB-IDX).
           MOVE 0 TO RB-AVERAGE-SUM (RB-IDX).
           MOVE 0 TO RB-WEIGHTED-SUM (RB-IDX).
           MOVE 0 TO RB-CREDITS-ATTEMPTED (RB-IDX).
           MOVE 0 TO RB-CREDITS-EARNED (RB-IDX).
           MOVE "N" TO RB-MATCHED-FLAG (RB-IDX).

      * ------------------------------ STUGPA COMPARISON
       READ-GPA-RECORD.
           READ STUDENT-GPA-FILE NEXT RECORD
               AT END SET GPA-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-GPA-RECORD.
           ADD 1 TO CHECKED-COUNT.
           MOVE GPA-STUDENT-ID TO GRADE-STUDENT-ID.
           PERFORM FIND-REBUILD-ENTRY.
           IF RB-NOT-FOUND
              ADD 1 TO VARIANCE-COUNT
              ADD 1 TO NO-LINES-COUNT
              PERFORM WRITE-STORED-LINE
              MOVE SPACES TO VARIANCE-REPORT-LINE
              STRING "        REBUILT  NO GRADED TRANSCRIPT LINES"
                                    DELIMITED BY SIZE
                     " - NOT CHANGED"
                                    DELIMITED BY SIZE
                     INTO VARIANCE-REPORT-LINE
              WRITE VARIANCE-REPORT-LINE
           ELSE
              SET RB-MATCHED (RB-IDX) TO TRUE
              PERFORM COMPUTE-REBUILT-CUMULATIVE
              IF RB-LESSON-COUNT (RB-IDX) = GPA-LESSON-COUNT
                 AND RB-AVERAGE-SUM (RB-IDX) = GPA-AVERAGE-SUM
                 AND RB-WEIGHTED-SUM (RB-IDX) = GPA-WEIGHTED-SUM
                 AND RB-CREDITS-ATTEMPTED (RB-IDX)
                     = GPA-CREDITS-ATTEMPTED
                 AND RB-CREDITS-EARNED (RB-IDX) = GPA-CREDITS-EARNED
                 AND REBUILT-CUMULATIVE = GPA-CUMULATIVE
                 ADD 1 TO BALANCED-COUNT
              ELSE
                 ADD 1 TO VARIANCE-COUNT
                 PERFORM WRITE-STORED-LINE
                 IF REWRITE-RUN
                    PERFORM MOVE-REBUILT-FIGURES
                    REWRITE STUDENT-GPA-RECORD
                    ADD 1 TO REWRITTEN-COUNT
                    MOVE "REWRITTEN" TO ACTION-TEXT
                 ELSE
                    MOVE "NOT CHANGED" TO ACTION-TEXT
                 END-IF
                 PERFORM WRITE-REBUILT-LINE
              END-IF
           END-IF.
           PERFORM READ-GPA-RECORD.

      * Same zero-credit fallback as STUDENT-SCORE.
       COMPUTE-REBUILT-CUMULATIVE.
           IF RB-CREDITS-ATTEMPTED (RB-IDX) > 0
              COMPUTE REBUILT-CUMULATIVE ROUNDED =
                  RB-WEIGHTED-SUM (RB-IDX)
                  / RB-CREDITS-ATTEMPTED (RB-IDX)
           ELSE
              COMPUTE REBUILT-CUMULATIVE ROUNDED =
                  RB-AVERAGE-SUM (RB-IDX) / RB-LESSON-COUNT (RB-IDX)
           END-IF.

       MOVE-REBUILT-FIGURES.
           MOVE RB-STUDENT-ID (RB-IDX)   TO GPA-STUDENT-ID.
           MOVE RB-LESSON-COUNT (RB-IDX) TO GPA-LESSON-COUNT.
           MOVE RB-AVERAGE-SUM (RB-IDX)  TO GPA-AVERAGE-SUM.
           MOVE REBUILT-CUMULATIVE       TO GPA-CUMULATIVE.
           MOVE RB-WEIGHTED-SUM (RB-IDX) TO GPA-WEIGHTED-SUM.
           MOVE RB-CREDITS-ATTEMPTED (RB-IDX)
               TO GPA-CREDITS-ATTEMPTED.
           MOVE RB-CREDITS-EARNED (RB-IDX) TO GPA-CREDITS-EARNED.

      * A student with graded lines but no STUGPA record at all.
       CHECK-UNMATCHED-ENTRY.
           IF NOT RB-MATCHED (RB-IDX)
              ADD 1 TO VARIANCE-COUNT
              PERFORM COMPUTE-REBUILT-CUMULATIVE
              MOVE SPACES TO VARIANCE-REPORT-LINE
              STRING RB-STUDENT-ID (RB-IDX) DELIMITED BY SIZE
                     "  STORED   NO STUGPA RECORD"
                                    DELIMITED BY SIZE
                     INTO VARIANCE-REPORT-LINE
              WRITE VARIANCE-REPORT-LINE
              IF REWRITE-RUN
                 PERFORM MOVE-REBUILT-FIGURES
                 WRITE STUDENT-GPA-RECORD
                 ADD 1 TO ADDED-COUNT
                 MOVE "ADDED" TO ACTION-TEXT
              ELSE
                 MOVE "NOT CHANGED" TO ACTION-TEXT
              END-IF
              PERFORM WRITE-REBUILT-LINE
           END-IF.
           SET RB-IDX UP BY 1.

       WRITE-STORED-LINE.
           MOVE GPA-LESSON-COUNT      TO EDIT-COUNT.
           MOVE GPA-AVERAGE-SUM       TO EDIT-AVG-SUM.
           MOVE GPA-WEIGHTED-SUM      TO EDIT-WEIGHTED.
           MOVE GPA-CREDITS-ATTEMPTED TO EDIT-ATTEMPTED.
           MOVE GPA-CREDITS-EARNED    TO EDIT-EARNED.
           MOVE GPA-CUMULATIVE        TO EDIT-CUMULATIVE.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           STRING GPA-STUDENT-ID    DELIMITED BY SIZE
                  "  STORED   LESSONS " DELIMITED BY SIZE
                  EDIT-COUNT        DELIMITED BY SIZE
                  " AVG SUM "       DELIMITED BY SIZE
                  EDIT-AVG-SUM      DELIMITED BY SIZE
                  " WEIGHTED "      DELIMITED BY SIZE
                  EDIT-WEIGHTED     DELIMITED BY SIZE
                  " ATT "           DELIMITED BY SIZE
                  EDIT-ATTEMPTED    DELIMITED BY SIZE
                  " EARNED "        DELIMITED BY SIZE
                  EDIT-EARNED       DELIMITED BY SIZE
                  " CUM "           DELIMITED BY SIZE
                  EDIT-CUMULATIVE   DELIMITED BY SIZE
                  INTO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.

       WRITE-REBUILT-LINE.
           MOVE RB-LESSON-COUNT (RB-IDX)      TO EDIT-COUNT.
           MOVE RB-AVERAGE-SUM (RB-IDX)       TO EDIT-AVG-SUM.
           MOVE RB-WEIGHTED-SUM (RB-IDX)      TO EDIT-WEIGHTED.
           MOVE RB-CREDITS-ATTEMPTED (RB-IDX) TO EDIT-ATTEMPTED.
           MOVE RB-CREDITS-EARNED (RB-IDX)    TO EDIT-EARNED.
           MOVE REBUILT-CUMULATIVE            TO EDIT-CUMULATIVE.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           STRING "        REBUILT  LESSONS " DELIMITED BY SIZE
                  EDIT-COUNT        DELIMITED BY SIZE
                  " AVG SUM "       DELIMITED BY SIZE
                  EDIT-AVG-SUM      DELIMITED BY SIZE
                  " WEIGHTED "      DELIMITED BY SIZE
                  EDIT-WEIGHTED     DELIMITED BY SIZE
                  " ATT "           DELIMITED BY SIZE
                  EDIT-ATTEMPTED    DELIMITED BY SIZE
                  " EARNED "        DELIMITED BY SIZE
                  EDIT-EARNED       DELIMITED BY SIZE
                  " CUM "           DELIMITED BY SIZE
                  EDIT-CUMULATIVE   DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  ACTION-TEXT       DELIMITED BY SIZE
                  INTO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.

       WRITE-REBUILD-TOTALS.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           STRING "TRANSCRIPT LINES READ=" DELIMITED BY SIZE
                  LINES-READ        DELIMITED BY SIZE
                  " WITHDRAWN SKIPPED="   DELIMITED BY SIZE
                  WITHDRAWN-SKIPPED DELIMITED BY SIZE
                  " NOT ON CATALOG="      DELIMITED BY SIZE
                  UNKNOWN-LESSON-COUNT DELIMITED BY SIZE
                  INTO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           STRING "STUGPA RECORDS CHECKED=" DELIMITED BY SIZE
                  CHECKED-COUNT     DELIMITED BY SIZE
                  " IN BALANCE="    DELIMITED BY SIZE
                  BALANCED-COUNT    DELIMITED BY SIZE
                  " VARIANCES="     DELIMITED BY SIZE
                  VARIANCE-COUNT    DELIMITED BY SIZE
                  " NO GRADED LINES=" DELIMITED BY SIZE
                  NO-LINES-COUNT    DELIMITED BY SIZE
                  INTO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           MOVE SPACES TO VARIANCE-REPORT-LINE.
           STRING "REWRITTEN="      DELIMITED BY SIZE
                  REWRITTEN-COUNT   DELIMITED BY SIZE
                  " ADDED="         DELIMITED BY SIZE
                  ADDED-COUNT       DELIMITED BY SIZE
                  INTO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.

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
              DISPLAY "GPA-REBUILD: NO PROCESSING DATE ON "
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
