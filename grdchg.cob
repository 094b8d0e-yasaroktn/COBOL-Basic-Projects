       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHANGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-FILE ASSIGN TO "GRDCHTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-TRANSCRIPT-FILE ASSIGN TO "TRANNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-GPA-FILE ASSIGN TO "STUGPA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GPA-STUDENT-ID.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "GRDCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLIP-LISTING-FILE ASSIGN TO "GRDFLIP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CHANGE-FILE.
       01  GRADE-CHANGE-RECORD.
           05  GC-STUDENT-ID      PIC X(6).
           05  GC-LESSON          PIC X(10).
           05  GC-CHANGE-TYPE     PIC X(1).
               88  GC-EXAM-CHANGE     VALUE "E".
               88  GC-AVERAGE-CHANGE  VALUE "A".
           05  GC-EXAM-1          PIC 9(3).
           05  GC-EXAM-2          PIC 9(3).
           05  GC-EXAM-3          PIC 9(3).
           05  GC-AVERAGE         PIC 9(3)V99.
           05  GC-REASON-CODE     PIC X(4).
           05  GC-APPROVED-BY     PIC X(20).
       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           COPY CRSECAT.
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD.
           05  TR-STUDENT-ID      PIC X(6).
           05  TR-STUDENT-NAME    PIC X(38).
           05  TR-LESSON          PIC X(10).
           05  TR-AVERAGE         PIC 9(3)V99.
           05  TR-PASS-FLAG       PIC X(1).
           05  TR-LETTER-GRADE    PIC X(1).
           05  TR-RUN-DATE        PIC X(8).
       FD  NEW-TRANSCRIPT-FILE.
       01  NEW-TRANSCRIPT-RECORD  PIC X(69).
       FD  STUDENT-GPA-FILE.
       01  STUDENT-GPA-RECORD.
           COPY STUGPA.
       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE     PIC X(120).
       FD  FLIP-LISTING-FILE.
       01  FLIP-LISTING-LINE      PIC X(120).
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
       77  CATALOG-EOF-FLAG PIC X(1) VALUE "N".
           88  CATALOG-END-OF-FILE    VALUE "Y".
       77  TRANS-EOF-FLAG PIC X(1) VALUE "N".
           88  TRANS-END-OF-FILE      VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  CATALOG-COUNT      PIC 9(3) VALUE 0.
       77  CATALOG-MAX        PIC 9(3) VALUE 050.
       77  CHANGE-COUNT       PIC 9(3) VALUE 0.
       77  CHANGE-MAX         PIC 9(3) VALUE 200.
       77  LESSON-SLOT        PIC 9(3) VALUE 0.
       77  LESSON-CREDITS     PIC 9(2).
       77  LINE-NUMBER        PIC 9(7) VALUE 0.
       77  APPLIED-COUNT      PIC 9(5) VALUE 0.
       77  REJECT-COUNT       PIC 9(5) VALUE 0.
       77  FLIP-COUNT         PIC 9(5) VALUE 0.
       77  COPIED-COUNT       PIC 9(7) VALUE 0.
       77  NEW-AVERAGE        PIC 9(3)V99.
       77  NEW-PASS-FLAG      PIC X(1).
       77  NEW-LETTER-GRADE   PIC X(1).
       77  OLD-AVERAGE        PIC 9(3)V99.
       77  OLD-PASS-FLAG      PIC X(1).
       77  OLD-LETTER-GRADE   PIC X(1).
       77  OLD-WEIGHTED       PIC 9(9)V99.
       77  REJECT-REASON      PIC X(40).
       77  GPA-STATUS-FLAG    PIC X(1).
           88  GPA-FOUND          VALUE "Y".
           88  GPA-NOT-FOUND      VALUE "N".
       77  EDIT-AVERAGE       PIC ZZ9.99.
       77  EDIT-OLD-AVERAGE   PIC ZZ9.99.
       77  EDIT-GPA           PIC ZZ9.99.
       77  EDIT-EARNED        PIC ZZZZ9.

       01  COURSE-CATALOG-TABLE.
           03  CATALOG-ENTRY OCCURS 50 TIMES INDEXED BY CC-IDX.
               05  CE-LESSON-CODE    PIC X(10).
               05  CE-CREDIT-HOURS   PIC 9(2).
               05  CE-WEIGHT-1       PIC 9(3).
               05  CE-WEIGHT-2       PIC 9(3).
               05  CE-WEIGHT-3       PIC 9(3).
               05  CE-PASS-GRADE     PIC 9(3)V99.
               05  CE-GRADE-A        PIC 9(3)V99.
               05  CE-GRADE-B        PIC 9(3)V99.
               05  CE-GRADE-C        PIC 9(3)V99.
               05  CE-GRADE-D        PIC 9(3)V99.

      * One entry per clean transaction.  GT-LINE-NUMBER is the
      * position on TRANSCPT of the line the change corrects - the
      * last one posted for the student and lesson, so a retake's
      * line is corrected rather than the original attempt.
       01  GRADE-CHANGE-TABLE.
           03  CHANGE-ENTRY OCCURS 200 TIMES INDEXED BY GT-IDX.
               05  GT-STUDENT-ID     PIC X(6).
               05  GT-LESSON         PIC X(10).
               05  GT-LESSON-SLOT    PIC 9(3).
               05  GT-NEW-AVERAGE    PIC 9(3)V99.
               05  GT-NEW-PASS-FLAG  PIC X(1).
               05  GT-NEW-LETTER     PIC X(1).
               05  GT-REASON-CODE    PIC X(4).
               05  GT-APPROVED-BY    PIC X(20).
               05  GT-LINE-NUMBER    PIC 9(7).
       PROCEDURE DIVISION.
      * Applies upheld appeals and marking corrections to a grade
      * STUDENT-SCORE has already posted.  Each transaction names
      * the student and lesson, either the corrected exam scores
      * (type E - the average is recomputed with the catalog
      * weights) or the corrected average itself (type A), a
      * reason code and the approver.  The matching transcript
      * line is rewritten onto a fresh copy of TRANSCPT that the
      * job copies back, and the old line's contribution to the
      * STUGPA sums is backed out before the new one is applied,
      * so the cumulative is exactly what grading would have
      * produced had the corrected mark been posted first time.
      * Every change prints before and after on the audit listing
      * for the registrar; a change that turns a fail into a pass
      * is also listed on the flip listing so the bursar can
      * cancel the retake fee and the retake roster entry.
      * Rejected transactions end the run with return code 4.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-COURSE-CATALOG.
           PERFORM READ-CHANGE-TRANSACTION.
           PERFORM LOAD-CHANGE-ENTRY UNTIL TXN-END-OF-FILE.
           PERFORM FIND-TRANSCRIPT-LINES.
           PERFORM REJECT-UNMATCHED-CHANGES.
           PERFORM REWRITE-TRANSCRIPT.
           PERFORM WRITE-CHANGE-TOTALS.
           PERFORM CLOSE-FILES.
           IF REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT GRADE-CHANGE-FILE
                OUTPUT CHANGE-REPORT-FILE
                       FLIP-LISTING-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           STRING "GRADE CHANGE AUDIT LISTING         RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           MOVE SPACES TO FLIP-LISTING-LINE.
           STRING "GRADE CHANGES FAIL TO PASS - CANCEL RETAKE FEE "
                                 DELIMITED BY SIZE
                  "AND ROSTER ENTRY   RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO FLIP-LISTING-LINE.
           WRITE FLIP-LISTING-LINE.
           MOVE SPACES TO FLIP-LISTING-LINE.
           WRITE FLIP-LISTING-LINE.

       CLOSE-FILES.
           CLOSE GRADE-CHANGE-FILE CHANGE-REPORT-FILE
                 FLIP-LISTING-FILE.

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
              DISPLAY "GRADE-CHANGE: COURSE CATALOG TABLE FULL AT "
                      CATALOG-MAX " ENTRIES"
              SET CATALOG-END-OF-FILE TO TRUE
           ELSE
              ADD 1 TO CATALOG-COUNT
              SET CC-IDX TO CATALOG-COUNT
              MOVE CAT-LESSON-CODE  TO CE-LESSON-CODE (CC-IDX)
              MOVE CAT-CREDIT-HOURS TO CE-CREDIT-HOURS (CC-IDX)
              MOVE CAT-WEIGHT-1     TO CE-WEIGHT-1 (CC-IDX)
              MOVE CAT-WEIGHT-2     TO CE-WEIGHT-2 (CC-IDX)
              MOVE CAT-WEIGHT-3     TO CE-WEIGHT-3 (CC-IDX)
              MOVE CAT-PASS-GRADE   TO CE-PASS-GRADE (CC-IDX)
              MOVE CAT-GRADE-A      TO CE-GRADE-A (CC-IDX)
              MOVE CAT-GRADE-B      TO CE-GRADE-B (CC-IDX)
              MOVE CAT-GRADE-C      TO CE-GRADE-C (CC-IDX)
              MOVE CAT-GRADE-D      TO CE-GRADE-D (CC-IDX)
              PERFORM READ-CATALOG-RECORD
           END-IF.

       READ-CHANGE-TRANSACTION.
           READ GRADE-CHANGE-FILE
               AT END SET TXN-END-OF-FILE TO TRUE
           END-READ.

      * Transactions are edited as they are loaded; only clean ones
      * reach the table.  The pass/fail test and the letter bands
      * are the grading step's own rules, taken from the catalog.
       LOAD-CHANGE-ENTRY.
           MOVE SPACES TO REJECT-REASON.
           PERFORM FIND-CATALOG-SLOT.
           EVALUATE TRUE
               WHEN LESSON-SLOT = 0
                   MOVE "LESSON CODE NOT IN CATALOG" TO REJECT-REASON
               WHEN NOT GC-EXAM-CHANGE AND NOT GC-AVERAGE-CHANGE
                   MOVE "INVALID CHANGE TYPE" TO REJECT-REASON
               WHEN GC-EXAM-CHANGE
                    AND (GC-EXAM-1 NOT NUMERIC
                         OR GC-EXAM-2 NOT NUMERIC
                         OR GC-EXAM-3 NOT NUMERIC)
                   MOVE "EXAM SCORE NOT NUMERIC" TO REJECT-REASON
               WHEN GC-EXAM-CHANGE
                    AND (GC-EXAM-1 > 100 OR GC-EXAM-2 > 100
                         OR GC-EXAM-3 > 100)
                   MOVE "EXAM SCORE OUT OF RANGE (0-100)"
                       TO REJECT-REASON
               WHEN GC-AVERAGE-CHANGE AND GC-AVERAGE NOT NUMERIC
                   MOVE "AVERAGE NOT NUMERIC" TO REJECT-REASON
               WHEN GC-AVERAGE-CHANGE AND GC-AVERAGE > 100
                   MOVE "AVERAGE OUT OF RANGE (0-100)"
                       TO REJECT-REASON
               WHEN GC-REASON-CODE = SPACES
                   MOVE "REASON CODE MISSING" TO REJECT-REASON
               WHEN GC-APPROVED-BY = SPACES
                   MOVE "APPROVER MISSING" TO REJECT-REASON
               WHEN CHANGE-COUNT >= CHANGE-MAX
                   MOVE "GRADE CHANGE TABLE FULL" TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
              PERFORM WRITE-TXN-REJECT-LINE
           ELSE
              PERFORM COMPUTE-NEW-GRADE
              ADD 1 TO CHANGE-COUNT
              SET GT-IDX TO CHANGE-COUNT
              MOVE GC-STUDENT-ID    TO GT-STUDENT-ID (GT-IDX)
              MOVE GC-LESSON        TO GT-LESSON (GT-IDX)
              MOVE LESSON-SLOT      TO GT-LESSON-SLOT (GT-IDX)
              MOVE NEW-AVERAGE      TO GT-NEW-AVERAGE (GT-IDX)
              MOVE NEW-PASS-FLAG    TO GT-NEW-PASS-FLAG (GT-IDX)
              MOVE NEW-LETTER-GRADE TO GT-NEW-LETTER (GT-IDX)
              MOVE GC-REASON-CODE   TO GT-REASON-CODE (GT-IDX)
              MOVE GC-APPROVED-BY   TO GT-APPROVED-BY (GT-IDX)
              MOVE 0                TO GT-LINE-NUMBER (GT-IDX)
           END-IF.
           PERFORM READ-CHANGE-TRANSACTION.

       FIND-CATALOG-SLOT.
           MOVE 0 TO LESSON-SLOT.
           IF CATALOG-COUNT > 0
              SET CC-IDX TO 1
              PERFORM SCAN-CATALOG-ENTRY
                  UNTIL LESSON-SLOT > 0 OR CC-IDX > CATALOG-COUNT
           END-IF.

       SCAN-CATALOG-ENTRY.
           IF CE-LESSON-CODE (CC-IDX) = GC-LESSON
              SET LESSON-SLOT TO CC-IDX
           ELSE
              SET CC-IDX UP BY 1
           END-IF.

       COMPUTE-NEW-GRADE.
           IF GC-EXAM-CHANGE
              COMPUTE NEW-AVERAGE ROUNDED =
                  (GC-EXAM-1 * CE-WEIGHT-1 (LESSON-SLOT)
                   + GC-EXAM-2 * CE-WEIGHT-2 (LESSON-SLOT)
                   + GC-EXAM-3 * CE-WEIGHT-3 (LESSON-SLOT)) / 100
           ELSE
              MOVE GC-AVERAGE TO NEW-AVERAGE
           END-IF.
           IF NEW-AVERAGE > CE-PASS-GRADE (LESSON-SLOT)
              MOVE "P" TO NEW-PASS-FLAG
           ELSE
              MOVE "F" TO NEW-PASS-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN NEW-AVERAGE >= CE-GRADE-A (LESSON-SLOT)
                   MOVE "A" TO NEW-LETTER-GRADE
               WHEN NEW-AVERAGE >= CE-GRADE-B (LESSON-SLOT)
                   MOVE "B" TO NEW-LETTER-GRADE
               WHEN NEW-AVERAGE >= CE-GRADE-C (LESSON-SLOT)
                   MOVE "C" TO NEW-LETTER-GRADE
               WHEN NEW-AVERAGE >= CE-GRADE-D (LESSON-SLOT)
                   MOVE "D" TO NEW-LETTER-GRADE
               WHEN OTHER
                   MOVE "F" TO NEW-LETTER-GRADE
           END-EVALUATE.

       WRITE-TXN-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           STRING GC-STUDENT-ID  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  GC-LESSON      DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  REJECT-REASON  DELIMITED BY SIZE
                  INTO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

      * ------------------------------ PASS 1 - LOCATE THE LINES
      * TRANSCPT is in posting order, so the last line seen for a
      * student and lesson is the most recent attempt.
       FIND-TRANSCRIPT-LINES.
           MOVE 0 TO LINE-NUMBER.
           OPEN INPUT TRANSCRIPT-FILE.
           PERFORM READ-TRANSCRIPT-RECORD.
           PERFORM NOTE-TRANSCRIPT-LINE UNTIL TRANS-END-OF-FILE.
           CLOSE TRANSCRIPT-FILE.

       READ-TRANSCRIPT-RECORD.
           READ TRANSCRIPT-FILE
               AT END SET TRANS-END-OF-FILE TO TRUE
           END-READ.

       NOTE-TRANSCRIPT-LINE.
           ADD 1 TO LINE-NUMBER.
           IF CHANGE-COUNT > 0
              SET GT-IDX TO 1
              PERFORM NOTE-MATCHING-CHANGE
                  UNTIL GT-IDX > CHANGE-COUNT
           END-IF.
           PERFORM READ-TRANSCRIPT-RECORD.

       NOTE-MATCHING-CHANGE.
           IF GT-STUDENT-ID (GT-IDX) = TR-STUDENT-ID
              AND GT-LESSON (GT-IDX) = TR-LESSON
              MOVE LINE-NUMBER TO GT-LINE-NUMBER (GT-IDX)
           END-IF.
           SET GT-IDX UP BY 1.

       REJECT-UNMATCHED-CHANGES.
           IF CHANGE-COUNT > 0
              SET GT-IDX TO 1
              PERFORM CHECK-CHANGE-MATCHED
                  UNTIL GT-IDX > CHANGE-COUNT
           END-IF.

       CHECK-CHANGE-MATCHED.
           IF GT-LINE-NUMBER (GT-IDX) = 0
              MOVE "NO TRANSCRIPT LINE FOR STUDENT/LESSON"
                  TO REJECT-REASON
              PERFORM WRITE-TABLE-REJECT-LINE
           END-IF.
           SET GT-IDX UP BY 1.

      * ------------------------------ PASS 2 - REWRITE AND REPOST
       REWRITE-TRANSCRIPT.
           MOVE 0 TO LINE-NUMBER.
           MOVE "N" TO TRANS-EOF-FLAG.
           OPEN INPUT TRANSCRIPT-FILE
                OUTPUT NEW-TRANSCRIPT-FILE
                I-O STUDENT-GPA-FILE.
           PERFORM READ-TRANSCRIPT-RECORD.
           PERFORM COPY-TRANSCRIPT-LINE UNTIL TRANS-END-OF-FILE.
           CLOSE TRANSCRIPT-FILE NEW-TRANSCRIPT-FILE
                 STUDENT-GPA-FILE.

       COPY-TRANSCRIPT-LINE.
           ADD 1 TO LINE-NUMBER.
           IF CHANGE-COUNT > 0
              SET GT-IDX TO 1
              PERFORM APPLY-MATCHING-CHANGE
                  UNTIL GT-IDX > CHANGE-COUNT
           END-IF.
           MOVE TRANSCRIPT-RECORD TO NEW-TRANSCRIPT-RECORD.
           WRITE NEW-TRANSCRIPT-RECORD.
           ADD 1 TO COPIED-COUNT.
           PERFORM READ-TRANSCRIPT-RECORD.

      * Two changes to the same line in one run apply in turn, the
      * second backing out what the first put on.
       APPLY-MATCHING-CHANGE.
           IF GT-LINE-NUMBER (GT-IDX) = LINE-NUMBER
              PERFORM APPLY-GRADE-CHANGE
           END-IF.
           SET GT-IDX UP BY 1.

       APPLY-GRADE-CHANGE.
           MOVE TR-AVERAGE      TO OLD-AVERAGE.
           MOVE TR-PASS-FLAG    TO OLD-PASS-FLAG.
           MOVE TR-LETTER-GRADE TO OLD-LETTER-GRADE.
           MOVE CE-CREDIT-HOURS (GT-LESSON-SLOT (GT-IDX))
               TO LESSON-CREDITS.
           COMPUTE OLD-WEIGHTED = OLD-AVERAGE * LESSON-CREDITS.
           SET GPA-FOUND TO TRUE.
           MOVE TR-STUDENT-ID TO GPA-STUDENT-ID.
           READ STUDENT-GPA-FILE
               INVALID KEY SET GPA-NOT-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN OLD-PASS-FLAG = "W"
                   MOVE "LESSON WITHDRAWN - NO GRADE TO CHANGE"
                       TO REJECT-REASON
                   PERFORM WRITE-TABLE-REJECT-LINE
               WHEN GPA-NOT-FOUND
                   MOVE "NO STUGPA RECORD FOR STUDENT"
                       TO REJECT-REASON
                   PERFORM WRITE-TABLE-REJECT-LINE
               WHEN GPA-AVERAGE-SUM < OLD-AVERAGE
                    OR GPA-WEIGHTED-SUM < OLD-WEIGHTED
                    OR (OLD-PASS-FLAG = "P"
                        AND GPA-CREDITS-EARNED < LESSON-CREDITS)
                   MOVE "STUGPA SUMS CANNOT COVER THE BACK-OUT"
                       TO REJECT-REASON
                   PERFORM WRITE-TABLE-REJECT-LINE
               WHEN OTHER
                   PERFORM WRITE-BEFORE-LINE
                   PERFORM BACK-OUT-OLD-GRADE
                   PERFORM POST-NEW-GRADE
                   REWRITE STUDENT-GPA-RECORD
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-AFTER-LINE
                   IF OLD-PASS-FLAG = "F"
                      AND GT-NEW-PASS-FLAG (GT-IDX) = "P"
                      PERFORM WRITE-FLIP-LINE
                   END-IF
           END-EVALUATE.

      * The lesson count and credits attempted do not move - the
      * attempt still happened; only the average it contributed
      * and, when the result flips, the credits earned change.
       BACK-OUT-OLD-GRADE.
           SUBTRACT OLD-AVERAGE FROM GPA-AVERAGE-SUM.
           SUBTRACT OLD-WEIGHTED FROM GPA-WEIGHTED-SUM.
           IF OLD-PASS-FLAG = "P"
              SUBTRACT LESSON-CREDITS FROM GPA-CREDITS-EARNED
           END-IF.

       POST-NEW-GRADE.
           MOVE GT-NEW-AVERAGE (GT-IDX)   TO TR-AVERAGE.
           MOVE GT-NEW-PASS-FLAG (GT-IDX) TO TR-PASS-FLAG.
           MOVE GT-NEW-LETTER (GT-IDX)    TO TR-LETTER-GRADE.
           ADD TR-AVERAGE TO GPA-AVERAGE-SUM.
           COMPUTE GPA-WEIGHTED-SUM =
               GPA-WEIGHTED-SUM + TR-AVERAGE * LESSON-CREDITS.
           IF TR-PASS-FLAG = "P"
              ADD LESSON-CREDITS TO GPA-CREDITS-EARNED
           END-IF.
      * Same zero-credit fallback as STUDENT-SCORE.
           IF GPA-CREDITS-ATTEMPTED > 0
              COMPUTE GPA-CUMULATIVE ROUNDED =
                  GPA-WEIGHTED-SUM / GPA-CREDITS-ATTEMPTED
           ELSE
              IF GPA-LESSON-COUNT > 0
                 COMPUTE GPA-CUMULATIVE ROUNDED =
                     GPA-AVERAGE-SUM / GPA-LESSON-COUNT
              END-IF
           END-IF.

       WRITE-BEFORE-LINE.
           MOVE OLD-AVERAGE         TO EDIT-AVERAGE.
           MOVE GPA-CUMULATIVE      TO EDIT-GPA.
           MOVE GPA-CREDITS-EARNED  TO EDIT-EARNED.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           STRING TR-STUDENT-ID  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  TR-LESSON      DELIMITED BY SIZE
                  "  BEFORE: AVG " DELIMITED BY SIZE
                  EDIT-AVERAGE   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  OLD-PASS-FLAG  DELIMITED BY SIZE
                  " GRADE "      DELIMITED BY SIZE
                  OLD-LETTER-GRADE DELIMITED BY SIZE
                  "  GPA "       DELIMITED BY SIZE
                  EDIT-GPA       DELIMITED BY SIZE
                  " EARNED "     DELIMITED BY SIZE
                  EDIT-EARNED    DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  TR-STUDENT-NAME DELIMITED BY SIZE
                  INTO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

       WRITE-AFTER-LINE.
           MOVE TR-AVERAGE          TO EDIT-AVERAGE.
           MOVE GPA-CUMULATIVE      TO EDIT-GPA.
           MOVE GPA-CREDITS-EARNED  TO EDIT-EARNED.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           STRING TR-STUDENT-ID  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  TR-LESSON      DELIMITED BY SIZE
                  "  AFTER:  AVG " DELIMITED BY SIZE
                  EDIT-AVERAGE   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  TR-PASS-FLAG   DELIMITED BY SIZE
                  " GRADE "      DELIMITED BY SIZE
                  TR-LETTER-GRADE DELIMITED BY SIZE
                  "  GPA "       DELIMITED BY SIZE
                  EDIT-GPA       DELIMITED BY SIZE
                  " EARNED "     DELIMITED BY SIZE
                  EDIT-EARNED    DELIMITED BY SIZE
                  "  REASON "    DELIMITED BY SIZE
                  GT-REASON-CODE (GT-IDX) DELIMITED BY SIZE
                  " APPROVED BY " DELIMITED BY SIZE
                  GT-APPROVED-BY (GT-IDX) DELIMITED BY SIZE
                  INTO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

       WRITE-FLIP-LINE.
           ADD 1 TO FLIP-COUNT.
           MOVE OLD-AVERAGE TO EDIT-OLD-AVERAGE.
           MOVE TR-AVERAGE  TO EDIT-AVERAGE.
           MOVE SPACES TO FLIP-LISTING-LINE.
           STRING TR-STUDENT-ID  DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  TR-STUDENT-NAME DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  TR-LESSON      DELIMITED BY SIZE
                  "  WAS "       DELIMITED BY SIZE
                  EDIT-OLD-AVERAGE DELIMITED BY SIZE
                  " FAIL  NOW "  DELIMITED BY SIZE
                  EDIT-AVERAGE   DELIMITED BY SIZE
                  " PASS  REASON " DELIMITED BY SIZE
                  GT-REASON-CODE (GT-IDX) DELIMITED BY SIZE
                  INTO FLIP-LISTING-LINE.
           WRITE FLIP-LISTING-LINE.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           STRING TR-STUDENT-ID  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  TR-LESSON      DELIMITED BY SIZE
                  "  *** FAIL TO PASS - SEE FLIP LISTING ***"
                                 DELIMITED BY SIZE
                  INTO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

       WRITE-TABLE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           STRING GT-STUDENT-ID (GT-IDX) DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  GT-LESSON (GT-IDX) DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  REJECT-REASON  DELIMITED BY SIZE
                  INTO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

       WRITE-CHANGE-TOTALS.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           STRING "CHANGES APPLIED=" DELIMITED BY SIZE
                  APPLIED-COUNT      DELIMITED BY SIZE
                  " REJECTS="        DELIMITED BY SIZE
                  REJECT-COUNT       DELIMITED BY SIZE
                  " FAIL TO PASS="   DELIMITED BY SIZE
                  FLIP-COUNT         DELIMITED BY SIZE
                  " TRANSCRIPT LINES OUT=" DELIMITED BY SIZE
                  COPIED-COUNT       DELIMITED BY SIZE
                  INTO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           MOVE SPACES TO FLIP-LISTING-LINE.
           WRITE FLIP-LISTING-LINE.
           MOVE SPACES TO FLIP-LISTING-LINE.
           STRING "FAIL TO PASS CHANGES=" DELIMITED BY SIZE
                  FLIP-COUNT         DELIMITED BY SIZE
                  INTO FLIP-LISTING-LINE.
           WRITE FLIP-LISTING-LINE.

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
              DISPLAY "GRADE-CHANGE: NO PROCESSING DATE ON "
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
