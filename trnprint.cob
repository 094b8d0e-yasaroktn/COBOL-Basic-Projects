               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GPA-STUDENT-ID.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-STUDENT-ID.
           SELECT CLASS-RANK-FILE ASSIGN TO "CLSRANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-STUDENT-ID.
           SELECT TRANSCRIPT-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-PRINT-FILE ASSIGN TO "TRNPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-LISTING-FILE ASSIGN TO "TRNREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GPA-FILE.
       01  STUDENT-GPA-RECORD.
           COPY STUGPA.
       FD  HOLD-MASTER-FILE.
       01  HOLD-MASTER-RECORD.
           COPY HOLDMST.
       FD  CLASS-RANK-FILE.
       01  CLASS-RANK-RECORD.
           COPY CLSRANK.
       FD  REJECT-LISTING-FILE.
       01  REJECT-LISTING-LINE    PIC X(80).
       FD  TRANSCRIPT-PRINT-FILE.
       01  PRINT-LINE             PIC X(80).
       SD  SORT-WORK-FILE.
       77  GPA-STATUS-FLAG    PIC X(1).
           88  GPA-FOUND          VALUE "Y".
           88  GPA-NOT-FOUND      VALUE "N".
       77  RANK-STATUS-FLAG   PIC X(1).
           88  RANK-FOUND         VALUE "Y".
           88  RANK-NOT-FOUND     VALUE "N".
       77  HOLD-STUDENT-ID    PIC X(6)  VALUE LOW-VALUES.
       77  HOLD-RUN-DATE      PIC X(8)  VALUE LOW-VALUES.
       77  FIRST-STUDENT-FLAG PIC X(1)  VALUE "Y".
           88  FIRST-STUDENT      VALUE "Y".
       77  STUDENT-HOLD-FLAG  PIC X(1)  VALUE "N".
           88  STUDENT-ON-HOLD    VALUE "Y".
           88  STUDENT-NOT-HELD   VALUE "N".
       77  HELD-COUNT         PIC 9(5)  VALUE 0.
       77  SELECTED-COUNT     PIC 9(5)  VALUE 0.
       77  PAGE-NUMBER        PIC 9(4)  VALUE 0.
       77  LINE-COUNT         PIC 9(3)  VALUE 0.
       77  EDIT-GPA           PIC ZZ9.99.
       77  EDIT-CREDITS-ATT   PIC ZZZZ9.
       77  EDIT-CREDITS-EARN  PIC ZZZZ9.
       77  EDIT-RANK          PIC ZZZZ9.
       77  EDIT-COHORT        PIC ZZZZ9.
       77  EDIT-PERCENTILE    PIC ZZ9.
       77  PASS-FAIL-TEXT     PIC X(9).
       77  PRINT-WORK-LINE    PIC X(80).
       PROCEDURE DIVISION.
      * Prints formatted transcripts from the TRANSCPT file for one
      * student (six character id as the parm) or the whole school
      * (parm ALL or blank).  Lessons are grouped under each run
      * date, and each student closes with the cumulative GPA read
      * from the indexed STUGPA file, followed by the student's
      * class rank, cohort size and percentile within the program
      * of study when the last CLASS-RANK run ranked the student
      * (students not ranked get no rank line).  A student with an
      * active hold on the hold file gets no transcript; the
      * student goes on the reject listing with the hold type and
      * date instead, and the run ends with return code 4.
       MAIN-PROCESS.
           ACCEPT PRINT-PARM FROM COMMAND-LINE.
           OPEN INPUT STUDENT-GPA-FILE
                      HOLD-MASTER-FILE
                      CLASS-RANK-FILE
                OUTPUT TRANSCRIPT-PRINT-FILE
                       REJECT-LISTING-FILE.
           MOVE "TRANSCRIPTS WITHHELD - STUDENT ON HOLD"
               TO REJECT-LISTING-LINE.
           WRITE REJECT-LISTING-LINE.
           MOVE SPACES TO REJECT-LISTING-LINE.
           WRITE REJECT-LISTING-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STUDENT-ID
                                SW-RUN-DATE
                                SW-LESSON
               INPUT PROCEDURE IS SELECT-TRANSCRIPT-ROWS
               OUTPUT PROCEDURE IS PRINT-TRANSCRIPTS.
           PERFORM WRITE-HELD-TOTAL.
           CLOSE STUDENT-GPA-FILE HOLD-MASTER-FILE CLASS-RANK-FILE
                 TRANSCRIPT-PRINT-FILE REJECT-LISTING-FILE.
           IF HELD-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SELECT-TRANSCRIPT-ROWS.
           PERFORM RETURN-SORTED-ROW.
           PERFORM PRINT-TRANSCRIPT-ROW UNTIL SORT-END-OF-FILE.
           IF SELECTED-COUNT > 0
              IF STUDENT-NOT-HELD
                 PERFORM WRITE-CUMULATIVE-GPA
              END-IF
           ELSE
              PERFORM WRITE-NO-RECORDS-LINE
           END-IF.

       PRINT-TRANSCRIPT-ROW.
           IF SW-STUDENT-ID NOT = HOLD-STUDENT-ID
              IF NOT FIRST-STUDENT AND STUDENT-NOT-HELD
                 PERFORM WRITE-CUMULATIVE-GPA
              END-IF
              MOVE "N" TO FIRST-STUDENT-FLAG
              MOVE SW-STUDENT-ID TO HOLD-STUDENT-ID
              MOVE LOW-VALUES TO HOLD-RUN-DATE
              PERFORM CHECK-STUDENT-HOLD
              IF STUDENT-NOT-HELD
                 PERFORM WRITE-STUDENT-HEADER
              END-IF
           END-IF.
           IF STUDENT-NOT-HELD
              IF SW-RUN-DATE NOT = HOLD-RUN-DATE
                 MOVE SW-RUN-DATE TO HOLD-RUN-DATE
                 PERFORM WRITE-RUN-DATE-LINE
              END-IF
              PERFORM WRITE-LESSON-LINE
           END-IF.
           PERFORM RETURN-SORTED-ROW.

       CHECK-STUDENT-HOLD.
           SET STUDENT-ON-HOLD TO TRUE.
           MOVE SW-STUDENT-ID TO HLD-STUDENT-ID.
           READ HOLD-MASTER-FILE
               INVALID KEY SET STUDENT-NOT-HELD TO TRUE
           END-READ.
           IF STUDENT-ON-HOLD AND NOT HLD-ACTIVE
              SET STUDENT-NOT-HELD TO TRUE
           END-IF.
           IF STUDENT-ON-HOLD
              ADD 1 TO HELD-COUNT
              MOVE SPACES TO REJECT-LISTING-LINE
              STRING SW-STUDENT-ID   DELIMITED BY SIZE
                     "  "            DELIMITED BY SIZE
                     SW-STUDENT-NAME DELIMITED BY SIZE
                     "  "            DELIMITED BY SIZE
                     HLD-HOLD-TYPE   DELIMITED BY SIZE
                     " HOLD SINCE "  DELIMITED BY SIZE
                     HLD-PLACED-DATE DELIMITED BY SIZE
                     INTO REJECT-LISTING-LINE
              WRITE REJECT-LISTING-LINE
           END-IF.

       WRITE-HELD-TOTAL.
           MOVE SPACES TO REJECT-LISTING-LINE.
           WRITE REJECT-LISTING-LINE.
           MOVE SPACES TO REJECT-LISTING-LINE.
           STRING "STUDENTS WITHHELD=" DELIMITED BY SIZE
                  HELD-COUNT           DELIMITED BY SIZE
                  INTO REJECT-LISTING-LINE.
           WRITE REJECT-LISTING-LINE.

       WRITE-STUDENT-HEADER.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO EDIT-PAGE.

       WRITE-LESSON-LINE.
           MOVE SW-AVERAGE TO EDIT-AVERAGE.
           EVALUATE SW-PASS-FLAG
               WHEN "P"
                   MOVE "PASS" TO PASS-FAIL-TEXT
               WHEN "W"
                   MOVE "WITHDRAWN" TO PASS-FAIL-TEXT
               WHEN OTHER
                   MOVE "FAIL" TO PASS-FAIL-TEXT
           END-EVALUATE.
           MOVE SPACES TO PRINT-WORK-LINE.
           STRING "    "          DELIMITED BY SIZE
                  SW-LESSON       DELIMITED BY SIZE
                     INTO PRINT-WORK-LINE
              PERFORM WRITE-PRINT-LINE
           END-IF.
           PERFORM WRITE-CLASS-RANK.

       WRITE-CLASS-RANK.
           SET RANK-FOUND TO TRUE.
           MOVE HOLD-STUDENT-ID TO RK-STUDENT-ID.
           READ CLASS-RANK-FILE
               INVALID KEY SET RANK-NOT-FOUND TO TRUE
           END-READ.
           IF RANK-FOUND
              MOVE RK-CLASS-RANK  TO EDIT-RANK
              MOVE RK-COHORT-SIZE TO EDIT-COHORT
              MOVE RK-PERCENTILE  TO EDIT-PERCENTILE
              MOVE SPACES TO PRINT-WORK-LINE
              STRING "  CLASS RANK "      DELIMITED BY SIZE
                     EDIT-RANK            DELIMITED BY SIZE
                     " OF "               DELIMITED BY SIZE
                     EDIT-COHORT          DELIMITED BY SIZE
                     " IN "               DELIMITED BY SIZE
                     RK-PROGRAM-CODE      DELIMITED BY SIZE
                     "  PERCENTILE "      DELIMITED BY SIZE
                     EDIT-PERCENTILE      DELIMITED BY SIZE
                     "  (TERM "           DELIMITED BY SIZE
                     RK-TERM-CODE         DELIMITED BY SIZE
                     ")"                  DELIMITED BY SIZE
                     INTO PRINT-WORK-LINE
              PERFORM WRITE-PRINT-LINE
           END-IF.

       WRITE-NO-RECORDS-LINE.
           MOVE SPACES TO PRINT-WORK-LINE.
