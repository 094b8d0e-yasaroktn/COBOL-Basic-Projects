       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-SCHEDULE-SEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEED-REPORT-FILE ASSIGN TO "SEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           COPY CRSECAT.
       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           COPY FEESCHD.
       FD  SEED-REPORT-FILE.
       01  SEED-REPORT-LINE       PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  CAT-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAT-END-OF-FILE        VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  LESSON-COUNT       PIC 9(5) VALUE 0.
       77  NO-DEPT-COUNT      PIC 9(5) VALUE 0.
       77  DEPT-COUNT         PIC 9(3) VALUE 0.
       77  DEPT-MAX           PIC 9(3) VALUE 050.
       77  DEPT-FOUND-FLAG    PIC X(1).
           88  DEPT-FOUND         VALUE "Y".
           88  DEPT-NOT-FOUND     VALUE "N".
       77  EDIT-AMOUNT        PIC ZZZZZ9.99.
       77  RETAKE-AMOUNT      PIC 9(6)V99 VALUE 25.00.
       77  PENALTY-AMOUNT     PIC 9(6)V99 VALUE 25.00.

       01  SEED-PARM.
           05  SP-RETAKE-X        PIC X(8).
           05  SP-RETAKE-N REDEFINES SP-RETAKE-X
                                  PIC 9(6)V99.
           05  SP-PENALTY-X       PIC X(8).
           05  SP-PENALTY-N REDEFINES SP-PENALTY-X
                                  PIC 9(6)V99.

       01  DEPARTMENT-TABLE.
           03  DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DP-IDX.
               05  DP-DEPARTMENT     PIC X(15).
       PROCEDURE DIVISION.
      * One-time load of the fee schedule.  The grading step used
      * to charge every failed lesson the same flat retake fee out
      * of its source; this writes that fee as one flat RT entry
      * per course catalog department, so the first
      * schedule-driven GRADE-FEE-EXTRACT prices every fail exactly
      * as the last hard-coded run did, plus the school-wide flat
      * NS entry FEE-PAYMENT-REVERSAL prices the returned-cheque
      * penalty from.  Every entry runs from the processing date,
      * open ended.  A lesson with no department on the catalog
      * cannot be priced by a department entry; it is listed so
      * the bursar can give it a lesson entry with
      * FEE-SCHEDULE-MAINT.  The parm is the retake fee then the
      * penalty, each 9(6)V99; a blank half keeps 25.00.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM GET-SEED-AMOUNTS.
           OPEN INPUT COURSE-CATALOG-FILE
                OUTPUT FEE-SCHEDULE-FILE
                       SEED-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO SEED-REPORT-LINE.
           STRING "FEE SCHEDULE SEED          RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO SEED-REPORT-LINE.
           WRITE SEED-REPORT-LINE.
           MOVE SPACES TO SEED-REPORT-LINE.
           WRITE SEED-REPORT-LINE.
           PERFORM READ-CATALOG-RECORD.
           PERFORM COLLECT-DEPARTMENT UNTIL CAT-END-OF-FILE.
           SET DP-IDX TO 1.
           PERFORM WRITE-RETAKE-ENTRY UNTIL DP-IDX > DEPT-COUNT.
           PERFORM WRITE-PENALTY-ENTRY.
           PERFORM WRITE-SEED-TOTALS.
           CLOSE COURSE-CATALOG-FILE FEE-SCHEDULE-FILE
                 SEED-REPORT-FILE.
           STOP RUN.

       GET-SEED-AMOUNTS.
           ACCEPT SEED-PARM FROM COMMAND-LINE.
           IF SP-RETAKE-X IS NUMERIC
              MOVE SP-RETAKE-N TO RETAKE-AMOUNT
           END-IF.
           IF SP-PENALTY-X IS NUMERIC
              MOVE SP-PENALTY-N TO PENALTY-AMOUNT
           END-IF.
           IF RETAKE-AMOUNT = 0 OR PENALTY-AMOUNT = 0
              DISPLAY "FEE-SCHEDULE-SEED: PARM " SEED-PARM
                      " INVALID - BOTH AMOUNTS MUST BE ABOVE ZERO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-CATALOG-RECORD.
           READ COURSE-CATALOG-FILE
               AT END SET CAT-END-OF-FILE TO TRUE
           END-READ.

       COLLECT-DEPARTMENT.
           ADD 1 TO LESSON-COUNT.
           IF CAT-DEPARTMENT = SPACES
              PERFORM WRITE-NO-DEPT-LINE
           ELSE
              PERFORM FIND-DEPARTMENT
              IF DEPT-NOT-FOUND
                 PERFORM ADD-DEPARTMENT
              END-IF
           END-IF.
           PERFORM READ-CATALOG-RECORD.

       FIND-DEPARTMENT.
           SET DEPT-NOT-FOUND TO TRUE.
           IF DEPT-COUNT > 0
              SET DP-IDX TO 1
              PERFORM SCAN-DEPARTMENT
                  UNTIL DEPT-FOUND OR DP-IDX > DEPT-COUNT
           END-IF.

       SCAN-DEPARTMENT.
           IF DP-DEPARTMENT (DP-IDX) = CAT-DEPARTMENT
              SET DEPT-FOUND TO TRUE
           ELSE
              SET DP-IDX UP BY 1
           END-IF.

       ADD-DEPARTMENT.
           IF DEPT-COUNT >= DEPT-MAX
              DISPLAY "FEE-SCHEDULE-SEED: DEPARTMENT TABLE FULL AT "
                      DEPT-MAX " ENTRIES"
              CLOSE COURSE-CATALOG-FILE FEE-SCHEDULE-FILE
                    SEED-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO DEPT-COUNT.
           SET DP-IDX TO DEPT-COUNT.
           MOVE CAT-DEPARTMENT TO DP-DEPARTMENT (DP-IDX).

       WRITE-NO-DEPT-LINE.
           ADD 1 TO NO-DEPT-COUNT.
           MOVE SPACES TO SEED-REPORT-LINE.
           STRING CAT-LESSON-CODE DELIMITED BY SIZE
                  "  NO DEPARTMENT ON CATALOG - NEEDS A LESSON ENTRY"
                                  DELIMITED BY SIZE
                  INTO SEED-REPORT-LINE.
           WRITE SEED-REPORT-LINE.

       WRITE-RETAKE-ENTRY.
           MOVE SPACES              TO FEE-SCHEDULE-RECORD.
           MOVE "RT"                TO FS-FEE-TYPE.
           MOVE DP-DEPARTMENT (DP-IDX) TO FS-DEPARTMENT.
           MOVE RUN-DATE            TO FS-EFFECTIVE-FROM.
           MOVE "99999999"          TO FS-EFFECTIVE-TO.
           SET FS-FLAT-RATE         TO TRUE.
           MOVE RETAKE-AMOUNT       TO FS-AMOUNT.
           MOVE "RETAKE FEE"        TO FS-DESCRIPTION.
           WRITE FEE-SCHEDULE-RECORD.
           PERFORM WRITE-ENTRY-LINE.
           SET DP-IDX UP BY 1.

       WRITE-PENALTY-ENTRY.
           MOVE SPACES              TO FEE-SCHEDULE-RECORD.
           MOVE "NS"                TO FS-FEE-TYPE.
           MOVE RUN-DATE            TO FS-EFFECTIVE-FROM.
           MOVE "99999999"          TO FS-EFFECTIVE-TO.
           SET FS-FLAT-RATE         TO TRUE.
           MOVE PENALTY-AMOUNT      TO FS-AMOUNT.
           MOVE "RETURNED CHEQUE PENALTY" TO FS-DESCRIPTION.
           WRITE FEE-SCHEDULE-RECORD.
           PERFORM WRITE-ENTRY-LINE.

       WRITE-ENTRY-LINE.
           MOVE FS-AMOUNT TO EDIT-AMOUNT.
           MOVE SPACES TO SEED-REPORT-LINE.
           STRING FS-FEE-TYPE       DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  FS-DEPARTMENT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  FS-EFFECTIVE-FROM DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  FS-EFFECTIVE-TO   DELIMITED BY SIZE
                  "  FLAT "         DELIMITED BY SIZE
                  EDIT-AMOUNT       DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  FS-DESCRIPTION    DELIMITED BY SIZE
                  INTO SEED-REPORT-LINE.
           WRITE SEED-REPORT-LINE.

       WRITE-SEED-TOTALS.
           MOVE SPACES TO SEED-REPORT-LINE.
           WRITE SEED-REPORT-LINE.
           MOVE SPACES TO SEED-REPORT-LINE.
           STRING "LESSONS READ="       DELIMITED BY SIZE
                  LESSON-COUNT          DELIMITED BY SIZE
                  " DEPARTMENTS SEEDED=" DELIMITED BY SIZE
                  DEPT-COUNT            DELIMITED BY SIZE
                  " LESSONS WITH NO DEPARTMENT="
                                        DELIMITED BY SIZE
                  NO-DEPT-COUNT         DELIMITED BY SIZE
                  INTO SEED-REPORT-LINE.
           WRITE SEED-REPORT-LINE.
           IF NO-DEPT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

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
              DISPLAY "FEE-SCHEDULE-SEED: NO PROCESSING DATE ON "
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
