       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-SCHEDULE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANSACTION-FILE ASSIGN TO "FEESTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-SCHEDULE-FILE ASSIGN TO "NEWFSCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "FEESMRPT"
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
           COPY FEESCHD.
       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD    PIC X(82).
       FD  NEW-SCHEDULE-FILE.
       01  NEW-SCHEDULE-RECORD    PIC X(82).
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
           88  SCHEDULE-MATCHED   VALUE "Y".
           88  SCHEDULE-NOT-MATCHED VALUE "N".
       77  CATALOG-FLAG       PIC X(1).
           88  CATALOG-KEY-FOUND  VALUE "Y".
       77  OVERLAP-FLAG       PIC X(1).
           88  PERIOD-OVERLAPS    VALUE "Y".
       77  SCHEDULE-COUNT     PIC 9(3) VALUE 0.
       77  SCHEDULE-MAX       PIC 9(3) VALUE 300.
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
       77  OPEN-ENDED-DATE    PIC X(8) VALUE "99999999".

       01  SCHEDULE-WORK-RECORD.
           COPY FEESCHD.

       01  TXN-SCHEDULE-KEY.
           05  TK-FEE-TYPE        PIC X(2).
           05  TK-LESSON-CODE     PIC X(10).
           05  TK-DEPARTMENT      PIC X(15).
           05  TK-EFFECTIVE-FROM  PIC X(8).

       01  SCHEDULE-TABLE.
           03  SCHEDULE-ENTRY OCCURS 300 TIMES INDEXED BY FT-IDX.
               05  FT-FEE-TYPE       PIC X(2).
               05  FT-LESSON-CODE    PIC X(10).
               05  FT-DEPARTMENT     PIC X(15).
               05  FT-EFFECTIVE-FROM PIC X(8).
               05  FT-EFFECTIVE-TO   PIC X(8).
               05  FT-DELETE-FLAG    PIC X(1).
                   88  FT-DELETED        VALUE "D".
               05  FT-SCHEDULE-DATA  PIC X(82).

       01  CATALOG-TABLE.
           03  CATALOG-ENTRY OCCURS 50 TIMES INDEXED BY CT-IDX.
               05  CT-LESSON-CODE    PIC X(10).
               05  CT-DEPARTMENT     PIC X(15).
       PROCEDURE DIVISION.
      * Applies keyed ADD/CHANGE/DELETE transactions to the fee
      * schedule and writes a fresh copy, so the bursar changes a
      * fee or starts a new rate on a future date without a
      * programmer editing source.  The key is fee type, lesson or
      * department, and effective-from date; a CHANGE may alter the
      * end date, rate basis, amount and description.  A lesson or
      * department must be on the course catalog, and a period may
      * not overlap another period for the same key, so exactly
      * one price is in force on any date.  Every applied or
      * rejected transaction goes on the audit listing with the
      * before and after record images, the same sign-off listing
      * CATALOG-MAINT prints.
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
                      FEE-SCHEDULE-FILE
                      COURSE-CATALOG-FILE
                OUTPUT NEW-SCHEDULE-FILE
                       MAINT-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "FEE SCHEDULE MAINTENANCE AUDIT   RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       CLOSE-FILES.
           CLOSE MAINT-TRANSACTION-FILE FEE-SCHEDULE-FILE
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
              DISPLAY "FEE-SCHEDULE-MAINT: CATALOG TABLE FULL AT "
                      CATALOG-MAX " RECORDS"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO CATALOG-COUNT.
           SET CT-IDX TO CATALOG-COUNT.
           MOVE CAT-LESSON-CODE TO CT-LESSON-CODE (CT-IDX).
           MOVE CAT-DEPARTMENT  TO CT-DEPARTMENT (CT-IDX).
           PERFORM READ-CATALOG-RECORD.

       LOAD-SCHEDULE-TABLE.
           PERFORM READ-SCHEDULE-RECORD.
           PERFORM LOAD-SCHEDULE-ENTRY UNTIL SCHEDULE-END-OF-FILE.

       READ-SCHEDULE-RECORD.
           READ FEE-SCHEDULE-FILE
               AT END SET SCHEDULE-END-OF-FILE TO TRUE
           END-READ.

       LOAD-SCHEDULE-ENTRY.
           IF SCHEDULE-COUNT >= SCHEDULE-MAX
              DISPLAY "FEE-SCHEDULE-MAINT: SCHEDULE TABLE FULL AT "
                      SCHEDULE-MAX " RECORDS"
              PERFORM CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO SCHEDULE-COUNT.
           SET FT-IDX TO SCHEDULE-COUNT.
           MOVE FEE-SCHEDULE-RECORD TO SCHEDULE-WORK-RECORD.
           PERFORM SET-TABLE-KEY.
           MOVE SPACE TO FT-DELETE-FLAG (FT-IDX).
           MOVE FEE-SCHEDULE-RECORD TO FT-SCHEDULE-DATA (FT-IDX).
           PERFORM READ-SCHEDULE-RECORD.

       SET-TABLE-KEY.
           MOVE FS-FEE-TYPE OF SCHEDULE-WORK-RECORD
               TO FT-FEE-TYPE (FT-IDX).
           MOVE FS-LESSON-CODE OF SCHEDULE-WORK-RECORD
               TO FT-LESSON-CODE (FT-IDX).
           MOVE FS-DEPARTMENT OF SCHEDULE-WORK-RECORD
               TO FT-DEPARTMENT (FT-IDX).
           MOVE FS-EFFECTIVE-FROM OF SCHEDULE-WORK-RECORD
               TO FT-EFFECTIVE-FROM (FT-IDX).
           MOVE FS-EFFECTIVE-TO OF SCHEDULE-WORK-RECORD
               TO FT-EFFECTIVE-TO (FT-IDX).

       READ-TRANSACTION.
           READ MAINT-TRANSACTION-FILE
               AT END SET TXN-END-OF-FILE TO TRUE
           END-READ.

       APPLY-TRANSACTION.
           MOVE FS-FEE-TYPE OF MAINT-TRANSACTION-RECORD
               TO TK-FEE-TYPE.
           MOVE FS-LESSON-CODE OF MAINT-TRANSACTION-RECORD
               TO TK-LESSON-CODE.
           MOVE FS-DEPARTMENT OF MAINT-TRANSACTION-RECORD
               TO TK-DEPARTMENT.
           MOVE FS-EFFECTIVE-FROM OF MAINT-TRANSACTION-RECORD
               TO TK-EFFECTIVE-FROM.
           IF FS-EFFECTIVE-TO OF MAINT-TRANSACTION-RECORD = SPACES
              MOVE OPEN-ENDED-DATE
                  TO FS-EFFECTIVE-TO OF MAINT-TRANSACTION-RECORD
           END-IF.
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
           SET SCHEDULE-NOT-MATCHED TO TRUE.
           MOVE 0 TO MATCHED-SLOT.
           IF SCHEDULE-COUNT > 0
              SET FT-IDX TO 1
              PERFORM SCAN-SCHEDULE-ENTRY
                  UNTIL SCHEDULE-MATCHED OR FT-IDX > SCHEDULE-COUNT
           END-IF.

       SCAN-SCHEDULE-ENTRY.
           IF FT-FEE-TYPE (FT-IDX) = TK-FEE-TYPE
              AND FT-LESSON-CODE (FT-IDX) = TK-LESSON-CODE
              AND FT-DEPARTMENT (FT-IDX) = TK-DEPARTMENT
              AND FT-EFFECTIVE-FROM (FT-IDX) = TK-EFFECTIVE-FROM
              AND NOT FT-DELETED (FT-IDX)
              SET SCHEDULE-MATCHED TO TRUE
              SET MATCHED-SLOT TO FT-IDX
           ELSE
              SET FT-IDX UP BY 1
           END-IF.

      * An entry prices a lesson or a department, never both, and
      * the lesson or department must exist on the catalog or the
      * entry could never be used.  Fee types other than the
      * retake fee may leave both blank for a school-wide entry.
      * The period must run forwards, the amount must be present
      * and the basis flat or per credit hour.
       EDIT-TRANSACTION.
           SET TXN-CLEAN TO TRUE.
           EVALUATE TRUE
               WHEN TK-FEE-TYPE = SPACES
                   MOVE "FEE TYPE MISSING" TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN TK-LESSON-CODE = SPACES
                    AND TK-DEPARTMENT = SPACES
                    AND FS-RETAKE-FEE OF MAINT-TRANSACTION-RECORD
                   MOVE "LESSON OR DEPARTMENT REQUIRED"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN TK-LESSON-CODE NOT = SPACES
                    AND TK-DEPARTMENT NOT = SPACES
                   MOVE "GIVE LESSON OR DEPARTMENT, NOT BOTH"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN TK-EFFECTIVE-FROM IS NOT NUMERIC
                   MOVE "EFFECTIVE-FROM NOT YYYYMMDD" TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN FS-EFFECTIVE-TO OF MAINT-TRANSACTION-RECORD
                        IS NOT NUMERIC
                   MOVE "EFFECTIVE-TO NOT YYYYMMDD" TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN FS-EFFECTIVE-TO OF MAINT-TRANSACTION-RECORD
                        < TK-EFFECTIVE-FROM
                   MOVE "EFFECTIVE-TO BEFORE EFFECTIVE-FROM"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN NOT FS-FLAT-RATE OF MAINT-TRANSACTION-RECORD
                    AND NOT FS-PER-CREDIT-HOUR
                            OF MAINT-TRANSACTION-RECORD
                   MOVE "RATE BASIS MUST BE F OR C" TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
               WHEN FS-AMOUNT OF MAINT-TRANSACTION-RECORD
                        IS NOT NUMERIC
                    OR FS-AMOUNT OF MAINT-TRANSACTION-RECORD = 0
                   MOVE "FEE AMOUNT MISSING OR NOT NUMERIC"
                       TO REJECT-REASON
                   SET TXN-IN-ERROR TO TRUE
           END-EVALUATE.
           IF TXN-CLEAN
              AND (TK-LESSON-CODE NOT = SPACES
                   OR TK-DEPARTMENT NOT = SPACES)
              PERFORM CHECK-CATALOG-KEY
           END-IF.
           IF TXN-CLEAN
              PERFORM CHECK-PERIOD-OVERLAP
           END-IF.

       CHECK-CATALOG-KEY.
           MOVE "N" TO CATALOG-FLAG.
           IF CATALOG-COUNT > 0
              SET CT-IDX TO 1
              PERFORM SCAN-CATALOG-KEY
                  UNTIL CATALOG-KEY-FOUND OR CT-IDX > CATALOG-COUNT
           END-IF.
           IF NOT CATALOG-KEY-FOUND
              IF TK-LESSON-CODE NOT = SPACES
                 MOVE "LESSON NOT ON COURSE CATALOG" TO REJECT-REASON
              ELSE
                 MOVE "DEPARTMENT NOT ON COURSE CATALOG"
                     TO REJECT-REASON
              END-IF
              SET TXN-IN-ERROR TO TRUE
           END-IF.

       SCAN-CATALOG-KEY.
           IF (TK-LESSON-CODE NOT = SPACES
                   AND CT-LESSON-CODE (CT-IDX) = TK-LESSON-CODE)
              OR (TK-DEPARTMENT NOT = SPACES
                   AND CT-DEPARTMENT (CT-IDX) = TK-DEPARTMENT)
              SET CATALOG-KEY-FOUND TO TRUE
           ELSE
              SET CT-IDX UP BY 1
           END-IF.

      * Two periods for the same fee type and key overlap when each
      * starts on or before the other ends.  The entry a CHANGE is
      * replacing is left out of the comparison.
       CHECK-PERIOD-OVERLAP.
           MOVE "N" TO OVERLAP-FLAG.
           IF SCHEDULE-COUNT > 0
              SET FT-IDX TO 1
              PERFORM SCAN-PERIOD-OVERLAP
                  UNTIL PERIOD-OVERLAPS OR FT-IDX > SCHEDULE-COUNT
           END-IF.
           IF PERIOD-OVERLAPS
              MOVE SPACES TO REJECT-REASON
              STRING "OVERLAPS PERIOD FROM " DELIMITED BY SIZE
                     FT-EFFECTIVE-FROM (FT-IDX) DELIMITED BY SIZE
                     INTO REJECT-REASON
              SET TXN-IN-ERROR TO TRUE
           END-IF.

       SCAN-PERIOD-OVERLAP.
           IF FT-FEE-TYPE (FT-IDX) = TK-FEE-TYPE
              AND FT-LESSON-CODE (FT-IDX) = TK-LESSON-CODE
              AND FT-DEPARTMENT (FT-IDX) = TK-DEPARTMENT
              AND NOT FT-DELETED (FT-IDX)
              AND FT-IDX NOT = MATCHED-SLOT
              AND FT-EFFECTIVE-FROM (FT-IDX) NOT >
                      FS-EFFECTIVE-TO OF MAINT-TRANSACTION-RECORD
              AND TK-EFFECTIVE-FROM NOT > FT-EFFECTIVE-TO (FT-IDX)
              SET PERIOD-OVERLAPS TO TRUE
           ELSE
              SET FT-IDX UP BY 1
           END-IF.

       APPLY-ADD.
           IF SCHEDULE-MATCHED
              MOVE "DUPLICATE SCHEDULE KEY ON ADD" TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM EDIT-TRANSACTION
              IF TXN-IN-ERROR
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 IF SCHEDULE-COUNT >= SCHEDULE-MAX
                    MOVE "SCHEDULE TABLE FULL" TO REJECT-REASON
                    PERFORM WRITE-REJECT-LINE
                 ELSE
                    ADD 1 TO SCHEDULE-COUNT
                    SET FT-IDX TO SCHEDULE-COUNT
                    MOVE SPACE TO FT-DELETE-FLAG (FT-IDX)
                    PERFORM MOVE-TXN-TO-WORK
                    PERFORM SET-TABLE-KEY
                    MOVE SCHEDULE-WORK-RECORD
                        TO FT-SCHEDULE-DATA (FT-IDX)
                    ADD 1 TO ADD-COUNT
                    PERFORM WRITE-AFTER-LINE
                 END-IF
              END-IF
           END-IF.

       APPLY-CHANGE.
           IF SCHEDULE-NOT-MATCHED
              MOVE "NO MATCHING SCHEDULE RECORD" TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM EDIT-TRANSACTION
              SET FT-IDX TO MATCHED-SLOT
              IF TXN-IN-ERROR
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 PERFORM WRITE-BEFORE-LINE
                 PERFORM MOVE-TXN-TO-WORK
                 PERFORM SET-TABLE-KEY
                 MOVE SCHEDULE-WORK-RECORD
                     TO FT-SCHEDULE-DATA (FT-IDX)
                 ADD 1 TO CHANGE-COUNT
                 PERFORM WRITE-AFTER-LINE
              END-IF
           END-IF.

       APPLY-DELETE.
           IF SCHEDULE-NOT-MATCHED
              MOVE "NO MATCHING SCHEDULE RECORD" TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM WRITE-BEFORE-LINE
              SET FT-DELETED (FT-IDX) TO TRUE
              ADD 1 TO DELETE-COUNT
           END-IF.

       MOVE-TXN-TO-WORK.
           MOVE FS-FEE-TYPE OF MAINT-TRANSACTION-RECORD
               TO FS-FEE-TYPE OF SCHEDULE-WORK-RECORD.
           MOVE FS-LESSON-CODE OF MAINT-TRANSACTION-RECORD
               TO FS-LESSON-CODE OF SCHEDULE-WORK-RECORD.
           MOVE FS-DEPARTMENT OF MAINT-TRANSACTION-RECORD
               TO FS-DEPARTMENT OF SCHEDULE-WORK-RECORD.
           MOVE FS-EFFECTIVE-FROM OF MAINT-TRANSACTION-RECORD
               TO FS-EFFECTIVE-FROM OF SCHEDULE-WORK-RECORD.
           MOVE FS-EFFECTIVE-TO OF MAINT-TRANSACTION-RECORD
               TO FS-EFFECTIVE-TO OF SCHEDULE-WORK-RECORD.
           MOVE FS-RATE-BASIS OF MAINT-TRANSACTION-RECORD
               TO FS-RATE-BASIS OF SCHEDULE-WORK-RECORD.
           MOVE FS-AMOUNT OF MAINT-TRANSACTION-RECORD
               TO FS-AMOUNT OF SCHEDULE-WORK-RECORD.
           MOVE FS-DESCRIPTION OF MAINT-TRANSACTION-RECORD
               TO FS-DESCRIPTION OF SCHEDULE-WORK-RECORD.

       WRITE-BEFORE-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING MNT-ACTION     DELIMITED BY SIZE
                  "  BEFORE: "   DELIMITED BY SIZE
                  FT-SCHEDULE-DATA (FT-IDX)
                                 DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-AFTER-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING MNT-ACTION     DELIMITED BY SIZE
                  "  AFTER:  "   DELIMITED BY SIZE
                  FT-SCHEDULE-DATA (FT-IDX)
                                 DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING MNT-ACTION     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  TXN-SCHEDULE-KEY
                                 DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  REJECT-REASON  DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       WRITE-NEW-SCHEDULE.
           IF SCHEDULE-COUNT > 0
              SET FT-IDX TO 1
              PERFORM WRITE-SCHEDULE-ENTRY
                  UNTIL FT-IDX > SCHEDULE-COUNT
           END-IF.

       WRITE-SCHEDULE-ENTRY.
           IF NOT FT-DELETED (FT-IDX)
              MOVE FT-SCHEDULE-DATA (FT-IDX) TO NEW-SCHEDULE-RECORD
              WRITE NEW-SCHEDULE-RECORD
              ADD 1 TO WRITTEN-COUNT
           END-IF.
           SET FT-IDX UP BY 1.

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
                  " SCHEDULE OUT=" DELIMITED BY SIZE
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
              DISPLAY "FEE-SCHEDULE-MAINT: NO PROCESSING DATE ON "
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
