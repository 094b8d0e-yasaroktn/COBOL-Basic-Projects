               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-TRANSACTION-FILE ASSIGN TO "CALCTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSECAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-EXCEPTION-FILE ASSIGN TO "FEEEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  TXN-NUMBER-2       PIC S9(6)V99.
           05  TXN-OPERATOR       PIC X.
           05  TXN-LESSON         PIC X(10).
       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           COPY CRSECAT.
       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           COPY FEESCHD.
       FD  FEE-EXCEPTION-FILE.
       01  FEE-EXCEPTION-LINE     PIC X(120).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.
           88  ALREADY-RUN        VALUE "Y".
       77  STAT-RUN-DATE  PIC X(8).
       77  STAT-STEP-ID   PIC X(8) VALUE "GRDFEE  ".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  EOF-FLAG       PIC X(1) VALUE "N".
           88  END-OF-FILE        VALUE "Y".
       77  CATALOG-EOF-FLAG PIC X(1) VALUE "N".
           88  CATALOG-END-OF-FILE    VALUE "Y".
       77  SCHEDULE-EOF-FLAG PIC X(1) VALUE "N".
           88  SCHEDULE-END-OF-FILE   VALUE "Y".
       77  RUN-DATE       PIC X(8).
       77  CTL-READ-COUNT PIC 9(9) VALUE 0.
       77  CTL-TXN-COUNT  PIC 9(9) VALUE 0.
       77  CTL-REJECT-COUNT PIC 9(9) VALUE 0.
       77  CATALOG-COUNT  PIC 9(3) VALUE 0.
       77  CATALOG-MAX    PIC 9(3) VALUE 050.
       77  SCHEDULE-COUNT PIC 9(3) VALUE 0.
       77  SCHEDULE-MAX   PIC 9(3) VALUE 300.
       77  LESSON-SLOT    PIC 9(3) VALUE 0.
       77  PRICE-SLOT     PIC 9(3) VALUE 0.
       77  REJECT-REASON  PIC X(40).

       01  COURSE-CATALOG-TABLE.
           03  CATALOG-ENTRY OCCURS 50 TIMES INDEXED BY CC-IDX.
               05  CE-LESSON-CODE    PIC X(10).
               05  CE-DEPARTMENT     PIC X(15).
               05  CE-CREDIT-HOURS   PIC 9(2).

      * Only the retake-fee entries in force on the run date are
      * kept, so at most one lesson entry and one department entry
      * can match any lesson.
       01  FEE-SCHEDULE-TABLE.
           03  SCHEDULE-ENTRY OCCURS 300 TIMES INDEXED BY FS-IDX.
               05  SE-LESSON-CODE    PIC X(10).
               05  SE-DEPARTMENT     PIC X(15).
               05  SE-RATE-BASIS     PIC X(1).
                   88  SE-PER-CREDIT-HOUR VALUE "C".
               05  SE-AMOUNT         PIC 9(6)V99.
       PROCEDURE DIVISION.
      * Turns STEP010's graded roster into a retake-fee transaction
      * feed for the CALCULATOR batch step: one multiply transaction
      * per failing student, none for students who passed.  The fee
      * comes from the retake entry on the fee schedule in force on
      * the run date - the lesson's own entry if it has one, else
      * its catalog department's.  A flat entry is charged as the
      * amount times 1; a per-credit entry as the rate times the
      * lesson's catalog credit hours.  A failed lesson that cannot
      * be priced is not charged a default: it goes on the fee
      * exception listing and the step ends RC=4 so the bursar can
      * add the missing schedule entry and charge it by hand.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM CHECK-RUN-STATUS.
           IF ALREADY-RUN
              DISPLAY STAT-STEP-ID " ALREADY COMPLETE FOR "
              STOP RUN
           END-IF.
           PERFORM WRITE-START-STATUS.
           MOVE CALENDAR-DATE TO RUN-DATE.
           PERFORM LOAD-COURSE-CATALOG.
           PERFORM LOAD-FEE-SCHEDULE.
           OPEN INPUT GRADED-OUTPUT-FILE
                OUTPUT CALC-TRANSACTION-FILE
                       FEE-EXCEPTION-FILE.
           MOVE SPACES TO FEE-EXCEPTION-LINE.
           STRING "RETAKE FEE PRICING EXCEPTIONS   RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO FEE-EXCEPTION-LINE.
           WRITE FEE-EXCEPTION-LINE.
           MOVE SPACES TO FEE-EXCEPTION-LINE.
           WRITE FEE-EXCEPTION-LINE.
           PERFORM READ-GRADED-RECORD.
           PERFORM BUILD-FEE-TRANSACTION UNTIL END-OF-FILE.
           MOVE SPACES TO FEE-EXCEPTION-LINE.
           WRITE FEE-EXCEPTION-LINE.
           MOVE SPACES TO FEE-EXCEPTION-LINE.
           STRING "GRADED READ="   DELIMITED BY SIZE
                  CTL-READ-COUNT   DELIMITED BY SIZE
                  " FEES WRITTEN=" DELIMITED BY SIZE
                  CTL-TXN-COUNT    DELIMITED BY SIZE
                  " NOT PRICED="   DELIMITED BY SIZE
                  CTL-REJECT-COUNT DELIMITED BY SIZE
                  INTO FEE-EXCEPTION-LINE.
           WRITE FEE-EXCEPTION-LINE.
           CLOSE GRADED-OUTPUT-FILE CALC-TRANSACTION-FILE
                 FEE-EXCEPTION-FILE.
           PERFORM WRITE-RUN-CONTROLS.
           IF CTL-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 8
              PERFORM WRITE-END-STATUS
           END-IF.
           MOVE "CALCTXN-WRT "  TO RC-COUNTER-NAME.
           MOVE CTL-TXN-COUNT   TO RC-COUNT.
           WRITE RUN-CONTROL-RECORD.
           MOVE "FEE-NOPRICE "  TO RC-COUNTER-NAME.
           MOVE CTL-REJECT-COUNT TO RC-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

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
              DISPLAY "GRADE-FEE-EXTRACT: COURSE CATALOG TABLE FULL AT "
                      CATALOG-MAX " ENTRIES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO CATALOG-COUNT.
           SET CC-IDX TO CATALOG-COUNT.
           MOVE CAT-LESSON-CODE  TO CE-LESSON-CODE (CC-IDX).
           MOVE CAT-DEPARTMENT   TO CE-DEPARTMENT (CC-IDX).
           MOVE CAT-CREDIT-HOURS TO CE-CREDIT-HOURS (CC-IDX).
           PERFORM READ-CATALOG-RECORD.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           PERFORM READ-SCHEDULE-RECORD.
           PERFORM LOAD-SCHEDULE-ENTRY UNTIL SCHEDULE-END-OF-FILE.
           CLOSE FEE-SCHEDULE-FILE.

       READ-SCHEDULE-RECORD.
           READ FEE-SCHEDULE-FILE
               AT END SET SCHEDULE-END-OF-FILE TO TRUE
           END-READ.

       LOAD-SCHEDULE-ENTRY.
           IF FS-RETAKE-FEE
              AND FS-EFFECTIVE-FROM NOT > RUN-DATE
              AND FS-EFFECTIVE-TO NOT < RUN-DATE
              IF SCHEDULE-COUNT >= SCHEDULE-MAX
                 DISPLAY "GRADE-FEE-EXTRACT: FEE SCHEDULE TABLE FULL "
                         "AT " SCHEDULE-MAX " ENTRIES"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO SCHEDULE-COUNT
              SET FS-IDX TO SCHEDULE-COUNT
              MOVE FS-LESSON-CODE TO SE-LESSON-CODE (FS-IDX)
              MOVE FS-DEPARTMENT  TO SE-DEPARTMENT (FS-IDX)
              MOVE FS-RATE-BASIS  TO SE-RATE-BASIS (FS-IDX)
              MOVE FS-AMOUNT      TO SE-AMOUNT (FS-IDX)
           END-IF.
           PERFORM READ-SCHEDULE-RECORD.

       READ-GRADED-RECORD.
           READ GRADED-OUTPUT-FILE
               AT END MOVE "Y" TO EOF-FLAG
       BUILD-FEE-TRANSACTION.
           ADD 1 TO CTL-READ-COUNT.
           IF GO-PASS-FLAG = "F"
              PERFORM PRICE-RETAKE-FEE
              IF PRICE-SLOT > 0
                 MOVE PERS-ID     TO TXN-STUDENT-ID
                 SET FS-IDX TO PRICE-SLOT
                 MOVE SE-AMOUNT (FS-IDX) TO TXN-NUMBER-1
                 IF SE-PER-CREDIT-HOUR (FS-IDX)
                    SET CC-IDX TO LESSON-SLOT
                    MOVE CE-CREDIT-HOURS (CC-IDX) TO TXN-NUMBER-2
                 ELSE
                    MOVE 1        TO TXN-NUMBER-2
                 END-IF
                 MOVE "*"         TO TXN-OPERATOR
                 MOVE PERS-LESSON TO TXN-LESSON
                 WRITE CALC-TRANSACTION-RECORD
                 ADD 1 TO CTL-TXN-COUNT
              ELSE
                 PERFORM WRITE-EXCEPTION-LINE
              END-IF
           END-IF.
           PERFORM READ-GRADED-RECORD.

      * Finds the lesson on the catalog, then the schedule entry
      * for the lesson itself, falling back to the entry for the
      * lesson's department.  PRICE-SLOT stays zero, with the
      * reason set, when the lesson cannot be priced.
       PRICE-RETAKE-FEE.
           MOVE 0 TO LESSON-SLOT.
           MOVE 0 TO PRICE-SLOT.
           IF CATALOG-COUNT > 0
              SET CC-IDX TO 1
              PERFORM SCAN-CATALOG-ENTRY
                  UNTIL LESSON-SLOT > 0 OR CC-IDX > CATALOG-COUNT
           END-IF.
           IF LESSON-SLOT = 0
              MOVE "LESSON NOT ON COURSE CATALOG" TO REJECT-REASON
           ELSE
              SET CC-IDX TO LESSON-SLOT
              IF SCHEDULE-COUNT > 0
                 SET FS-IDX TO 1
                 PERFORM SCAN-LESSON-PRICE
                     UNTIL PRICE-SLOT > 0 OR FS-IDX > SCHEDULE-COUNT
              END-IF
              IF PRICE-SLOT = 0 AND SCHEDULE-COUNT > 0
                 SET FS-IDX TO 1
                 PERFORM SCAN-DEPARTMENT-PRICE
                     UNTIL PRICE-SLOT > 0 OR FS-IDX > SCHEDULE-COUNT
              END-IF
              IF PRICE-SLOT = 0
                 MOVE "NO RETAKE FEE IN FORCE FOR LESSON/DEPT"
                     TO REJECT-REASON
              ELSE
                 SET FS-IDX TO PRICE-SLOT
                 IF SE-PER-CREDIT-HOUR (FS-IDX)
                    AND CE-CREDIT-HOURS (CC-IDX) = 0
                    MOVE "PER-CREDIT FEE BUT LESSON HAS NO CREDITS"
                        TO REJECT-REASON
                    MOVE 0 TO PRICE-SLOT
                 END-IF
              END-IF
           END-IF.

       SCAN-CATALOG-ENTRY.
           IF CE-LESSON-CODE (CC-IDX) = PERS-LESSON
              SET LESSON-SLOT TO CC-IDX
           ELSE
              SET CC-IDX UP BY 1
           END-IF.

       SCAN-LESSON-PRICE.
           IF SE-LESSON-CODE (FS-IDX) = PERS-LESSON
              SET PRICE-SLOT TO FS-IDX
           ELSE
              SET FS-IDX UP BY 1
           END-IF.

       SCAN-DEPARTMENT-PRICE.
           IF SE-LESSON-CODE (FS-IDX) = SPACES
              AND SE-DEPARTMENT (FS-IDX) = CE-DEPARTMENT (CC-IDX)
              SET PRICE-SLOT TO FS-IDX
           ELSE
              SET FS-IDX UP BY 1
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO CTL-REJECT-COUNT.
           MOVE SPACES TO FEE-EXCEPTION-LINE.
           STRING PERS-ID        DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  PERS-LESSON    DELIMITED BY SIZE
                  "  NOT CHARGED: " DELIMITED BY SIZE
                  REJECT-REASON  DELIMITED BY SIZE
                  INTO FEE-EXCEPTION-LINE.
           WRITE FEE-EXCEPTION-LINE.

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
              DISPLAY "GRADE-FEE-EXTRACT: NO PROCESSING DATE ON "
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

      * Step-level restart support: the program notes START and a
      * clean END on the common run-status file and skips itself
      * when tonight's work is already complete, so a rerun of the
      * nightly job only re-executes the steps that never finished.
       CHECK-RUN-STATUS.
           MOVE CALENDAR-DATE TO STAT-RUN-DATE.
           OPEN INPUT RUN-STATUS-FILE.
           PERFORM READ-RUN-STATUS.
           PERFORM SCAN-RUN-STATUS UNTIL STAT-END-OF-FILE.
