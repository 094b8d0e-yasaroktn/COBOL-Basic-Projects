       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-HOLD-SWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FEE-LEDGER-KEY.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-STUDENT-ID.
           SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-LEDGER-FILE.
       01  FEE-LEDGER-RECORD.
           COPY FEELEDG.
       FD  HOLD-MASTER-FILE.
       01  HOLD-MASTER-RECORD.
           COPY HOLDMST.
       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE       PIC X(120).
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  LEDGER-EOF-FLAG PIC X(1) VALUE "N".
           88  LEDGER-END-OF-FILE     VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  RUN-DAY-NUMBER     PIC 9(7).
       77  CHARGE-DAY-NUMBER  PIC 9(7).
       77  AGE-DAYS           PIC S9(5).
       77  OPEN-AMOUNT        PIC 9(5)V99.
       77  HOLD-THRESHOLD     PIC 9(5)V99 VALUE 00100.00.
       77  HOLD-AGE-DAYS      PIC 9(3)    VALUE 090.
       77  CURRENT-STUDENT    PIC X(6)    VALUE LOW-VALUES.
       77  OVERDUE-TOTAL      PIC 9(7)V99 VALUE 0.
       77  OLDEST-AGE         PIC S9(5)   VALUE 0.
       77  STUDENT-COUNT      PIC 9(5) VALUE 0.
       77  PLACED-COUNT       PIC 9(5) VALUE 0.
       77  ALREADY-HELD-COUNT PIC 9(5) VALUE 0.
       77  HOLD-STATUS-FLAG   PIC X(1).
           88  HOLD-FOUND         VALUE "Y".
           88  HOLD-NOT-FOUND     VALUE "N".
       77  EDIT-AMOUNT        PIC ZZZZZZ9.99.
       77  EDIT-THRESHOLD     PIC ZZZZ9.99.
       77  EDIT-AGE           PIC ZZZZ9.

       01  RUN-DATE-PARTS.
           05  RD-YEAR            PIC 9(4).
           05  RD-MONTH           PIC 9(2).
           05  RD-DAY             PIC 9(2).
       01  CHARGE-DATE-PARTS.
           05  CD-YEAR            PIC 9(4).
           05  CD-MONTH           PIC 9(2).
           05  CD-DAY             PIC 9(2).

       01  SWEEP-PARM.
           05  SP-AMOUNT-X        PIC X(7).
           05  SP-AMOUNT-N REDEFINES SP-AMOUNT-X
                                  PIC 9(5)V99.
           05  SP-AGE-X           PIC X(3).
           05  SP-AGE-N REDEFINES SP-AGE-X
                                  PIC 9(3).
       PROCEDURE DIVISION.
      * Places financial holds off the aged fee ledger.  For each
      * student the open balance on charges at least HOLD-AGE-DAYS
      * old is totalled, aged the same way FEE-AGING-REPORT ages
      * them; a student whose overdue total reaches HOLD-THRESHOLD
      * gets a financial hold unless a hold of any type is
      * already active.  The threshold defaults to 100.00 over 90
      * days and can be overridden with a ten digit parm: amount
      * 9(5)V99, age in days 9(3).  Holds are released by
      * FEE-PAYMENT-POST once the student's balance is cleared,
      * not by this sweep.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           ACCEPT SWEEP-PARM FROM COMMAND-LINE.
           IF SP-AMOUNT-X IS NUMERIC
              MOVE SP-AMOUNT-N TO HOLD-THRESHOLD
           END-IF.
           IF SP-AGE-X IS NUMERIC
              MOVE SP-AGE-N TO HOLD-AGE-DAYS
           END-IF.
           OPEN INPUT FEE-LEDGER-FILE
                I-O HOLD-MASTER-FILE
                OUTPUT HOLD-REPORT-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE RUN-DATE TO RUN-DATE-PARTS.
           COMPUTE RUN-DAY-NUMBER =
               RD-YEAR * 365 + RD-MONTH * 30 + RD-DAY.
           PERFORM WRITE-SWEEP-HEADER.
           PERFORM READ-LEDGER-RECORD.
           PERFORM SWEEP-ONE-CHARGE UNTIL LEDGER-END-OF-FILE.
           IF CURRENT-STUDENT NOT = LOW-VALUES
              PERFORM CHECK-STUDENT-HOLD
           END-IF.
           PERFORM WRITE-SWEEP-TOTALS.
           CLOSE FEE-LEDGER-FILE HOLD-MASTER-FILE HOLD-REPORT-FILE.
           STOP RUN.

       WRITE-SWEEP-HEADER.
           MOVE HOLD-THRESHOLD TO EDIT-THRESHOLD.
           MOVE HOLD-AGE-DAYS TO EDIT-AGE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "FINANCIAL HOLD SWEEP  OVERDUE "
                                 DELIMITED BY SIZE
                  EDIT-THRESHOLD DELIMITED BY SIZE
                  " OVER"        DELIMITED BY SIZE
                  EDIT-AGE       DELIMITED BY SIZE
                  " DAYS  RUN DATE " DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE "STUDENT      OVERDUE  OLDEST  ACTION"
               TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

       READ-LEDGER-RECORD.
           READ FEE-LEDGER-FILE
               AT END SET LEDGER-END-OF-FILE TO TRUE
           END-READ.

       SWEEP-ONE-CHARGE.
           IF FEE-STUDENT-ID NOT = CURRENT-STUDENT
              IF CURRENT-STUDENT NOT = LOW-VALUES
                 PERFORM CHECK-STUDENT-HOLD
              END-IF
              MOVE FEE-STUDENT-ID TO CURRENT-STUDENT
              MOVE 0 TO OVERDUE-TOTAL
              MOVE 0 TO OLDEST-AGE
              ADD 1 TO STUDENT-COUNT
           END-IF.
           COMPUTE OPEN-AMOUNT =
               FEE-CHARGE-AMOUNT - FEE-PAID-AMOUNT.
           IF FEE-OPEN AND OPEN-AMOUNT > 0
              MOVE FEE-CHARGE-DATE TO CHARGE-DATE-PARTS
              COMPUTE CHARGE-DAY-NUMBER =
                  CD-YEAR * 365 + CD-MONTH * 30 + CD-DAY
              COMPUTE AGE-DAYS = RUN-DAY-NUMBER - CHARGE-DAY-NUMBER
              IF AGE-DAYS NOT < HOLD-AGE-DAYS
                 ADD OPEN-AMOUNT TO OVERDUE-TOTAL
                 IF AGE-DAYS > OLDEST-AGE
                    MOVE AGE-DAYS TO OLDEST-AGE
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-LEDGER-RECORD.

       CHECK-STUDENT-HOLD.
           IF OVERDUE-TOTAL > 0
              AND OVERDUE-TOTAL NOT < HOLD-THRESHOLD
              SET HOLD-FOUND TO TRUE
              MOVE CURRENT-STUDENT TO HLD-STUDENT-ID
              READ HOLD-MASTER-FILE
                  INVALID KEY SET HOLD-NOT-FOUND TO TRUE
              END-READ
              IF HOLD-FOUND AND HLD-ACTIVE
                 ADD 1 TO ALREADY-HELD-COUNT
                 PERFORM WRITE-ALREADY-HELD-LINE
              ELSE
                 PERFORM PLACE-FINANCIAL-HOLD
              END-IF
           END-IF.

      * A released hold left on file is overwritten by the new one.
       PLACE-FINANCIAL-HOLD.
           MOVE CURRENT-STUDENT  TO HLD-STUDENT-ID.
           SET HLD-FINANCIAL     TO TRUE.
           MOVE RUN-DATE         TO HLD-PLACED-DATE.
           MOVE "FIN-HOLD-SWEEP" TO HLD-PLACED-BY.
           MOVE SPACES           TO HLD-RELEASE-DATE.
           MOVE SPACES           TO HLD-RELEASED-BY.
           MOVE OVERDUE-TOTAL    TO HLD-OPEN-AMOUNT.
           MOVE "OVERDUE FEE BALANCE" TO HLD-REASON.
           IF HOLD-FOUND
              REWRITE HOLD-MASTER-RECORD
           ELSE
              WRITE HOLD-MASTER-RECORD
           END-IF.
           ADD 1 TO PLACED-COUNT.
           MOVE OVERDUE-TOTAL TO EDIT-AMOUNT.
           MOVE OLDEST-AGE TO EDIT-AGE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING CURRENT-STUDENT DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  EDIT-AMOUNT     DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  EDIT-AGE        DELIMITED BY SIZE
                  "  FINANCIAL HOLD PLACED"
                                  DELIMITED BY SIZE
                  INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

       WRITE-ALREADY-HELD-LINE.
           MOVE OVERDUE-TOTAL TO EDIT-AMOUNT.
           MOVE OLDEST-AGE TO EDIT-AGE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING CURRENT-STUDENT DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  EDIT-AMOUNT     DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  EDIT-AGE        DELIMITED BY SIZE
                  "  ALREADY ON "  DELIMITED BY SIZE
                  HLD-HOLD-TYPE   DELIMITED BY SIZE
                  " HOLD SINCE "  DELIMITED BY SIZE
                  HLD-PLACED-DATE DELIMITED BY SIZE
                  INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

       WRITE-SWEEP-TOTALS.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "STUDENTS ON LEDGER="  DELIMITED BY SIZE
                  STUDENT-COUNT          DELIMITED BY SIZE
                  " HOLDS PLACED="       DELIMITED BY SIZE
                  PLACED-COUNT           DELIMITED BY SIZE
                  " ALREADY HELD="       DELIMITED BY SIZE
                  ALREADY-HELD-COUNT     DELIMITED BY SIZE
                  INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

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
              DISPLAY "FIN-HOLD-SWEEP: NO PROCESSING DATE ON "
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
