               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-STUDENT-ID.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-STUDENT-ID.
           SELECT PAY-REPORT-FILE ASSIGN TO "PAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
       FD  CREDIT-BALANCE-FILE.
       01  CREDIT-BALANCE-RECORD.
           COPY CREDBAL.
       FD  HOLD-MASTER-FILE.
       01  HOLD-MASTER-RECORD.
           COPY HOLDMST.
       FD  PAY-REPORT-FILE.
       01  PAY-REPORT-LINE        PIC X(120).
       FD  GL-ACTIVITY-FILE.
       01  GL-ACTIVITY-RECORD.
           COPY GLACTV.
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY PAYHIST.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.
       FD  CALENDAR-CONTROL-FILE.
       01  CALENDAR-CONTROL-RECORD.
           COPY CALCTL.
       WORKING-STORAGE SECTION.
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  PAY-EOF-FLAG   PIC X(1) VALUE "N".
           88  PAY-END-OF-FILE        VALUE "Y".
       77  LEDGER-EOF-FLAG PIC X(1).
       77  PAYMENT-COUNT      PIC 9(5) VALUE 0.
       77  UNAPPLIED-COUNT    PIC 9(5) VALUE 0.
       77  APPLIED-TOTAL      PIC 9(7)V99 VALUE 0.
       77  RELEASED-COUNT     PIC 9(5) VALUE 0.
       77  STUDENT-OPEN-TOTAL PIC 9(7)V99.
       77  UNAPPLIED-TOTAL    PIC 9(7)V99 VALUE 0.
       77  CREDIT-STATUS-FLAG PIC X(1).
           88  CREDIT-FOUND       VALUE "Y".
           88  CREDIT-NOT-FOUND   VALUE "N".
       77  HOLD-STATUS-FLAG   PIC X(1).
           88  HOLD-FOUND         VALUE "Y".
           88  HOLD-NOT-FOUND     VALUE "N".
       77  EDIT-AMOUNT        PIC ZZZZ9.99.
       77  EDIT-TOTAL         PIC ZZZZZZ9.99.
       77  EDIT-TOTAL-2       PIC ZZZZZZ9.99.
      * than the student's open balance has the excess banked on
      * the student's credit-balance record, where the next charge
      * posting draws it down and the refund register can pick it
      * up - no more paper list of who is owed what.  A student
      * under an active financial hold whose payment leaves no open
      * balance on the ledger has the hold released here, so the
      * transcript and enrolment runs serve the student the same
      * night; registrar and disciplinary holds are not touched.
      * Every amount applied to a charge and every amount banked
      * goes on the GL activity file for the general ledger
      * journal, and on the permanent payment history so a
      * returned cheque or misposted payment can be reversed.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           OPEN INPUT PAYMENT-FILE
                I-O FEE-LEDGER-FILE
                    CREDIT-BALANCE-FILE
                    HOLD-MASTER-FILE
                OUTPUT PAY-REPORT-FILE
                EXTEND GL-ACTIVITY-FILE
                       PAYMENT-HISTORY-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE SPACES TO PAY-REPORT-LINE.
           STRING "FEE PAYMENT POSTING        RUN DATE "
                                 DELIMITED BY SIZE
           PERFORM APPLY-ONE-PAYMENT UNTIL PAY-END-OF-FILE.
           PERFORM WRITE-PAY-TOTALS.
           CLOSE PAYMENT-FILE FEE-LEDGER-FILE
                 CREDIT-BALANCE-FILE HOLD-MASTER-FILE
                 PAY-REPORT-FILE GL-ACTIVITY-FILE
                 PAYMENT-HISTORY-FILE.
           PERFORM WRITE-RUN-CONTROLS.
           STOP RUN.

           PERFORM APPLY-TO-OPEN-CHARGE
               UNTIL LEDGER-AT-END OR PAY-REMAINING = 0.
           PERFORM WRITE-PAYMENT-LINE.
           PERFORM CHECK-FINANCIAL-HOLD.
           PERFORM READ-PAYMENT-RECORD.

       POSITION-TO-STUDENT.
                    SET FEE-PAID TO TRUE
                 END-IF
                 REWRITE FEE-LEDGER-RECORD
                 SET GLA-PAYMENT-APPLIED TO TRUE
                 MOVE FEE-LESSON   TO GLA-LESSON
                 MOVE APPLY-AMOUNT TO GLA-AMOUNT
                 PERFORM WRITE-GL-ACTIVITY
                 SET PH-APPLIED-TO-CHARGE TO TRUE
                 MOVE FEE-CHARGE-DATE TO PH-CHARGE-DATE
                 MOVE FEE-CHARGE-SEQ  TO PH-CHARGE-SEQ
                 MOVE FEE-LESSON      TO PH-LESSON
                 MOVE APPLY-AMOUNT    TO PH-APPLIED-AMOUNT
                 PERFORM WRITE-PAYMENT-HISTORY
              END-IF
           END-IF.
           IF PAY-REMAINING > 0
           ELSE
              REWRITE CREDIT-BALANCE-RECORD
           END-IF.
           SET GLA-PAYMENT-BANKED TO TRUE.
           MOVE SPACES        TO GLA-LESSON.
           MOVE PAY-REMAINING TO GLA-AMOUNT.
           PERFORM WRITE-GL-ACTIVITY.
           SET PH-BANKED-TO-CREDIT TO TRUE.
           MOVE SPACES        TO PH-CHARGE-DATE.
           MOVE 0             TO PH-CHARGE-SEQ.
           MOVE SPACES        TO PH-LESSON.
           MOVE PAY-REMAINING TO PH-APPLIED-AMOUNT.
           PERFORM WRITE-PAYMENT-HISTORY.

       WRITE-GL-ACTIVITY.
           MOVE "FEEPAY  "     TO GLA-POSTED-BY.
           MOVE RUN-DATE       TO GLA-RUN-DATE.
           MOVE PAY-STUDENT-ID TO GLA-STUDENT-ID.
           WRITE GL-ACTIVITY-RECORD.

       WRITE-PAYMENT-HISTORY.
           MOVE PAY-STUDENT-ID TO PH-STUDENT-ID.
           MOVE PAY-DATE       TO PH-PAY-DATE.
           MOVE PAY-AMOUNT     TO PH-PAY-AMOUNT.
           MOVE RUN-DATE       TO PH-POSTED-DATE.
           MOVE PAYMENT-COUNT  TO PH-PAYMENT-SEQ.
           MOVE SPACES         TO PH-REVERSED-DATE.
           MOVE SPACES         TO PH-REVERSAL-REASON.
           WRITE PAYMENT-HISTORY-RECORD.

       CHECK-FINANCIAL-HOLD.
           SET HOLD-FOUND TO TRUE.
           MOVE PAY-STUDENT-ID TO HLD-STUDENT-ID.
           READ HOLD-MASTER-FILE
               INVALID KEY SET HOLD-NOT-FOUND TO TRUE
           END-READ.
           IF HOLD-FOUND AND HLD-ACTIVE AND HLD-FINANCIAL
              MOVE 0 TO STUDENT-OPEN-TOTAL
              PERFORM POSITION-TO-STUDENT
              PERFORM ADD-OPEN-CHARGE UNTIL LEDGER-AT-END
              IF STUDENT-OPEN-TOTAL = 0
                 PERFORM RELEASE-FINANCIAL-HOLD
              END-IF
           END-IF.

       ADD-OPEN-CHARGE.
           IF FEE-OPEN
              COMPUTE STUDENT-OPEN-TOTAL = STUDENT-OPEN-TOTAL
                  + FEE-CHARGE-AMOUNT - FEE-PAID-AMOUNT
           END-IF.
           PERFORM READ-NEXT-LEDGER-RECORD.

       RELEASE-FINANCIAL-HOLD.
           MOVE RUN-DATE           TO HLD-RELEASE-DATE.
           MOVE "FEE-PAYMENT-POST" TO HLD-RELEASED-BY.
           REWRITE HOLD-MASTER-RECORD.
           ADD 1 TO RELEASED-COUNT.
           MOVE SPACES TO PAY-REPORT-LINE.
           STRING PAY-STUDENT-ID  DELIMITED BY SIZE
                  "  BALANCE CLEARED - FINANCIAL HOLD OF "
                                  DELIMITED BY SIZE
                  HLD-PLACED-DATE DELIMITED BY SIZE
                  " RELEASED"     DELIMITED BY SIZE
                  INTO PAY-REPORT-LINE.
           WRITE PAY-REPORT-LINE.

       WRITE-PAY-TOTALS.
           MOVE SPACES TO PAY-REPORT-LINE.
                  EDIT-TOTAL          DELIMITED BY SIZE
                  " UNAPPLIED="       DELIMITED BY SIZE
                  EDIT-TOTAL-2        DELIMITED BY SIZE
                  " HOLDS RELEASED="  DELIMITED BY SIZE
                  RELEASED-COUNT      DELIMITED BY SIZE
                  INTO PAY-REPORT-LINE.
           WRITE PAY-REPORT-LINE.

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
              DISPLAY "FEE-PAYMENT-POST: NO PROCESSING DATE ON "
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
