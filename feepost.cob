               RECORD KEY IS CB-STUDENT-ID.
           SELECT POST-REPORT-FILE ASSIGN TO "FEEPOSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           COPY CREDBAL.
       FD  POST-REPORT-FILE.
       01  POST-REPORT-LINE       PIC X(120).
       FD  GL-ACTIVITY-FILE.
       01  GL-ACTIVITY-RECORD.
           COPY GLACTV.
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
       77  STAT-STEP-ID   PIC X(8) VALUE "FEEPOST ".
       77  CAL-EOF-FLAG   PIC X(1) VALUE "N".
           88  CAL-END-OF-FILE        VALUE "Y".
       77  CALENDAR-DATE  PIC X(8) VALUE SPACES.
       77  CALENDAR-TERM  PIC X(5) VALUE SPACES.
       77  LOG-EOF-FLAG   PIC X(1) VALUE "N".
           88  LOG-END-OF-FILE        VALUE "Y".
       77  RUN-DATE           PIC X(8).
      * it drawn down against the new charge before billing.
      * The posting date defaults to tonight but can be overridden
      * with a YYYYMMDD parm when a missed log is posted late.
      * Each charge and each credit drawn also goes on the GL
      * activity file for the general ledger journal.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           PERFORM CHECK-RUN-STATUS.
           IF ALREADY-RUN
              DISPLAY STAT-STEP-ID " ALREADY COMPLETE FOR "
              STOP RUN
           END-IF.
           PERFORM WRITE-START-STATUS.
           MOVE CALENDAR-DATE TO RUN-DATE.
           ACCEPT POST-DATE FROM COMMAND-LINE.
           IF POST-DATE NOT NUMERIC
              MOVE RUN-DATE TO POST-DATE
           OPEN INPUT CALC-LOG-FILE
                I-O FEE-LEDGER-FILE
                    CREDIT-BALANCE-FILE
                OUTPUT POST-REPORT-FILE
                EXTEND GL-ACTIVITY-FILE.
           MOVE SPACES TO POST-REPORT-LINE.
           STRING "RETAKE FEE CHARGE POSTING  FOR DATE "
                                 DELIMITED BY SIZE
           PERFORM POST-ONE-ENTRY UNTIL LOG-END-OF-FILE.
           PERFORM WRITE-POST-TOTALS.
           CLOSE CALC-LOG-FILE FEE-LEDGER-FILE
                 CREDIT-BALANCE-FILE POST-REPORT-FILE
                 GL-ACTIVITY-FILE.
           PERFORM WRITE-RUN-CONTROLS.
           IF RETURN-CODE < 8
              PERFORM WRITE-END-STATUS
           WRITE FEE-LEDGER-RECORD.
           ADD 1 TO POSTED-COUNT.
           ADD LOG-RESULT TO POSTED-AMOUNT.
           SET GLA-CHARGE-POSTED TO TRUE.
           MOVE LOG-RESULT TO GLA-AMOUNT.
           PERFORM WRITE-GL-ACTIVITY.
           IF CREDIT-APPLIED > 0
              SET GLA-CREDIT-DRAWN TO TRUE
              MOVE CREDIT-APPLIED TO GLA-AMOUNT
              PERFORM WRITE-GL-ACTIVITY
           END-IF.

       WRITE-GL-ACTIVITY.
           MOVE "FEEPOST "     TO GLA-POSTED-BY.
           MOVE RUN-DATE       TO GLA-RUN-DATE.
           MOVE FEE-STUDENT-ID TO GLA-STUDENT-ID.
           MOVE FEE-LESSON     TO GLA-LESSON.
           WRITE GL-ACTIVITY-RECORD.

      * An overpayment banked by FEE-PAYMENT-POST pays the new
      * charge down before it is billed, so the family never sees
      * a bill the bursar is already holding their money for.
       APPLY-CREDIT-BALANCE.
           MOVE 0 TO CREDIT-APPLIED.
           SET CREDIT-FOUND TO TRUE.
           MOVE FEE-STUDENT-ID TO CB-STUDENT-ID.
           READ CREDIT-BALANCE-FILE
                  INTO POST-REPORT-LINE.
           WRITE POST-REPORT-LINE.

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
              DISPLAY "FEE-CHARGE-POST: NO PROCESSING DATE ON "
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
