               RECORD KEY IS CB-STUDENT-ID.
           SELECT REFUND-REGISTER-FILE ASSIGN TO "REFUNDRG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-BALANCE-FILE.
           COPY CREDBAL.
       FD  REFUND-REGISTER-FILE.
       01  REGISTER-LINE          PIC X(120).
       FD  GL-ACTIVITY-FILE.
       01  GL-ACTIVITY-RECORD.
           COPY GLACTV.
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
       77  CREDIT-EOF-FLAG PIC X(1) VALUE "N".
           88  CREDIT-END-OF-FILE     VALUE "Y".
       77  RUN-DATE           PIC X(8).
      * activity date so the bursar can cut cheques; balances under
      * the threshold stay banked for the next charge posting to
      * draw down.  The threshold defaults to 10.00 and can be
      * overridden with a seven digit 9(5)V99 parm.  A balance
      * listed for a cheque is cleared off the credit-balance file
      * as it is listed, so the next register does not pay it
      * again; the refund goes on the GL activity file and the
      * refund total on the run-control file, where the general
      * ledger journal proves it.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           ACCEPT THRESHOLD-PARM FROM COMMAND-LINE.
           IF TP-AMOUNT-X IS NUMERIC
              MOVE TP-AMOUNT-N TO REFUND-THRESHOLD
           END-IF.
           OPEN I-O CREDIT-BALANCE-FILE
                OUTPUT REFUND-REGISTER-FILE
                EXTEND GL-ACTIVITY-FILE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           MOVE REFUND-THRESHOLD TO EDIT-THRESHOLD.
           MOVE SPACES TO REGISTER-LINE.
           STRING "CREDIT REFUND REGISTER  THRESHOLD "
           PERFORM READ-CREDIT-RECORD.
           PERFORM CHECK-ONE-BALANCE UNTIL CREDIT-END-OF-FILE.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE CREDIT-BALANCE-FILE REFUND-REGISTER-FILE
                 GL-ACTIVITY-FILE.
           PERFORM WRITE-RUN-CONTROLS.
           STOP RUN.

       WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FEEREFND"      TO RC-PROGRAM.
           MOVE RUN-DATE        TO RC-RUN-DATE.
           MOVE "REFUND-AMT  "  TO RC-COUNTER-NAME.
           MOVE REFUND-COUNT    TO RC-COUNT.
           MOVE REFUND-TOTAL    TO RC-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       READ-CREDIT-RECORD.
           READ CREDIT-BALANCE-FILE
               AT END SET CREDIT-END-OF-FILE TO TRUE
                  "  REFUND DUE"  DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           SET GLA-REFUND-PAID TO TRUE.
           MOVE "FEEREFND"       TO GLA-POSTED-BY.
           MOVE RUN-DATE         TO GLA-RUN-DATE.
           MOVE CB-STUDENT-ID    TO GLA-STUDENT-ID.
           MOVE SPACES           TO GLA-LESSON.
           MOVE CB-CREDIT-AMOUNT TO GLA-AMOUNT.
           WRITE GL-ACTIVITY-RECORD.
           MOVE 0        TO CB-CREDIT-AMOUNT.
           MOVE RUN-DATE TO CB-LAST-ACTIVITY.
           REWRITE CREDIT-BALANCE-RECORD.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
                  EDIT-TOTAL         DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

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
              DISPLAY "CREDIT-REFUND-REG: NO PROCESSING DATE ON "
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
