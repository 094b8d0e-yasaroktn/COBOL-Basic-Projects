               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIAL-REPORT-FILE ASSIGN TO "TRIALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-LEDGER-FILE.
           05  BF-OPEN-BALANCE    PIC 9(9)V99.
       FD  TRIAL-REPORT-FILE.
       01  TRIAL-REPORT-LINE      PIC X(120).
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
       77  CTL-EOF-FLAG   PIC X(1) VALUE "N".
       77  CHARGES-AMOUNT     PIC 9(9)V99 VALUE 0.
       77  CREDIT-DRAWN-AMOUNT PIC 9(9)V99 VALUE 0.
       77  PAYMENTS-AMOUNT    PIC 9(9)V99 VALUE 0.
       77  REVERSED-AMOUNT    PIC 9(9)V99 VALUE 0.
       77  PENALTY-AMOUNT     PIC 9(9)V99 VALUE 0.
       77  WITHDRAWAL-AMOUNT  PIC 9(9)V99 VALUE 0.
       77  SCHOLARSHIP-AMOUNT PIC 9(9)V99 VALUE 0.
       77  LEDGER-BALANCE     PIC 9(9)V99 VALUE 0.
       77  COMPUTED-BALANCE   PIC 9(9)V99 VALUE 0.
       77  OPEN-AMOUNT        PIC 9(5)V99.
      * Nightly fee ledger trial balance.  Proves the balance
      * carried forward from the last run, plus tonight's charges
      * posted, minus the credits drawn against them and the
      * payments applied, plus the payments reversed and the NSF
      * penalties charged, less the withdrawal credits and the
      * scholarship awards applied (the money totals
      * FEE-CHARGE-POST, FEE-PAYMENT-POST, FEE-PAYMENT-REVERSAL,
      * STUDENT-WITHDRAWAL and SCHOLARSHIP-AWARD wrote to the
      * run-control file), against the open amounts actually
      * summed off the ledger.  The
      * actual ledger balance is always carried forward for the
      * next run; a mismatch prints OUT OF BALANCE and ends with
      * return code 8 so a short posting run pages the bursar
      * tonight, not when a family disputes a bill.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           OPEN OUTPUT TRIAL-REPORT-FILE.
           PERFORM READ-BALANCE-FORWARD.
           PERFORM LOAD-CONTROL-AMOUNTS.
               WHEN RC-PROGRAM = "FEEPAY  "
                   AND RC-COUNTER-NAME = "PAYMENTS-AMT"
                   MOVE RC-AMOUNT TO PAYMENTS-AMOUNT
               WHEN RC-PROGRAM = "FEEREV  "
                   AND RC-COUNTER-NAME = "REVERSD-AMT "
                   MOVE RC-AMOUNT TO REVERSED-AMOUNT
               WHEN RC-PROGRAM = "FEEREV  "
                   AND RC-COUNTER-NAME = "PENALTY-AMT "
                   MOVE RC-AMOUNT TO PENALTY-AMOUNT
               WHEN RC-PROGRAM = "STUWDRW "
                   AND RC-COUNTER-NAME = "WDCREDIT-AMT"
                   MOVE RC-AMOUNT TO WITHDRAWAL-AMOUNT
               WHEN RC-PROGRAM = "SCHAWARD"
                   AND RC-COUNTER-NAME = "AWARD-AMT   "
                   MOVE RC-AMOUNT TO SCHOLARSHIP-AMOUNT
           END-EVALUATE.
           PERFORM READ-CONTROL-RECORD.

       WRITE-TRIAL-REPORT.
           COMPUTE COMPUTED-BALANCE =
               PRIOR-BALANCE + CHARGES-AMOUNT
               - CREDIT-DRAWN-AMOUNT - PAYMENTS-AMOUNT
               + REVERSED-AMOUNT + PENALTY-AMOUNT
               - WITHDRAWAL-AMOUNT - SCHOLARSHIP-AMOUNT.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           STRING "FEE LEDGER TRIAL BALANCE   RUN DATE "
                                 DELIMITED BY SIZE
                  EDIT-AMOUNT-1       DELIMITED BY SIZE
                  INTO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           MOVE REVERSED-AMOUNT TO EDIT-AMOUNT-1.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           STRING "PLUS PAYMENTS REVERSED       "
                                      DELIMITED BY SIZE
                  EDIT-AMOUNT-1       DELIMITED BY SIZE
                  INTO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           MOVE PENALTY-AMOUNT TO EDIT-AMOUNT-1.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           STRING "PLUS NSF PENALTIES CHARGED   "
                                      DELIMITED BY SIZE
                  EDIT-AMOUNT-1       DELIMITED BY SIZE
                  INTO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           MOVE WITHDRAWAL-AMOUNT TO EDIT-AMOUNT-1.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           STRING "LESS WITHDRAWAL CREDITS      "
                                      DELIMITED BY SIZE
                  EDIT-AMOUNT-1       DELIMITED BY SIZE
                  INTO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           MOVE SCHOLARSHIP-AMOUNT TO EDIT-AMOUNT-1.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           STRING "LESS SCHOLARSHIPS APPLIED    "
                                      DELIMITED BY SIZE
                  EDIT-AMOUNT-1       DELIMITED BY SIZE
                  INTO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           MOVE COMPUTED-BALANCE TO EDIT-AMOUNT-1.
           MOVE LEDGER-BALANCE   TO EDIT-AMOUNT-2.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           MOVE LEDGER-BALANCE TO BF-OPEN-BALANCE.
           WRITE BALANCE-FORWARD-RECORD.
           CLOSE BALANCE-FORWARD-FILE.

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
              DISPLAY "FEE-TRIAL-BALANCE: NO PROCESSING DATE ON "
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
