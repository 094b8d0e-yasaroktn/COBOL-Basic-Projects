       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-PAYMENT-REVERSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-TRANSACTION-FILE ASSIGN TO "REVTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-HISTORY-FILE ASSIGN TO "NEWPHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-LEDGER-KEY.
           SELECT CREDIT-BALANCE-FILE ASSIGN TO "CREDBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-STUDENT-ID.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSAL-REGISTER-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-TRANSACTION-FILE.
       01  REVERSAL-TRANSACTION-RECORD.
           05  RV-STUDENT-ID      PIC X(6).
           05  RV-PAY-DATE        PIC X(8).
           05  RV-PAY-AMOUNT-X    PIC X(7).
           05  RV-PAY-AMOUNT REDEFINES RV-PAY-AMOUNT-X
                                  PIC 9(5)V99.
           05  RV-REASON          PIC X(1).
               88  RV-RETURNED-CHEQUE VALUE "N".
               88  RV-MISPOSTED       VALUE "M".
           05  RV-PENALTY-FLAG    PIC X(1).
               88  RV-CHARGE-PENALTY  VALUE "Y".
               88  RV-NO-PENALTY      VALUE "N" " ".
           05  RV-ENTERED-BY      PIC X(20).
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY PAYHIST.
       FD  NEW-HISTORY-FILE.
       01  NEW-HISTORY-RECORD     PIC X(72).
       FD  FEE-LEDGER-FILE.
       01  FEE-LEDGER-RECORD.
           COPY FEELEDG.
       FD  CREDIT-BALANCE-FILE.
       01  CREDIT-BALANCE-RECORD.
           COPY CREDBAL.
       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           COPY FEESCHD.
       FD  REVERSAL-REGISTER-FILE.
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
       77  TXN-EOF-FLAG   PIC X(1) VALUE "N".
           88  TXN-END-OF-FILE        VALUE "Y".
       77  HIST-EOF-FLAG  PIC X(1) VALUE "N".
           88  HIST-END-OF-FILE       VALUE "Y".
       77  SCHEDULE-EOF-FLAG PIC X(1) VALUE "N".
           88  SCHEDULE-END-OF-FILE   VALUE "Y".
       77  RUN-DATE           PIC X(8).
       77  REVERSAL-COUNT     PIC 9(3) VALUE 0.
       77  REVERSAL-MAX       PIC 9(3) VALUE 100.
       77  GROUP-POSTED-DATE  PIC X(8) VALUE SPACES.
       77  GROUP-PAYMENT-SEQ  PIC 9(5) VALUE 0.
       77  GROUP-OWNER        PIC 9(3) VALUE 0.
       77  PENALTY-AMOUNT     PIC 9(5)V99 VALUE 0.
       77  PENALTY-PRICED-FLAG PIC X(1) VALUE "N".
           88  PENALTY-PRICED     VALUE "Y".
       77  REVERSE-AMOUNT     PIC 9(5)V99.
       77  SHORT-AMOUNT       PIC 9(5)V99.
       77  SEQ-SLOT-FLAG      PIC X(1).
           88  SEQ-SLOT-FREE      VALUE "Y".
           88  SEQ-SLOT-USED      VALUE "N".
       77  CREDIT-STATUS-FLAG PIC X(1).
           88  CREDIT-FOUND       VALUE "Y".
           88  CREDIT-NOT-FOUND   VALUE "N".
       77  CHARGE-STATUS-FLAG PIC X(1).
           88  CHARGE-FOUND       VALUE "Y".
           88  CHARGE-NOT-FOUND   VALUE "N".
       77  PAYMENTS-REVERSED  PIC 9(5) VALUE 0.
       77  CHARGES-REOPENED   PIC 9(5) VALUE 0.
       77  CREDITS-REDUCED    PIC 9(5) VALUE 0.
       77  PENALTY-COUNT      PIC 9(5) VALUE 0.
       77  UNRECOVERED-COUNT  PIC 9(5) VALUE 0.
       77  REJECT-COUNT       PIC 9(5) VALUE 0.
       77  REVERSED-TOTAL     PIC 9(7)V99 VALUE 0.
       77  CREDIT-REV-TOTAL   PIC 9(7)V99 VALUE 0.
       77  PENALTY-TOTAL      PIC 9(7)V99 VALUE 0.
       77  UNRECOVERED-TOTAL  PIC 9(7)V99 VALUE 0.
       77  REJECT-REASON      PIC X(40).
       77  EDIT-AMOUNT        PIC ZZZZ9.99.
       77  EDIT-AMOUNT-2      PIC ZZZZ9.99.
       77  EDIT-TOTAL         PIC ZZZZZZ9.99.
       77  EDIT-TOTAL-2       PIC ZZZZZZ9.99.
       77  EDIT-TOTAL-3       PIC ZZZZZZ9.99.

      * The reversals asked for today.  RT-POSTED-DATE and
      * RT-PAYMENT-SEQ name the payment on the history once one is
      * found for the transaction.
       01  REVERSAL-TABLE.
           03  REVERSAL-ENTRY OCCURS 100 TIMES INDEXED BY RT-IDX.
               05  RT-STUDENT-ID     PIC X(6).
               05  RT-PAY-DATE       PIC X(8).
               05  RT-PAY-AMOUNT     PIC 9(5)V99.
               05  RT-REASON         PIC X(1).
               05  RT-PENALTY-FLAG   PIC X(1).
                   88  RT-CHARGE-PENALTY  VALUE "Y".
               05  RT-ENTERED-BY     PIC X(20).
               05  RT-POSTED-DATE    PIC X(8).
               05  RT-PAYMENT-SEQ    PIC 9(5).
       PROCEDURE DIVISION.
      * Takes a returned (NSF) cheque or a payment posted to the
      * wrong student back off the fee ledger.  Each transaction
      * names the payment by student, payment date and amount; the
      * earliest unreversed payment on the payment history that
      * matches is reversed, application by application: every
      * charge the payment paid has the amount taken back off
      * FEE-PAID-AMOUNT and is reopened, and every amount banked
      * to the credit-balance file is taken back off the balance.
      * Money already drawn off the credit balance or refunded, or
      * a charge no longer on the ledger, cannot be taken back -
      * it is listed as not recovered for the bursar to pursue.
      * A returned cheque may also be charged the NSF penalty, at
      * the school-wide NS entry in force on the fee schedule.
      * The history is rewritten with the reversed payment stamped
      * so it cannot be reversed twice.  The amounts reopened, the
      * credit taken back and the penalties go on the run-control
      * file for the trial balance and on the GL activity file for
      * the journal.  Rejected transactions, amounts not recovered
      * and penalties that could not be priced end the run RC=4.
       MAIN-PROCESS.
           PERFORM GET-PROCESSING-DATE.
           MOVE CALENDAR-DATE TO RUN-DATE.
           PERFORM LOAD-PENALTY-PRICE.
           OPEN INPUT REVERSAL-TRANSACTION-FILE
                      PAYMENT-HISTORY-FILE
                I-O FEE-LEDGER-FILE
                    CREDIT-BALANCE-FILE
                OUTPUT NEW-HISTORY-FILE
                       REVERSAL-REGISTER-FILE
                EXTEND GL-ACTIVITY-FILE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "PAYMENT REVERSAL REGISTER        RUN DATE "
                                 DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "STUDENT PAY DATE   PAYMENT  ACTION" TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM READ-REVERSAL-TRANSACTION.
           PERFORM LOAD-REVERSAL-ENTRY UNTIL TXN-END-OF-FILE.
           PERFORM READ-HISTORY-RECORD.
           PERFORM COPY-HISTORY-RECORD UNTIL HIST-END-OF-FILE.
           IF REVERSAL-COUNT > 0
              SET RT-IDX TO 1
              PERFORM FINISH-REVERSAL UNTIL RT-IDX > REVERSAL-COUNT
           END-IF.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE REVERSAL-TRANSACTION-FILE PAYMENT-HISTORY-FILE
                 FEE-LEDGER-FILE CREDIT-BALANCE-FILE
                 NEW-HISTORY-FILE REVERSAL-REGISTER-FILE
                 GL-ACTIVITY-FILE.
           PERFORM WRITE-RUN-CONTROLS.
           IF REJECT-COUNT > 0 OR UNRECOVERED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * The money totals go on the common run-control file so the
      * ledger trial balance can add the reopened amounts and the
      * penalties back into the balance it proves.
       WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE "FEEREV  "        TO RC-PROGRAM.
           MOVE RUN-DATE          TO RC-RUN-DATE.
           MOVE "REVERSD-AMT "    TO RC-COUNTER-NAME.
           MOVE CHARGES-REOPENED  TO RC-COUNT.
           MOVE REVERSED-TOTAL    TO RC-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           MOVE "CREDREV-AMT "    TO RC-COUNTER-NAME.
           MOVE CREDITS-REDUCED   TO RC-COUNT.
           MOVE CREDIT-REV-TOTAL  TO RC-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           MOVE "PENALTY-AMT "    TO RC-COUNTER-NAME.
           MOVE PENALTY-COUNT     TO RC-COUNT.
           MOVE PENALTY-TOTAL     TO RC-AMOUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * Only the school-wide penalty entry in force on the run date
      * is used; the payment is not tied to any one lesson.
       LOAD-PENALTY-PRICE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           PERFORM READ-SCHEDULE-RECORD.
           PERFORM CHECK-SCHEDULE-ENTRY UNTIL SCHEDULE-END-OF-FILE.
           CLOSE FEE-SCHEDULE-FILE.

       READ-SCHEDULE-RECORD.
           READ FEE-SCHEDULE-FILE
               AT END SET SCHEDULE-END-OF-FILE TO TRUE
           END-READ.

       CHECK-SCHEDULE-ENTRY.
           IF FS-NSF-PENALTY
              AND FS-LESSON-CODE = SPACES
              AND FS-DEPARTMENT = SPACES
              AND FS-FLAT-RATE
              AND FS-EFFECTIVE-FROM NOT > RUN-DATE
              AND FS-EFFECTIVE-TO NOT < RUN-DATE
              MOVE FS-AMOUNT TO PENALTY-AMOUNT
              SET PENALTY-PRICED TO TRUE
           END-IF.
           PERFORM READ-SCHEDULE-RECORD.

       READ-REVERSAL-TRANSACTION.
           READ REVERSAL-TRANSACTION-FILE
               AT END SET TXN-END-OF-FILE TO TRUE
           END-READ.

       LOAD-REVERSAL-ENTRY.
           MOVE SPACES TO REJECT-REASON.
           EVALUATE TRUE
               WHEN RV-STUDENT-ID = SPACES
                   MOVE "STUDENT ID MISSING" TO REJECT-REASON
               WHEN RV-PAY-DATE IS NOT NUMERIC
                   MOVE "PAYMENT DATE NOT YYYYMMDD" TO REJECT-REASON
               WHEN RV-PAY-AMOUNT-X IS NOT NUMERIC
                   MOVE "PAYMENT AMOUNT NOT NUMERIC" TO REJECT-REASON
               WHEN RV-PAY-AMOUNT = 0
                   MOVE "PAYMENT AMOUNT MISSING" TO REJECT-REASON
               WHEN NOT RV-RETURNED-CHEQUE AND NOT RV-MISPOSTED
                   MOVE "REASON MUST BE N OR M" TO REJECT-REASON
               WHEN NOT RV-CHARGE-PENALTY AND NOT RV-NO-PENALTY
                   MOVE "PENALTY FLAG MUST BE Y OR N"
                       TO REJECT-REASON
               WHEN RV-CHARGE-PENALTY AND RV-MISPOSTED
                   MOVE "PENALTY ONLY ON A RETURNED CHEQUE"
                       TO REJECT-REASON
               WHEN RV-ENTERED-BY = SPACES
                   MOVE "ENTERED-BY MISSING" TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
              PERFORM WRITE-TXN-REJECT-LINE
           ELSE
              IF REVERSAL-COUNT >= REVERSAL-MAX
                 DISPLAY "FEE-PAYMENT-REVERSAL: REVERSAL TABLE FULL "
                         "AT " REVERSAL-MAX " ENTRIES"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO REVERSAL-COUNT
              SET RT-IDX TO REVERSAL-COUNT
              MOVE RV-STUDENT-ID   TO RT-STUDENT-ID (RT-IDX)
              MOVE RV-PAY-DATE     TO RT-PAY-DATE (RT-IDX)
              MOVE RV-PAY-AMOUNT   TO RT-PAY-AMOUNT (RT-IDX)
              MOVE RV-REASON       TO RT-REASON (RT-IDX)
              MOVE RV-PENALTY-FLAG TO RT-PENALTY-FLAG (RT-IDX)
              MOVE RV-ENTERED-BY   TO RT-ENTERED-BY (RT-IDX)
              MOVE SPACES          TO RT-POSTED-DATE (RT-IDX)
              MOVE 0               TO RT-PAYMENT-SEQ (RT-IDX)
           END-IF.
           PERFORM READ-REVERSAL-TRANSACTION.

       WRITE-TXN-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING RV-STUDENT-ID   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  RV-PAY-DATE     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  RV-PAY-AMOUNT-X DELIMITED BY SIZE
                  "  REJECTED: "  DELIMITED BY SIZE
                  REJECT-REASON   DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

      * ------------------------------ PASS THE PAYMENT HISTORY
       READ-HISTORY-RECORD.
           READ PAYMENT-HISTORY-FILE
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.

      * The records of one payment are written together, so a
      * change of posted date or payment sequence starts the next
      * payment; the first unclaimed transaction matching it
      * claims it, and every record of that payment is undone.
       COPY-HISTORY-RECORD.
           IF PH-POSTED-DATE NOT = GROUP-POSTED-DATE
              OR PH-PAYMENT-SEQ NOT = GROUP-PAYMENT-SEQ
              MOVE PH-POSTED-DATE TO GROUP-POSTED-DATE
              MOVE PH-PAYMENT-SEQ TO GROUP-PAYMENT-SEQ
              MOVE 0 TO GROUP-OWNER
              IF PH-NOT-REVERSED AND REVERSAL-COUNT > 0
                 SET RT-IDX TO 1
                 PERFORM CLAIM-PAYMENT
                     UNTIL GROUP-OWNER > 0
                        OR RT-IDX > REVERSAL-COUNT
              END-IF
           END-IF.
           IF GROUP-OWNER > 0
              SET RT-IDX TO GROUP-OWNER
              PERFORM UNDO-APPLICATION
              MOVE RUN-DATE            TO PH-REVERSED-DATE
              MOVE RT-REASON (RT-IDX)  TO PH-REVERSAL-REASON
           END-IF.
           WRITE NEW-HISTORY-RECORD FROM PAYMENT-HISTORY-RECORD.
           PERFORM READ-HISTORY-RECORD.

       CLAIM-PAYMENT.
           IF RT-POSTED-DATE (RT-IDX) = SPACES
              AND RT-STUDENT-ID (RT-IDX) = PH-STUDENT-ID
              AND RT-PAY-DATE (RT-IDX) = PH-PAY-DATE
              AND RT-PAY-AMOUNT (RT-IDX) = PH-PAY-AMOUNT
              MOVE PH-POSTED-DATE TO RT-POSTED-DATE (RT-IDX)
              MOVE PH-PAYMENT-SEQ TO RT-PAYMENT-SEQ (RT-IDX)
              SET GROUP-OWNER TO RT-IDX
              ADD 1 TO PAYMENTS-REVERSED
           ELSE
              SET RT-IDX UP BY 1
           END-IF.

       UNDO-APPLICATION.
           MOVE 0 TO SHORT-AMOUNT.
           IF PH-APPLIED-TO-CHARGE
              PERFORM REOPEN-CHARGE
           ELSE
              PERFORM REDUCE-CREDIT-BALANCE
           END-IF.
           IF SHORT-AMOUNT > 0
              ADD 1 TO UNRECOVERED-COUNT
              ADD SHORT-AMOUNT TO UNRECOVERED-TOTAL
              MOVE SHORT-AMOUNT TO EDIT-AMOUNT
              MOVE SPACES TO REGISTER-LINE
              STRING "                           ** "
                                     DELIMITED BY SIZE
                     EDIT-AMOUNT     DELIMITED BY SIZE
                     " NOT RECOVERED - "
                                     DELIMITED BY SIZE
                     REJECT-REASON   DELIMITED BY SIZE
                     INTO REGISTER-LINE
              WRITE REGISTER-LINE
           END-IF.

      * A charge paid down since by other money can only give back
      * what is still paid on it.
       REOPEN-CHARGE.
           SET CHARGE-FOUND TO TRUE.
           MOVE PH-STUDENT-ID  TO FEE-STUDENT-ID.
           MOVE PH-CHARGE-DATE TO FEE-CHARGE-DATE.
           MOVE PH-CHARGE-SEQ  TO FEE-CHARGE-SEQ.
           READ FEE-LEDGER-FILE
               INVALID KEY SET CHARGE-NOT-FOUND TO TRUE
           END-READ.
           IF CHARGE-NOT-FOUND
              MOVE PH-APPLIED-AMOUNT TO SHORT-AMOUNT
              MOVE 0 TO REVERSE-AMOUNT
              MOVE "CHARGE NO LONGER ON LEDGER" TO REJECT-REASON
           ELSE
              IF FEE-PAID-AMOUNT < PH-APPLIED-AMOUNT
                 MOVE FEE-PAID-AMOUNT TO REVERSE-AMOUNT
                 COMPUTE SHORT-AMOUNT =
                     PH-APPLIED-AMOUNT - FEE-PAID-AMOUNT
                 MOVE "CHARGE NO LONGER PAID BY THIS AMOUNT"
                     TO REJECT-REASON
              ELSE
                 MOVE PH-APPLIED-AMOUNT TO REVERSE-AMOUNT
              END-IF
              SUBTRACT REVERSE-AMOUNT FROM FEE-PAID-AMOUNT
              IF FEE-PAID-AMOUNT < FEE-CHARGE-AMOUNT
                 SET FEE-OPEN TO TRUE
              END-IF
              REWRITE FEE-LEDGER-RECORD
              ADD 1 TO CHARGES-REOPENED
              ADD REVERSE-AMOUNT TO REVERSED-TOTAL
              IF REVERSE-AMOUNT > 0
                 SET GLA-PAYMENT-REVERSED TO TRUE
                 MOVE PH-LESSON     TO GLA-LESSON
                 MOVE REVERSE-AMOUNT TO GLA-AMOUNT
                 PERFORM WRITE-GL-ACTIVITY
              END-IF
           END-IF.
           MOVE REVERSE-AMOUNT TO EDIT-AMOUNT-2.
           MOVE PH-PAY-AMOUNT  TO EDIT-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING PH-STUDENT-ID    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  PH-PAY-DATE      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  EDIT-AMOUNT      DELIMITED BY SIZE
                  "  REOPENED CHARGE " DELIMITED BY SIZE
                  PH-CHARGE-DATE   DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  PH-CHARGE-SEQ    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  PH-LESSON        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  EDIT-AMOUNT-2    DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

      * Banked money already drawn against later charges or
      * refunded is gone from the credit balance; only what is
      * left there can be taken back.
       REDUCE-CREDIT-BALANCE.
           SET CREDIT-FOUND TO TRUE.
           MOVE PH-STUDENT-ID TO CB-STUDENT-ID.
           READ CREDIT-BALANCE-FILE
               INVALID KEY SET CREDIT-NOT-FOUND TO TRUE
           END-READ.
           IF CREDIT-NOT-FOUND
              MOVE 0 TO REVERSE-AMOUNT
              MOVE PH-APPLIED-AMOUNT TO SHORT-AMOUNT
              MOVE "NO CREDIT BALANCE ON FILE" TO REJECT-REASON
           ELSE
              IF CB-CREDIT-AMOUNT < PH-APPLIED-AMOUNT
                 MOVE CB-CREDIT-AMOUNT TO REVERSE-AMOUNT
                 COMPUTE SHORT-AMOUNT =
                     PH-APPLIED-AMOUNT - CB-CREDIT-AMOUNT
                 MOVE "CREDIT ALREADY DRAWN OR REFUNDED"
                     TO REJECT-REASON
              ELSE
                 MOVE PH-APPLIED-AMOUNT TO REVERSE-AMOUNT
              END-IF
              SUBTRACT REVERSE-AMOUNT FROM CB-CREDIT-AMOUNT
              MOVE RUN-DATE TO CB-LAST-ACTIVITY
              REWRITE CREDIT-BALANCE-RECORD
              ADD 1 TO CREDITS-REDUCED
              ADD REVERSE-AMOUNT TO CREDIT-REV-TOTAL
              IF REVERSE-AMOUNT > 0
                 SET GLA-BANKED-REVERSED TO TRUE
                 MOVE SPACES         TO GLA-LESSON
                 MOVE REVERSE-AMOUNT TO GLA-AMOUNT
                 PERFORM WRITE-GL-ACTIVITY
              END-IF
           END-IF.
           MOVE REVERSE-AMOUNT TO EDIT-AMOUNT-2.
           MOVE PH-PAY-AMOUNT  TO EDIT-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING PH-STUDENT-ID    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  PH-PAY-DATE      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  EDIT-AMOUNT      DELIMITED BY SIZE
                  "  CREDIT BALANCE REDUCED             "
                                   DELIMITED BY SIZE
                  EDIT-AMOUNT-2    DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-GL-ACTIVITY.
           MOVE "FEEREV  "     TO GLA-POSTED-BY.
           MOVE RUN-DATE       TO GLA-RUN-DATE.
           MOVE PH-STUDENT-ID  TO GLA-STUDENT-ID.
           WRITE GL-ACTIVITY-RECORD.

      * ------------------------------ PER TRANSACTION
       FINISH-REVERSAL.
           IF RT-POSTED-DATE (RT-IDX) = SPACES
              MOVE "NO UNREVERSED PAYMENT ON HISTORY"
                  TO REJECT-REASON
              PERFORM WRITE-TABLE-REJECT-LINE
           ELSE
              IF RT-CHARGE-PENALTY (RT-IDX)
                 PERFORM POST-NSF-PENALTY
              END-IF
           END-IF.
           SET RT-IDX UP BY 1.

       WRITE-TABLE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT.
           MOVE RT-PAY-AMOUNT (RT-IDX) TO EDIT-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING RT-STUDENT-ID (RT-IDX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  RT-PAY-DATE (RT-IDX)   DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  EDIT-AMOUNT            DELIMITED BY SIZE
                  "  REJECTED: "         DELIMITED BY SIZE
                  REJECT-REASON          DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

      * The penalty is a new open charge dated today, carried on
      * the ledger under the NSF-FEE lesson code so the aging and
      * the statements show it for what it is.
       POST-NSF-PENALTY.
           IF NOT PENALTY-PRICED
              MOVE "NO NS PENALTY IN FORCE ON FEE SCHEDULE"
                  TO REJECT-REASON
              PERFORM WRITE-TABLE-REJECT-LINE
           ELSE
              MOVE RT-STUDENT-ID (RT-IDX) TO FEE-STUDENT-ID
              MOVE RUN-DATE               TO FEE-CHARGE-DATE
              MOVE 0                      TO FEE-CHARGE-SEQ
              SET SEQ-SLOT-USED TO TRUE
              PERFORM FIND-FREE-CHARGE-SEQ UNTIL SEQ-SLOT-FREE
              MOVE "NSF-FEE"      TO FEE-LESSON
              MOVE PENALTY-AMOUNT TO FEE-CHARGE-AMOUNT
              MOVE 0              TO FEE-PAID-AMOUNT
              SET FEE-OPEN TO TRUE
              WRITE FEE-LEDGER-RECORD
              ADD 1 TO PENALTY-COUNT
              ADD PENALTY-AMOUNT TO PENALTY-TOTAL
              SET GLA-NSF-PENALTY TO TRUE
              MOVE "FEEREV  "     TO GLA-POSTED-BY
              MOVE RUN-DATE       TO GLA-RUN-DATE
              MOVE FEE-STUDENT-ID TO GLA-STUDENT-ID
              MOVE FEE-LESSON     TO GLA-LESSON
              MOVE PENALTY-AMOUNT TO GLA-AMOUNT
              WRITE GL-ACTIVITY-RECORD
              MOVE RT-PAY-AMOUNT (RT-IDX) TO EDIT-AMOUNT
              MOVE PENALTY-AMOUNT TO EDIT-AMOUNT-2
              MOVE SPACES TO REGISTER-LINE
              STRING RT-STUDENT-ID (RT-IDX) DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     RT-PAY-DATE (RT-IDX)   DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     EDIT-AMOUNT            DELIMITED BY SIZE
                     "  NSF PENALTY CHARGED "
                                            DELIMITED BY SIZE
                     FEE-CHARGE-DATE        DELIMITED BY SIZE
                     "-"                    DELIMITED BY SIZE
                     FEE-CHARGE-SEQ         DELIMITED BY SIZE
                     "            "         DELIMITED BY SIZE
                     EDIT-AMOUNT-2          DELIMITED BY SIZE
                     INTO REGISTER-LINE
              WRITE REGISTER-LINE
           END-IF.

       FIND-FREE-CHARGE-SEQ.
           ADD 1 TO FEE-CHARGE-SEQ.
           READ FEE-LEDGER-FILE
               INVALID KEY SET SEQ-SLOT-FREE TO TRUE
           END-READ.
           IF SEQ-SLOT-FREE
              MOVE RT-STUDENT-ID (RT-IDX) TO FEE-STUDENT-ID
              MOVE RUN-DATE               TO FEE-CHARGE-DATE
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE REVERSED-TOTAL   TO EDIT-TOTAL.
           MOVE CREDIT-REV-TOTAL TO EDIT-TOTAL-2.
           MOVE PENALTY-TOTAL    TO EDIT-TOTAL-3.
           MOVE SPACES TO REGISTER-LINE.
           STRING "PAYMENTS REVERSED="  DELIMITED BY SIZE
                  PAYMENTS-REVERSED     DELIMITED BY SIZE
                  " REOPENED="          DELIMITED BY SIZE
                  EDIT-TOTAL            DELIMITED BY SIZE
                  " CREDIT TAKEN BACK=" DELIMITED BY SIZE
                  EDIT-TOTAL-2          DELIMITED BY SIZE
                  " PENALTIES="         DELIMITED BY SIZE
                  EDIT-TOTAL-3          DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE UNRECOVERED-TOTAL TO EDIT-TOTAL.
           MOVE SPACES TO REGISTER-LINE.
           STRING "NOT RECOVERED="      DELIMITED BY SIZE
                  EDIT-TOTAL            DELIMITED BY SIZE
                  " REJECTS="           DELIMITED BY SIZE
                  REJECT-COUNT          DELIMITED BY SIZE
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
              DISPLAY "FEE-PAYMENT-REVERSAL: NO PROCESSING DATE ON "
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
